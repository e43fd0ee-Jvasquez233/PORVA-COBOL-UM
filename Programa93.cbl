      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: EXTRACAO EM MODELO ESTRELA PARA A FERRAMENTA DE BI
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA93.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT VENDEDOR ASSIGN ARQ-VENDEDOR
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS Codigo-Vendedor
           FILE STATUS IS FILE-STATUS-VEN.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT PEDIDOS ASSIGN ARQ-PEDIDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS-PED.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-IT.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS.

           SELECT RECEBTOS ASSIGN ARQ-RECEBTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Recebto
           FILE STATUS IS FILE-STATUS-RC.

           SELECT VISITAS ASSIGN ARQ-VISITAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Visita
           FILE STATUS IS FILE-STATUS-VI.

           SELECT OCORRENCIAS ASSIGN ARQ-OCORRENCIAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Ocorrencia
           FILE STATUS IS FILE-STATUS-OC.

           SELECT FERIADOS ASSIGN ARQ-FERIADOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Data-Feriado-fe
           FILE STATUS IS FILE-STATUS-FER.

           SELECT BICTL ASSIGN ARQ-BICTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CTL.

           SELECT BIMANIF ASSIGN ARQ-BIMANIF
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-BM.

           SELECT BIARQ ASSIGN ARQ-BIARQ
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-BI.

           SELECT JOBLOG   ASSIGN ARQ-JOBLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.

           SELECT EMPRESACTL ASSIGN "C:\Users\Jose Angel\Documents\co
      -    "bol\files\empresa.txt"
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-EMP.

           SELECT PARAMS   ASSIGN "C:\Users\Jose Angel\Documents\cobol\f
      -    "iles\parametros.txt"
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-PAR.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.

       01  REG-CLIENTES.
           05 Codigo-Cliente               PIC 9(007).
           05 CNPJ                         PIC 9(014).
           05 Razão-Social                 PIC X(040).
           05 Latitude-c                   PIC s9(003)v9(008).
           05 Longitude-c                  PIC s9(003)v9(008).
           05 Codigo-Vendedor-Fixo         PIC 9(003)   VALUE ZEROES.
           05 Zona-Cliente                 PIC X(003)   VALUE SPACES.
           05 Classificacao-Cliente        PIC X(001)   VALUE "P".
              88 CLIENTE-VIP                             VALUE "V".
              88 CLIENTE-PADRAO                          VALUE "S".
              88 CLIENTE-PROSPECTO                       VALUE "P".
           05 Situacao-Cliente             PIC X(001)   VALUE "A".
              88 CLIENTE-ATIVO                           VALUE "A".
              88 CLIENTE-INATIVO                         VALUE "I".
              88 CLIENTE-BLOQUEADO                       VALUE "B".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  VENDEDOR.

       01  REG-VENDEDOR.
           05 Codigo-Vendedor              PIC 9(003).
           05 CPF                          PIC 9(011).
           05 Nombre-Vendedor              PIC X(040).
           05 Latitude-v                   PIC s9(003)v9(008).
           05 Longitude-v                  PIC s9(003)v9(008).
           05 Zona-Vendedor                PIC X(003)   VALUE SPACES.
           05 Capacidade-Vendedor          PIC 9(005)   VALUE ZEROES.
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.

       FD  PRODUTOS.

       01  REG-PRODUTOS.
           05 Codigo-Produto               PIC 9(005).
           05 Descricao-Produto            PIC X(040).
           05 Unidade-Produto              PIC X(003).
           05 Preco-Lista                  PIC 9(007)v9(002).
           05 Produto-Ativo                PIC X(001)   VALUE "S".
              88 PRODUTO-E-ATIVO                         VALUE "S".
              88 PRODUTO-INATIVO                         VALUE "N".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  PEDIDOS.

       01  REG-PEDIDOS.
           05 Numero-Pedido                PIC 9(007).
           05 Codigo-Cliente-p             PIC 9(007).
           05 Codigo-Vendedor-p            PIC 9(003).
           05 Data-Pedido                  PIC X(010).
           05 Valor-Pedido                 PIC 9(009)v9(002).
           05 Situacao-Pedido              PIC X(001)   VALUE "A".
              88 PEDIDO-ABERTO                           VALUE "A".
              88 PEDIDO-FATURADO                         VALUE "F".
              88 PEDIDO-PENDENTE                         VALUE "P".
              88 PEDIDO-RECUSADO                         VALUE "R".
              88 PEDIDO-EM-SEPARACAO                     VALUE "S".
              88 PEDIDO-EM-ENTREGA                       VALUE "T".
              88 PEDIDO-ENTREGUE                         VALUE "E".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Perc-Desconto-ped            PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Data-Situacao-ped            PIC X(010)   VALUE SPACES.
           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  ITENS.

       01  REG-ITENS.
           05 Chave-Item.
              10 Numero-Pedido-it          PIC 9(007).
              10 Sequencia-it              PIC 9(003).
           05 Codigo-Produto-it            PIC 9(005).
           05 Quantidade-it                PIC 9(007)v9(002).
           05 Preco-Unitario-it            PIC 9(007)v9(002).
           05 Total-Item-it                PIC 9(009)v9(002).
           05 Quantidade-Faturada-it       PIC 9(007)v9(002).
           05 Tipo-Item-it                 PIC X(001).
              88 ITEM-NORMAL                             VALUE "N".
              88 ITEM-BONIFICACAO                        VALUE "B".
           05 Codigo-Campanha-it           PIC 9(005).
           05 Valor-Campanha-it            PIC 9(009)v9(002).

       FD  FATURAS.

       01  REG-FATURAS.
           05 Chave-Fatura.
              10 Numero-Pedido-fa          PIC 9(007).
              10 Parcela-fa                PIC 9(002).
           05 Codigo-Cliente-fa            PIC 9(007).
           05 Codigo-Vendedor-fa           PIC 9(003).
           05 Classificacao-fa             PIC X(001).
           05 Data-Emissao-fa              PIC X(010).
           05 Data-Vencimento-fa           PIC X(010).
           05 Valor-Fatura                 PIC 9(009)v9(002).
           05 Situacao-Fatura              PIC X(001)   VALUE "A".
              88 FATURA-ABERTA                           VALUE "A".
              88 FATURA-PAGA                             VALUE "P".
              88 FATURA-CANCELADA                        VALUE "C".
              88 FATURA-PERDA                            VALUE "L".
              88 FATURA-RENEGOCIADA                      VALUE "R".
           05 Data-Pagamento-fa            PIC X(010)   VALUE SPACES.
           05 Valor-Pago-fa                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Total-Parcelas-fa            PIC 9(002)   VALUE ZEROES.
           05 Aliquota-fa                  PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Valor-Imposto-fa             PIC 9(009)v9(002)
                                            VALUE ZEROES.

       FD  RECEBTOS.

       01  REG-RECEBTOS.
           05 Chave-Recebto.
              10 Numero-Pedido-rc          PIC 9(007).
              10 Parcela-rc                PIC 9(002).
              10 Sequencia-rc              PIC 9(003).
           05 Data-Recebto-rc              PIC X(010).
           05 Valor-Recebto-rc             PIC 9(009)v9(002).
           05 Forma-Recebto-rc             PIC X(001).
           05 Operador-rc                  PIC X(010).

       FD  VISITAS.

       01  REG-VISITAS.
           05 Chave-Visita.
              10 Codigo-Vendedor-vi        PIC 9(003).
              10 Data-Visita-vi            PIC 9(008).
              10 Codigo-Cliente-vi         PIC 9(007).
           05 Resultado-vi                 PIC X(001).
              88 VISITA-COM-PEDIDO                       VALUE "P".
              88 VISITA-SEM-PEDIDO                       VALUE "S".
              88 VISITA-AUSENTE                          VALUE "A".
           05 Observacao-vi                PIC X(060).
      ********** POSICAO E HORA CAPTURADAS EM CAMPO; A SITUACAO E ****
      *    MARCADA PELA VALIDACAO DE LOCALIZACAO (PROGRAMA87)        *
           05 Hora-Visita-vi               PIC 9(004).
           05 Latitude-vi                  PIC s9(003)v9(008).
           05 Longitude-vi                 PIC s9(003)v9(008).
           05 Situacao-Geo-vi              PIC X(001).
              88 GEO-NAO-VALIDADA                        VALUE " ".
              88 GEO-VALIDADA                            VALUE "V".
              88 GEO-SEM-POSICAO                         VALUE "S".
              88 GEO-DISTANTE                            VALUE "D".
              88 GEO-VELOCIDADE                          VALUE "R".
           05 Distancia-Geo-vi             PIC 9(007).

       FD  OCORRENCIAS.

       01  REG-OCORRENCIAS.
           05 Numero-Ocorrencia            PIC 9(007).
           05 Codigo-Cliente-oc            PIC 9(007).
           05 Codigo-Vendedor-oc           PIC 9(003).
           05 Tipo-oc                      PIC X(001).
              88 OCOR-RECLAMACAO                         VALUE "R".
              88 OCOR-AVARIA                             VALUE "V".
              88 OCOR-ATRASO-ENTREGA                     VALUE "T".
           05 Situacao-oc                  PIC X(001).
              88 OCOR-ABERTA                             VALUE "A".
              88 OCOR-EM-TRATAMENTO                      VALUE "T".
              88 OCOR-FECHADA                            VALUE "F".
           05 Prazo-oc                     PIC X(010).
           05 Descricao-oc                 PIC X(060).
           05 Data-Abertura-oc             PIC X(010).
           05 Data-Fechamento-oc           PIC X(010).
           05 Operador-oc                  PIC X(010).

       FD  FERIADOS.

       01  REG-FERIADOS.
           05 Data-Feriado-fe              PIC 9(008).
           05 Descricao-Feriado            PIC X(030).

       FD  BICTL.

       01  REG-BICTL.
           05 Carimbo-Ultima-Bi            PIC 9(014).

       FD  BIMANIF.

       01  REG-BIMANIF                     PIC X(120).

       FD  BIARQ.

       01  REG-BIARQ                       PIC X(250).

       FD  JOBLOG.

       01  REG-JOBLOG.
           05 Programa-j                   PIC X(010).
           05 FIL-J1                       PIC X          VALUE ";".
           05 Evento-j                     PIC X(006).
           05 FIL-J2                       PIC X          VALUE ";".
           05 Data-j                       PIC X(010).
           05 FIL-J3                       PIC X          VALUE ";".
           05 Hora-j                       PIC X(008).
           05 FIL-J4                       PIC X          VALUE ";".
           05 Lidos-j                      PIC 9(007).
           05 FIL-J5                       PIC X          VALUE ";".
           05 Gravados-j                   PIC 9(007).
           05 FIL-J6                       PIC X          VALUE ";".
           05 Avisos-j                     PIC 9(005).
           05 FIL-J7                       PIC X          VALUE ";".
           05 Status-j                     PIC X(010).

       FD  EMPRESACTL.

       01  REG-EMPRESACTL.
           05 Codigo-ec                    PIC 9(002).
           05 FIL-EC1                      PIC X.
           05 Nome-ec                      PIC X(040).
           05 FIL-EC2                      PIC X.
           05 Dir-Empresa-ec               PIC X(060).

       FD  PARAMS.

       01  REG-PARAMS.
           05 Dir-Dados-F                  PIC X(060).
           05 Dir-Historico-F              PIC X(060).
           05 Dir-Backup-F                 PIC X(060).
           05 Max-Dist-F                   PIC 9(010).
           05 Max-Dist-VIP-F               PIC 9(010).
           05 Prazo-Venc-F                 PIC 9(003).
           05 Meses-Inat-F                 PIC 9(003).
           05 Perc-Multa-F                 PIC 9(003)v9(002).
           05 Juros-Dia-F                  PIC 9(001)v9(004).
           05 Conta-Clientes-F             PIC X(008).
           05 Conta-Receita-F              PIC X(008).
           05 Conta-Caixa-F                PIC X(008).
           05 Perc-Prov-6190-F             PIC 9(003).
           05 Perc-Prov-90-F               PIC 9(003).
           05 Limite-Alcada-F              PIC 9(009)v9(002).
           05 Desc-Max-Oper-F              PIC 9(002)v9(002).
           05 Desc-Max-Super-F             PIC 9(002)v9(002).
           05 Dias-Entrega-F               PIC 9(003).
           05 Valor-Km-F                   PIC 9(003)v9(002).
           05 Tol-Km-F                     PIC 9(003).
           05 Perc-Cresc-F                 PIC 9(003)v9(002).


       WORKING-STORAGE SECTION.

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
                                            VALUE "PROGRAMA93".
           05 JOB-EVENTO                   PIC X(006)   VALUE SPACES.
           05 JOB-LIDOS                    PIC 9(007)   VALUE ZEROES.
           05 JOB-GRAVADOS                 PIC 9(007)   VALUE ZEROES.
           05 JOB-AVISOS                   PIC 9(005)   VALUE ZEROES.
           05 JOB-STATUS                   PIC X(010)   VALUE "OK".
           05 ARQ-JOBLOG                   PIC X(080)   VALUE SPACES.
           05 JOB-DT-AUX.
              10 JOB-AA                    PIC X(002)   VALUE SPACES.
              10 JOB-MM                    PIC X(002)   VALUE SPACES.
              10 JOB-DD                    PIC X(002)   VALUE SPACES.
           05 JOB-HR-AUX.
              10 JOB-HH                    PIC X(002)   VALUE SPACES.
              10 JOB-MI                    PIC X(002)   VALUE SPACES.
              10 JOB-SS                    PIC X(002)   VALUE SPACES.
              10 JOB-ML                    PIC X(002)   VALUE SPACES.

       01  AREA-EMPRESA.
           05 FILE-STATUS-EMP              PIC 99       VALUE ZEROES.
           05 LINHA-EMPRESA                PIC X(060)   VALUE SPACES.

       01  AREA-PARAMETROS.
           05 FILE-STATUS-PAR              PIC 99       VALUE ZEROES.
           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".
           05 Dir-Historico-Par            PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\history\".
           05 Dir-Backup-Par               PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\backup\".
           05 Max-Distancia-Par            PIC 9(010)   VALUE 500000.
           05 Max-Dist-VIP-Par             PIC 9(010)   VALUE 300000.
           05 Prazo-Venc-Par               PIC 9(003)   VALUE 30.
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RECEBTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-VISITAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-OCORRENCIAS                 PIC X(080)   VALUE SPACES.
           05 ARQ-FERIADOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-BICTL                       PIC X(080)   VALUE SPACES.
           05 ARQ-BIMANIF                     PIC X(080)   VALUE SPACES.
           05 ARQ-BIARQ                       PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-ARQUIVO                            VALUE "S".
              88 NO-FIN-ARQUIVO                         VALUE "N".
           05 SW-FIM-ITENS                 PIC X        VALUE "N".
              88 FIM-ITENS                              VALUE "S".
              88 NO-FIM-ITENS                           VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VEN              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PED              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IT               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VI               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-OC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FER              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CTL              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-BM               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-BI               PIC 99       VALUE ZEROES.
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-FERIADOS-OK               PIC X        VALUE "N".
           05 SW-FATURAS-OK                PIC X        VALUE "N".
           05 SW-PEDIDOS-OK                PIC X        VALUE "N".
           05 SW-ITENS-OK                  PIC X        VALUE "N".
           05 SW-SAIDA-OK                  PIC X        VALUE "N".
           05 SW-ORIGEM-FALTANDO           PIC X        VALUE "N".
           05 SW-GRUPO-ATIVO               PIC X        VALUE "N".
           05 SW-GRUPO-ESTORNADO           PIC X        VALUE "N".
           05 SW-AVISO-ZONAS               PIC X        VALUE "N".

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.
           05 HORA-AUXILIAR.
              10 HH-AUX                    PIC X(002)   VALUE SPACES.
              10 MIN-AUX                   PIC X(002)   VALUE SPACES.
              10 SEG-AUX                   PIC X(002)   VALUE SPACES.
              10 MILI-AUX                  PIC X(002)   VALUE SPACES.

      ********** CARGA COMPLETA OU INCREMENTAL: AS DIMENSOES COM ******
      *    CARIMBO DE INCLUSAO/ALTERACAO SAEM SO QUANDO MUDARAM      *
      *    DESDE A ULTIMA EXTRACAO; OS FATOS, QUE NAO TEM CARIMBO,   *
      *    SAEM PELA DATA DO MOVIMENTO A PARTIR DO DIA DA ULTIMA     *
      *    EXTRACAO MENOS A JANELA DE REENVIO                        *
           05 AREA-DELTA.
              10 OPC-MODO                  PIC 9        VALUE ZEROES.
              10 SW-MODO-DELTA             PIC X        VALUE "N".
              10 TIPO-CARGA-W              PIC X(011)   VALUE
                 "COMPLETA".
              10 ULT-EXTRACAO              PIC 9(014)   VALUE ZEROES.
              10 CARIMBO-REG               PIC 9(014)   VALUE ZEROES.
              10 CARIMBO-AGORA             PIC 9(014)   VALUE ZEROES.
              10 DATA-STAMP-W              PIC X(010)   VALUE SPACES.
              10 HORA-STAMP-W              PIC X(008)   VALUE SPACES.
              10 DIAS-REENVIO              PIC 9(003)   VALUE 7.
              10 DATA-ULT-AMD              PIC 9(008)   VALUE ZEROES.
              10 DATA-BASE-AMD             PIC 9(008)   VALUE ZEROES.
              10 DATA-BASE-INT             PIC 9(008)   VALUE ZEROES.

           05 Data-Conv-W                  PIC X(010)   VALUE SPACES.
           05 Data-Conv-AMD                PIC 9(008)   VALUE ZEROES.
           05 Data-Conv-R REDEFINES Data-Conv-AMD.
              10 AAAA-Conv-W               PIC 9(004).
              10 MM-Conv-W                 PIC 9(002).
              10 DD-Conv-W                 PIC 9(002).
           05 Data-Conv-RX REDEFINES Data-Conv-AMD.
              10 AAAA-Conv-X               PIC X(004).
              10 MM-Conv-X                 PIC X(002).
              10 DD-Conv-X                 PIC X(002).
           05 Data-Abertura-AMD            PIC 9(008)   VALUE ZEROES.
           05 Data-Fechamento-AMD          PIC 9(008)   VALUE ZEROES.
           05 DATA-BI-W                    PIC X(010)   VALUE SPACES.

      ********** SAIDA CORRENTE E TOTAIS DA TABELA PARA O CONTROLE ***
           05 Nome-Saida-W                 PIC X(030)   VALUE SPACES.
           05 Tipo-Tab-W                   PIC X(011)   VALUE SPACES.
           05 Situacao-Tab-W               PIC X(010)   VALUE SPACES.
           05 CABECALHO-BI-W               PIC X(250)   VALUE SPACES.
           05 CONT-LIDOS-TAB               PIC 9(007)   VALUE ZEROES.
           05 CONT-TABELA                  PIC 9(007)   VALUE ZEROES.
           05 CONT-TOTAL-LIDOS             PIC 9(007)   VALUE ZEROES.
           05 CONT-TOTAL-GRAVADOS          PIC 9(007)   VALUE ZEROES.

      ********** DIMENSAO ZONA: MONTADA DOS CADASTROS DE CLIENTES E **
      *    VENDEDORES (NAO HA CADASTRO PROPRIO DE ZONAS)             *
           05 Zona-W                       PIC X(003)   VALUE SPACES.
           05 QTD-ZONAS                    PIC 9(003)   VALUE ZEROES.
           05 Idx-Achado-Zn                PIC 9(003)   VALUE ZEROES.
           05 TABELA-ZONAS.
              10 ZONA-OCC OCCURS 200 TIMES INDEXED BY IDX-ZN.
                 15 Codigo-Zona-T          PIC X(003).
                 15 Qtd-Cli-Zona-T         PIC 9(007).
                 15 Qtd-Ven-Zona-T         PIC 9(005).

      ********** DIMENSAO CALENDARIO: DOIS ANOS PARA TRAS E O ANO *****
      *    SEGUINTE, COM OS FERIADOS DO PGM00023                     *
           05 ANO-HOJE-W                   PIC 9(004)   VALUE ZEROES.
           05 DATA-CAL-AMD                 PIC 9(008)   VALUE ZEROES.
           05 DATA-CAL-INT                 PIC 9(008)   VALUE ZEROES.
           05 DATA-CAL-FIM-INT             PIC 9(008)   VALUE ZEROES.
           05 DIA-SEMANA-W                 PIC 9(001)   VALUE ZEROES.

      ********** FATO VENDAS: FATURAS AGRUPADAS POR PEDIDO ************
           05 PED-GRUPO-W                  PIC 9(007)   VALUE ZEROES.
           05 MAIOR-EMISSAO-W              PIC 9(008)   VALUE ZEROES.
           05 VALOR-ITEM-W                 PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 HORA-VIS-W                   PIC 9(004)   VALUE ZEROES.
           05 HORA-VIS-R REDEFINES HORA-VIS-W.
              10 HH-Vis-X                  PIC X(002).
              10 MI-Vis-X                  PIC X(002).

      ********** LINHAS DOS ARQUIVOS DO MODELO ESTRELA: SEPARADOR ";",*
      *    CHAVES COM ZEROS A ESQUERDA, DATAS AAAA-MM-DD, VALORES    *
      *    COM VIRGULA DECIMAL E SEM SEPARADOR DE MILHAR             *
       01  LINHA-DIM-CLIENTE.
           05 Codigo-Cliente-bc            PIC 9(007).
           05 FIL-BC1                      PIC X        VALUE ";".
           05 CNPJ-bc                      PIC 9(014).
           05 FIL-BC2                      PIC X        VALUE ";".
           05 Razao-Social-bc              PIC X(040).
           05 FIL-BC3                      PIC X        VALUE ";".
           05 Codigo-Vendedor-bc           PIC 9(003).
           05 FIL-BC4                      PIC X        VALUE ";".
           05 Zona-bc                      PIC X(003).
           05 FIL-BC5                      PIC X        VALUE ";".
           05 Classificacao-bc             PIC X(001).
           05 FIL-BC6                      PIC X        VALUE ";".
           05 Situacao-bc                  PIC X(001).
           05 FIL-BC7                      PIC X        VALUE ";".
           05 Data-Inclusao-bc             PIC X(010).
           05 FIL-BC8                      PIC X        VALUE ";".
           05 Data-Alteracao-bc            PIC X(010).

       01  LINHA-DIM-VENDEDOR.
           05 Codigo-Vendedor-bv           PIC 9(003).
           05 FIL-BV1                      PIC X        VALUE ";".
           05 CPF-bv                       PIC 9(011).
           05 FIL-BV2                      PIC X        VALUE ";".
           05 Nome-Vendedor-bv             PIC X(040).
           05 FIL-BV3                      PIC X        VALUE ";".
           05 Zona-bv                      PIC X(003).
           05 FIL-BV4                      PIC X        VALUE ";".
           05 Capacidade-bv                PIC 9(005).
           05 FIL-BV5                      PIC X        VALUE ";".
           05 Data-Inclusao-bv             PIC X(010).
           05 FIL-BV6                      PIC X        VALUE ";".
           05 Data-Alteracao-bv            PIC X(010).

       01  LINHA-DIM-ZONA.
           05 Zona-bz                      PIC X(003).
           05 FIL-BZ1                      PIC X        VALUE ";".
           05 Qtd-Clientes-bz              PIC 9(007).
           05 FIL-BZ2                      PIC X        VALUE ";".
           05 Qtd-Vendedores-bz            PIC 9(005).

       01  LINHA-DIM-PRODUTO.
           05 Codigo-Produto-bp            PIC 9(005).
           05 FIL-BP1                      PIC X        VALUE ";".
           05 Descricao-bp                 PIC X(040).
           05 FIL-BP2                      PIC X        VALUE ";".
           05 Unidade-bp                   PIC X(003).
           05 FIL-BP3                      PIC X        VALUE ";".
           05 Preco-Lista-bp               PIC 9(007),99.
           05 FIL-BP4                      PIC X        VALUE ";".
           05 Custo-bp                     PIC 9(007),99.
           05 FIL-BP5                      PIC X        VALUE ";".
           05 Ativo-bp                     PIC X(001).
           05 FIL-BP6                      PIC X        VALUE ";".
           05 Data-Inclusao-bp             PIC X(010).
           05 FIL-BP7                      PIC X        VALUE ";".
           05 Data-Alteracao-bp            PIC X(010).

       01  LINHA-DIM-CALENDARIO.
           05 Data-bk                      PIC X(010).
           05 FIL-BK1                      PIC X        VALUE ";".
           05 Ano-bk                       PIC X(004).
           05 FIL-BK2                      PIC X        VALUE ";".
           05 Mes-bk                       PIC X(002).
           05 FIL-BK3                      PIC X        VALUE ";".
           05 Dia-bk                       PIC X(002).
           05 FIL-BK4                      PIC X        VALUE ";".
           05 Ano-Mes-bk                   PIC X(007).
           05 FIL-BK5                      PIC X        VALUE ";".
           05 Trimestre-bk                 PIC 9(001).
           05 FIL-BK6                      PIC X        VALUE ";".
           05 Dia-Semana-bk                PIC 9(001).
           05 FIL-BK7                      PIC X        VALUE ";".
           05 Dia-Util-bk                  PIC X(001).
           05 FIL-BK8                      PIC X        VALUE ";".
           05 Feriado-bk                   PIC X(030).

       01  LINHA-FATO-VENDAS.
           05 Numero-Pedido-fv             PIC 9(007).
           05 FIL-FV1                      PIC X        VALUE ";".
           05 Sequencia-fv                 PIC 9(003).
           05 FIL-FV2                      PIC X        VALUE ";".
           05 Data-Faturamento-fv          PIC X(010).
           05 FIL-FV3                      PIC X        VALUE ";".
           05 Codigo-Cliente-fv            PIC 9(007).
           05 FIL-FV4                      PIC X        VALUE ";".
           05 Codigo-Vendedor-fv           PIC 9(003).
           05 FIL-FV5                      PIC X        VALUE ";".
           05 Codigo-Produto-fv            PIC 9(005).
           05 FIL-FV6                      PIC X        VALUE ";".
           05 Tipo-Item-fv                 PIC X(001).
           05 FIL-FV7                      PIC X        VALUE ";".
           05 Quantidade-fv                PIC 9(007),99.
           05 FIL-FV8                      PIC X        VALUE ";".
           05 Preco-Unitario-fv            PIC 9(007),99.
           05 FIL-FV9                      PIC X        VALUE ";".
           05 Valor-fv                     PIC 9(009),99.
           05 FIL-FV10                     PIC X        VALUE ";".
           05 Situacao-Pedido-fv           PIC X(001).
           05 FIL-FV11                     PIC X        VALUE ";".
           05 Estornado-fv                 PIC X(001).

       01  LINHA-FATO-RECEBTOS.
           05 Numero-Pedido-fr             PIC 9(007).
           05 FIL-FR1                      PIC X        VALUE ";".
           05 Parcela-fr                   PIC 9(002).
           05 FIL-FR2                      PIC X        VALUE ";".
           05 Sequencia-fr                 PIC 9(003).
           05 FIL-FR3                      PIC X        VALUE ";".
           05 Data-Recebto-fr              PIC X(010).
           05 FIL-FR4                      PIC X        VALUE ";".
           05 Codigo-Cliente-fr            PIC 9(007).
           05 FIL-FR5                      PIC X        VALUE ";".
           05 Codigo-Vendedor-fr           PIC 9(003).
           05 FIL-FR6                      PIC X        VALUE ";".
           05 Forma-fr                     PIC X(001).
           05 FIL-FR7                      PIC X        VALUE ";".
           05 Valor-fr                     PIC 9(009),99.

       01  LINHA-FATO-VISITAS.
           05 Codigo-Vendedor-fi           PIC 9(003).
           05 FIL-FI1                      PIC X        VALUE ";".
           05 Data-Visita-fi               PIC X(010).
           05 FIL-FI2                      PIC X        VALUE ";".
           05 Codigo-Cliente-fi            PIC 9(007).
           05 FIL-FI3                      PIC X        VALUE ";".
           05 Hora-fi                      PIC X(005).
           05 FIL-FI4                      PIC X        VALUE ";".
           05 Resultado-fi                 PIC X(001).
           05 FIL-FI5                      PIC X        VALUE ";".
           05 Situacao-Geo-fi              PIC X(001).
           05 FIL-FI6                      PIC X        VALUE ";".
           05 Distancia-Geo-fi             PIC 9(007).

       01  LINHA-FATO-OCORRENCIAS.
           05 Numero-Ocorrencia-fo         PIC 9(007).
           05 FIL-FO1                      PIC X        VALUE ";".
           05 Codigo-Cliente-fo            PIC 9(007).
           05 FIL-FO2                      PIC X        VALUE ";".
           05 Codigo-Vendedor-fo           PIC 9(003).
           05 FIL-FO3                      PIC X        VALUE ";".
           05 Tipo-fo                      PIC X(001).
           05 FIL-FO4                      PIC X        VALUE ";".
           05 Situacao-fo                  PIC X(001).
           05 FIL-FO5                      PIC X        VALUE ";".
           05 Data-Abertura-fo             PIC X(010).
           05 FIL-FO6                      PIC X        VALUE ";".
           05 Prazo-fo                     PIC X(010).
           05 FIL-FO7                      PIC X        VALUE ";".
           05 Data-Fechamento-fo           PIC X(010).

       01  LINHA-BIMANIF.
           05 Arquivo-bm                   PIC X(030).
           05 FIL-BM1                      PIC X        VALUE ";".
           05 Tipo-Carga-bm                PIC X(011).
           05 FIL-BM2                      PIC X        VALUE ";".
           05 Data-Base-bm                 PIC X(010).
           05 FIL-BM3                      PIC X        VALUE ";".
           05 Carimbo-bm                   PIC 9(014).
           05 FIL-BM4                      PIC X        VALUE ";".
           05 Lidos-bm                     PIC 9(007).
           05 FIL-BM5                      PIC X        VALUE ";".
           05 Gravados-bm                  PIC 9(007).
           05 FIL-BM6                      PIC X        VALUE ";".
           05 Situacao-bm                  PIC X(010).

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF SW-ARQUIVOS-OK = "S"
              PERFORM EXTRAIR-DIM-CLIENTE
              PERFORM EXTRAIR-DIM-VENDEDOR
              PERFORM EXTRAIR-DIM-ZONA
              PERFORM EXTRAIR-DIM-PRODUTO
              PERFORM EXTRAIR-DIM-CALENDARIO
              PERFORM EXTRAIR-FATO-VENDAS
              PERFORM EXTRAIR-FATO-RECEBTOS
              PERFORM EXTRAIR-FATO-VISITAS
              PERFORM EXTRAIR-FATO-OCORRENCIAS
           END-IF
           PERFORM FIN.

       INICIO.
      ********** EXTRACAO NOTURNA EM MODELO ESTRELA PARA A FERRAMENTA *
      *    DE BI: CINCO DIMENSOES (CLIENTE, VENDEDOR, ZONA, PRODUTO, *
      *    CALENDARIO) E QUATRO FATOS (VENDAS, RECEBIMENTOS, VISITAS *
      *    E OCORRENCIAS) EM ARQUIVOS BI_*.CSV, MAIS O BI_CONTROLE   *
      *    COM O TIPO DE CARGA E OS TOTAIS DE CADA ARQUIVO           *
           ACCEPT DATE-AUXILIAR FROM DATE
           ACCEPT HORA-AUXILIAR FROM TIME
           COMPUTE CARIMBO-AGORA =
              (20000000 + FUNCTION NUMVAL(AA-AUX) * 10000
               + FUNCTION NUMVAL(MM-AUX) * 100
               + FUNCTION NUMVAL(DD-AUX)) * 1000000
              + FUNCTION NUMVAL(HH-AUX) * 10000
              + FUNCTION NUMVAL(MIN-AUX) * 100
              + FUNCTION NUMVAL(SEG-AUX)
           COMPUTE ANO-HOJE-W = 2000 + FUNCTION NUMVAL(AA-AUX)

           DISPLAY "EXTRACAO PARA BI (MODELO ESTRELA)"
           DISPLAY "OPCAO 1 CARGA COMPLETA  OPCAO 2 INCREMENTAL"
           ACCEPT OPC-MODO
      ********** SEM RESPOSTA (LOTE NOTURNO) VALE A INCREMENTAL *******
           IF OPC-MODO NOT = 1
              PERFORM LER-CONTROLE-EXTRACAO
              IF ULT-EXTRACAO = ZEROES
                 DISPLAY "SEM EXTRACAO ANTERIOR: FEITA A CARGA COMPLETA"
              ELSE
                 MOVE "S"           TO SW-MODO-DELTA
                 MOVE "INCREMENTAL" TO TIPO-CARGA-W
                 COMPUTE DATA-ULT-AMD = ULT-EXTRACAO / 1000000
                 COMPUTE DATA-BASE-INT = FUNCTION INTEGER-OF-DATE
                    (DATA-ULT-AMD) - DIAS-REENVIO
                 COMPUTE DATA-BASE-AMD = FUNCTION DATE-OF-INTEGER
                    (DATA-BASE-INT)
                 DISPLAY "INCREMENTAL DESDE " ULT-EXTRACAO
                         " (FATOS DESDE " DATA-BASE-AMD ")"
              END-IF
           END-IF

           OPEN OUTPUT BIMANIF
           IF FILE-STATUS-BM NOT = 00
              DISPLAY "ATENCAO: bi_controle.csv NAO PODE SER CRIADO"
              DISPLAY "STATUS: " FILE-STATUS-BM
              MOVE "FALHA" TO JOB-STATUS
           ELSE
              MOVE "S" TO SW-ARQUIVOS-OK
              MOVE SPACES TO REG-BIMANIF
              STRING "arquivo;tipo_carga;data_base;carimbo;"
                     "lidos;gravados;situacao"
                     DELIMITED BY SIZE INTO REG-BIMANIF
              WRITE REG-BIMANIF
              OPEN INPUT FERIADOS
              IF FILE-STATUS-FER = 00
                 MOVE "S" TO SW-FERIADOS-OK
              END-IF
           END-IF.

       LER-CONTROLE-EXTRACAO.
      ********** CARIMBO (AAAAMMDDHHMMSS) DA ULTIMA EXTRACAO *********
           MOVE ZEROES TO ULT-EXTRACAO
           OPEN INPUT BICTL
           IF FILE-STATUS-CTL = 00
              READ BICTL
                 AT END CONTINUE
                 NOT AT END
                    IF Carimbo-Ultima-Bi IS NUMERIC
                       MOVE Carimbo-Ultima-Bi TO ULT-EXTRACAO
                    END-IF
              END-READ
              CLOSE BICTL
           END-IF.

       EXTRAIR-DIM-CLIENTE.
           MOVE "bi_dim_cliente.csv" TO Nome-Saida-W
           MOVE TIPO-CARGA-W         TO Tipo-Tab-W
           MOVE SPACES               TO CABECALHO-BI-W
           STRING "codigo_cliente;cnpj;razao_social;codigo_vendedor;"
                  "zona;classificacao;situacao;data_inclusao;"
                  "data_alteracao"
                  DELIMITED BY SIZE INTO CABECALHO-BI-W
           PERFORM ABRIR-SAIDA-BI
           IF SW-SAIDA-OK = "S"
              OPEN INPUT CLIENTES
              IF FILE-STATUS-CLI = 00
                 SET NO-FIN-ARQUIVO TO TRUE
                 PERFORM LER-DIM-CLIENTE UNTIL FIN-ARQUIVO
                 CLOSE CLIENTES
              ELSE
                 PERFORM REGISTRAR-ORIGEM-FALTANDO
              END-IF
              PERFORM FECHAR-SAIDA-BI
           END-IF.

       LER-DIM-CLIENTE.
           READ CLIENTES NEXT RECORD
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
              ADD 1 TO CONT-LIDOS-TAB
              MOVE Zona-Cliente TO Zona-W
              PERFORM NORMALIZAR-ZONA
              PERFORM LOCALIZAR-ZONA
              IF Idx-Achado-Zn > ZEROES
                 SET IDX-ZN TO Idx-Achado-Zn
                 ADD 1 TO Qtd-Cli-Zona-T(IDX-ZN)
              END-IF
              IF Data-Alteracao IN REG-CLIENTES NOT = SPACES
                 MOVE Data-Alteracao IN REG-CLIENTES TO DATA-STAMP-W
                 MOVE Hora-Alteracao IN REG-CLIENTES TO HORA-STAMP-W
              ELSE
                 MOVE Data-Inclusao IN REG-CLIENTES  TO DATA-STAMP-W
                 MOVE Hora-Inclusao IN REG-CLIENTES  TO HORA-STAMP-W
              END-IF
              PERFORM CONVERTER-CARIMBO-REG
              IF SW-MODO-DELTA = "N" OR CARIMBO-REG > ULT-EXTRACAO
                 PERFORM GRAVAR-DIM-CLIENTE
              END-IF
           END-IF.

       GRAVAR-DIM-CLIENTE.
           MOVE Codigo-Cliente          TO Codigo-Cliente-bc
           MOVE CNPJ                    TO CNPJ-bc
           MOVE Razão-Social            TO Razao-Social-bc
           MOVE Codigo-Vendedor-Fixo    TO Codigo-Vendedor-bc
           MOVE Zona-W                  TO Zona-bc
           MOVE Classificacao-Cliente   TO Classificacao-bc
           MOVE Situacao-Cliente        TO Situacao-bc
           MOVE Data-Inclusao IN REG-CLIENTES  TO Data-Conv-W
           PERFORM FORMATAR-DATA-BI
           MOVE DATA-BI-W               TO Data-Inclusao-bc
           MOVE Data-Alteracao IN REG-CLIENTES TO Data-Conv-W
           PERFORM FORMATAR-DATA-BI
           MOVE DATA-BI-W               TO Data-Alteracao-bc
           WRITE REG-BIARQ FROM LINHA-DIM-CLIENTE
           ADD 1 TO CONT-TABELA.

       EXTRAIR-DIM-VENDEDOR.
           MOVE "bi_dim_vendedor.csv" TO Nome-Saida-W
           MOVE TIPO-CARGA-W          TO Tipo-Tab-W
           MOVE SPACES                TO CABECALHO-BI-W
           STRING "codigo_vendedor;cpf;nome_vendedor;zona;capacidade;"
                  "data_inclusao;data_alteracao"
                  DELIMITED BY SIZE INTO CABECALHO-BI-W
           PERFORM ABRIR-SAIDA-BI
           IF SW-SAIDA-OK = "S"
              OPEN INPUT VENDEDOR
              IF FILE-STATUS-VEN = 00
                 SET NO-FIN-ARQUIVO TO TRUE
                 PERFORM LER-DIM-VENDEDOR UNTIL FIN-ARQUIVO
                 CLOSE VENDEDOR
              ELSE
                 PERFORM REGISTRAR-ORIGEM-FALTANDO
              END-IF
              PERFORM FECHAR-SAIDA-BI
           END-IF.

       LER-DIM-VENDEDOR.
           READ VENDEDOR NEXT RECORD
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
              ADD 1 TO CONT-LIDOS-TAB
              MOVE Zona-Vendedor TO Zona-W
              PERFORM NORMALIZAR-ZONA
              PERFORM LOCALIZAR-ZONA
              IF Idx-Achado-Zn > ZEROES
                 SET IDX-ZN TO Idx-Achado-Zn
                 ADD 1 TO Qtd-Ven-Zona-T(IDX-ZN)
              END-IF
              IF Data-Alteracao IN REG-VENDEDOR NOT = SPACES
                 MOVE Data-Alteracao IN REG-VENDEDOR TO DATA-STAMP-W
                 MOVE Hora-Alteracao IN REG-VENDEDOR TO HORA-STAMP-W
              ELSE
                 MOVE Data-Inclusao IN REG-VENDEDOR  TO DATA-STAMP-W
                 MOVE Hora-Inclusao IN REG-VENDEDOR  TO HORA-STAMP-W
              END-IF
              PERFORM CONVERTER-CARIMBO-REG
              IF SW-MODO-DELTA = "N" OR CARIMBO-REG > ULT-EXTRACAO
                 MOVE Codigo-Vendedor       TO Codigo-Vendedor-bv
                 MOVE CPF                   TO CPF-bv
                 MOVE Nombre-Vendedor       TO Nome-Vendedor-bv
                 MOVE Zona-W                TO Zona-bv
                 MOVE Capacidade-Vendedor   TO Capacidade-bv
                 MOVE Data-Inclusao IN REG-VENDEDOR  TO Data-Conv-W
                 PERFORM FORMATAR-DATA-BI
                 MOVE DATA-BI-W             TO Data-Inclusao-bv
                 MOVE Data-Alteracao IN REG-VENDEDOR TO Data-Conv-W
                 PERFORM FORMATAR-DATA-BI
                 MOVE DATA-BI-W             TO Data-Alteracao-bv
                 WRITE REG-BIARQ FROM LINHA-DIM-VENDEDOR
                 ADD 1 TO CONT-TABELA
              END-IF
           END-IF.

       EXTRAIR-DIM-ZONA.
      ********** SEMPRE COMPLETA: SO EXISTE A PARTIR DOS CADASTROS ****
           MOVE "bi_dim_zona.csv"     TO Nome-Saida-W
           MOVE "COMPLETA"            TO Tipo-Tab-W
           MOVE "zona;qtd_clientes;qtd_vendedores" TO CABECALHO-BI-W
           PERFORM ABRIR-SAIDA-BI
           IF SW-SAIDA-OK = "S"
              PERFORM VARYING IDX-ZN FROM 1 BY 1
                 UNTIL IDX-ZN > QTD-ZONAS
                 ADD 1 TO CONT-LIDOS-TAB
                 MOVE Codigo-Zona-T(IDX-ZN)   TO Zona-bz
                 MOVE Qtd-Cli-Zona-T(IDX-ZN)  TO Qtd-Clientes-bz
                 MOVE Qtd-Ven-Zona-T(IDX-ZN)  TO Qtd-Vendedores-bz
                 WRITE REG-BIARQ FROM LINHA-DIM-ZONA
                 ADD 1 TO CONT-TABELA
              END-PERFORM
              PERFORM FECHAR-SAIDA-BI
           END-IF.

       NORMALIZAR-ZONA.
      ********** CADASTRO SEM ZONA: CHAVE N/D NAS TRES DIMENSOES ******
           IF Zona-W = SPACES
              MOVE "N/D" TO Zona-W
           END-IF.

       LOCALIZAR-ZONA.
           MOVE ZEROES TO Idx-Achado-Zn
           PERFORM VARYING IDX-ZN FROM 1 BY 1
              UNTIL IDX-ZN > QTD-ZONAS OR Idx-Achado-Zn > ZEROES
              IF Codigo-Zona-T(IDX-ZN) = Zona-W
                 SET Idx-Achado-Zn TO IDX-ZN
              END-IF
           END-PERFORM
           IF Idx-Achado-Zn = ZEROES
              IF QTD-ZONAS < 200
                 ADD 1 TO QTD-ZONAS
                 MOVE QTD-ZONAS TO Idx-Achado-Zn
                 SET IDX-ZN TO Idx-Achado-Zn
                 MOVE Zona-W    TO Codigo-Zona-T(IDX-ZN)
                 MOVE ZEROES    TO Qtd-Cli-Zona-T(IDX-ZN)
                 MOVE ZEROES    TO Qtd-Ven-Zona-T(IDX-ZN)
              ELSE
                 IF SW-AVISO-ZONAS = "N"
                    DISPLAY "AVISO: MAIS DE 200 ZONAS; EXCEDENTES FORA "
                            "DA DIMENSAO ZONA"
                    MOVE "S" TO SW-AVISO-ZONAS
                    ADD 1 TO JOB-AVISOS
                 END-IF
              END-IF
           END-IF.

       EXTRAIR-DIM-PRODUTO.
           MOVE "bi_dim_produto.csv"  TO Nome-Saida-W
           MOVE TIPO-CARGA-W          TO Tipo-Tab-W
           MOVE SPACES                TO CABECALHO-BI-W
           STRING "codigo_produto;descricao;unidade;preco_lista;custo;"
                  "ativo;data_inclusao;data_alteracao"
                  DELIMITED BY SIZE INTO CABECALHO-BI-W
           PERFORM ABRIR-SAIDA-BI
           IF SW-SAIDA-OK = "S"
              OPEN INPUT PRODUTOS
              IF FILE-STATUS-PRO = 00
                 SET NO-FIN-ARQUIVO TO TRUE
                 PERFORM LER-DIM-PRODUTO UNTIL FIN-ARQUIVO
                 CLOSE PRODUTOS
              ELSE
                 PERFORM REGISTRAR-ORIGEM-FALTANDO
              END-IF
              PERFORM FECHAR-SAIDA-BI
           END-IF.

       LER-DIM-PRODUTO.
           READ PRODUTOS NEXT RECORD
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
              ADD 1 TO CONT-LIDOS-TAB
              IF Data-Alteracao IN REG-PRODUTOS NOT = SPACES
                 MOVE Data-Alteracao IN REG-PRODUTOS TO DATA-STAMP-W
                 MOVE Hora-Alteracao IN REG-PRODUTOS TO HORA-STAMP-W
              ELSE
                 MOVE Data-Inclusao IN REG-PRODUTOS  TO DATA-STAMP-W
                 MOVE Hora-Inclusao IN REG-PRODUTOS  TO HORA-STAMP-W
              END-IF
              PERFORM CONVERTER-CARIMBO-REG
              IF SW-MODO-DELTA = "N" OR CARIMBO-REG > ULT-EXTRACAO
                 MOVE Codigo-Produto        TO Codigo-Produto-bp
                 MOVE Descricao-Produto     TO Descricao-bp
                 MOVE Unidade-Produto       TO Unidade-bp
                 MOVE Preco-Lista           TO Preco-Lista-bp
                 MOVE Custo-Produto         TO Custo-bp
                 MOVE Produto-Ativo         TO Ativo-bp
                 MOVE Data-Inclusao IN REG-PRODUTOS  TO Data-Conv-W
                 PERFORM FORMATAR-DATA-BI
                 MOVE DATA-BI-W             TO Data-Inclusao-bp
                 MOVE Data-Alteracao IN REG-PRODUTOS TO Data-Conv-W
                 PERFORM FORMATAR-DATA-BI
                 MOVE DATA-BI-W             TO Data-Alteracao-bp
                 WRITE REG-BIARQ FROM LINHA-DIM-PRODUTO
                 ADD 1 TO CONT-TABELA
              END-IF
           END-IF.

       EXTRAIR-DIM-CALENDARIO.
      ********** SEMPRE COMPLETA: 01-01 DE DOIS ANOS ATRAS ATE 31-12 *
      *    DO ANO SEGUINTE. DIA UTIL: SEGUNDA A SEXTA FORA DOS       *
      *    FERIADOS; DIA DA SEMANA 1 = SEGUNDA ... 7 = DOMINGO       *
           MOVE "bi_dim_calendario.csv" TO Nome-Saida-W
           MOVE "COMPLETA"              TO Tipo-Tab-W
           MOVE SPACES                  TO CABECALHO-BI-W
           STRING "data;ano;mes;dia;ano_mes;trimestre;dia_semana;"
                  "dia_util;feriado"
                  DELIMITED BY SIZE INTO CABECALHO-BI-W
           PERFORM ABRIR-SAIDA-BI
           IF SW-SAIDA-OK = "S"
              IF SW-FERIADOS-OK NOT = "S"
                 DISPLAY "AVISO: feriados.dat AUSENTE; DIA UTIL SO "
                         "PELOS FINS DE SEMANA"
                 ADD 1 TO JOB-AVISOS
              END-IF
              COMPUTE DATA-CAL-AMD = (ANO-HOJE-W - 2) * 10000 + 0101
              COMPUTE DATA-CAL-INT = FUNCTION INTEGER-OF-DATE
                 (DATA-CAL-AMD)
              COMPUTE DATA-CAL-AMD = (ANO-HOJE-W + 1) * 10000 + 1231
              COMPUTE DATA-CAL-FIM-INT = FUNCTION INTEGER-OF-DATE
                 (DATA-CAL-AMD)
              PERFORM GRAVAR-DIA-CALENDARIO
                 UNTIL DATA-CAL-INT > DATA-CAL-FIM-INT
              PERFORM FECHAR-SAIDA-BI
           END-IF.

       GRAVAR-DIA-CALENDARIO.
           ADD 1 TO CONT-LIDOS-TAB
           COMPUTE Data-Conv-AMD = FUNCTION DATE-OF-INTEGER
              (DATA-CAL-INT)
           PERFORM FORMATAR-DATA-AMD
           MOVE DATA-BI-W      TO Data-bk
           MOVE AAAA-Conv-X    TO Ano-bk
           MOVE MM-Conv-X      TO Mes-bk
           MOVE DD-Conv-X      TO Dia-bk
           MOVE DATA-BI-W(1:7) TO Ano-Mes-bk
           COMPUTE Trimestre-bk = (MM-Conv-W + 2) / 3
           COMPUTE DIA-SEMANA-W = FUNCTION MOD(DATA-CAL-INT - 1, 7)
           COMPUTE Dia-Semana-bk = DIA-SEMANA-W + 1
           MOVE SPACES         TO Feriado-bk
           IF DIA-SEMANA-W < 5
              MOVE "S"         TO Dia-Util-bk
           ELSE
              MOVE "N"         TO Dia-Util-bk
           END-IF
           IF SW-FERIADOS-OK = "S"
              MOVE Data-Conv-AMD TO Data-Feriado-fe
              READ FERIADOS
              IF FILE-STATUS-FER = 00
                 MOVE "N"               TO Dia-Util-bk
                 MOVE Descricao-Feriado TO Feriado-bk
              END-IF
           END-IF
           WRITE REG-BIARQ FROM LINHA-DIM-CALENDARIO
           ADD 1 TO CONT-TABELA
           ADD 1 TO DATA-CAL-INT.

       EXTRAIR-FATO-VENDAS.
      ********** ITENS FATURADOS (QUANTIDADE FATURADA DO PEDIDO, ******
      *    INCLUSIVE O PARCIAL DO BACKORDER), DATADOS PELA ULTIMA    *
      *    EMISSAO DE FATURA DO PEDIDO. PEDIDO COM TODAS AS FATURAS  *
      *    ESTORNADAS (PGM00021) SAI MARCADO COMO ESTORNADO          *
           MOVE "bi_fato_vendas.csv"  TO Nome-Saida-W
           MOVE TIPO-CARGA-W          TO Tipo-Tab-W
           MOVE SPACES                TO CABECALHO-BI-W
           STRING "numero_pedido;sequencia;data_faturamento;"
                  "codigo_cliente;codigo_vendedor;codigo_produto;"
                  "tipo_item;quantidade;preco_unitario;valor;"
                  "situacao_pedido;estornado"
                  DELIMITED BY SIZE INTO CABECALHO-BI-W
           PERFORM ABRIR-SAIDA-BI
           IF SW-SAIDA-OK = "S"
              MOVE "N" TO SW-FATURAS-OK
              MOVE "N" TO SW-PEDIDOS-OK
              MOVE "N" TO SW-ITENS-OK
              OPEN INPUT FATURAS
              IF FILE-STATUS = 00
                 MOVE "S" TO SW-FATURAS-OK
              END-IF
              OPEN INPUT PEDIDOS
              IF FILE-STATUS-PED = 00
                 MOVE "S" TO SW-PEDIDOS-OK
              END-IF
              OPEN INPUT ITENS
              IF FILE-STATUS-IT = 00
                 MOVE "S" TO SW-ITENS-OK
              END-IF
              IF SW-FATURAS-OK = "S" AND SW-PEDIDOS-OK = "S"
                 AND SW-ITENS-OK = "S"
                 MOVE ZEROES TO PED-GRUPO-W
                 MOVE "N"    TO SW-GRUPO-ATIVO
                 SET NO-FIN-ARQUIVO TO TRUE
                 PERFORM LER-FATURA-VENDAS UNTIL FIN-ARQUIVO
                 PERFORM FECHAR-GRUPO-VENDAS
              ELSE
                 PERFORM REGISTRAR-ORIGEM-FALTANDO
              END-IF
              IF SW-FATURAS-OK = "S"
                 CLOSE FATURAS
              END-IF
              IF SW-PEDIDOS-OK = "S"
                 CLOSE PEDIDOS
              END-IF
              IF SW-ITENS-OK = "S"
                 CLOSE ITENS
              END-IF
              PERFORM FECHAR-SAIDA-BI
           END-IF.

       LER-FATURA-VENDAS.
           READ FATURAS NEXT RECORD
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
              ADD 1 TO CONT-LIDOS-TAB
              IF SW-GRUPO-ATIVO = "N"
                 OR Numero-Pedido-fa NOT = PED-GRUPO-W
                 PERFORM FECHAR-GRUPO-VENDAS
                 MOVE Numero-Pedido-fa TO PED-GRUPO-W
                 MOVE ZEROES           TO MAIOR-EMISSAO-W
                 MOVE "S"              TO SW-GRUPO-ATIVO
                 MOVE "S"              TO SW-GRUPO-ESTORNADO
              END-IF
              IF NOT FATURA-CANCELADA
                 MOVE "N" TO SW-GRUPO-ESTORNADO
              END-IF
              MOVE Data-Emissao-fa TO Data-Conv-W
              PERFORM CONVERTER-DATA
              IF Data-Conv-AMD > MAIOR-EMISSAO-W
                 MOVE Data-Conv-AMD TO MAIOR-EMISSAO-W
              END-IF
           END-IF.

       FECHAR-GRUPO-VENDAS.
           IF SW-GRUPO-ATIVO = "S" AND MAIOR-EMISSAO-W > ZEROES
              IF SW-MODO-DELTA = "N"
                 OR MAIOR-EMISSAO-W NOT < DATA-BASE-AMD
                 PERFORM EMITIR-VENDAS-PEDIDO
              END-IF
           END-IF
           MOVE "N" TO SW-GRUPO-ATIVO.

       EMITIR-VENDAS-PEDIDO.
      ********** PARCELAS DE ACORDO (SEM PEDIDO/ITENS) NAO SAO VENDA **
           MOVE PED-GRUPO-W TO Numero-Pedido
           READ PEDIDOS
           IF FILE-STATUS-PED = 00
              MOVE MAIOR-EMISSAO-W TO Data-Conv-AMD
              PERFORM FORMATAR-DATA-AMD
              MOVE PED-GRUPO-W     TO Numero-Pedido-it
              MOVE ZEROES          TO Sequencia-it
              SET NO-FIM-ITENS TO TRUE
              START ITENS KEY IS NOT LESS THAN Chave-Item
                 INVALID KEY SET FIM-ITENS TO TRUE
              END-START
              PERFORM LER-ITEM-VENDAS UNTIL FIM-ITENS
           END-IF.

       LER-ITEM-VENDAS.
           READ ITENS NEXT RECORD
              AT END SET FIM-ITENS TO TRUE
           END-READ
           IF NOT FIM-ITENS
              IF Numero-Pedido-it NOT = PED-GRUPO-W
                 SET FIM-ITENS TO TRUE
              ELSE
                 IF Quantidade-Faturada-it > ZEROES
                    MOVE Numero-Pedido-it       TO Numero-Pedido-fv
                    MOVE Sequencia-it           TO Sequencia-fv
                    MOVE DATA-BI-W              TO Data-Faturamento-fv
                    MOVE Codigo-Cliente-p       TO Codigo-Cliente-fv
                    MOVE Codigo-Vendedor-p      TO Codigo-Vendedor-fv
                    MOVE Codigo-Produto-it      TO Codigo-Produto-fv
                    MOVE Tipo-Item-it           TO Tipo-Item-fv
                    MOVE Quantidade-Faturada-it TO Quantidade-fv
                    MOVE Preco-Unitario-it      TO Preco-Unitario-fv
                    COMPUTE VALOR-ITEM-W ROUNDED =
                       Quantidade-Faturada-it * Preco-Unitario-it
                    MOVE VALOR-ITEM-W           TO Valor-fv
                    MOVE Situacao-Pedido        TO Situacao-Pedido-fv
                    MOVE SW-GRUPO-ESTORNADO     TO Estornado-fv
                    WRITE REG-BIARQ FROM LINHA-FATO-VENDAS
                    ADD 1 TO CONT-TABELA
                 END-IF
              END-IF
           END-IF.

       EXTRAIR-FATO-RECEBTOS.
      ********** CLIENTE E VENDEDOR VEM DA FATURA RECEBIDA ************
           MOVE "bi_fato_recebtos.csv" TO Nome-Saida-W
           MOVE TIPO-CARGA-W           TO Tipo-Tab-W
           MOVE SPACES                 TO CABECALHO-BI-W
           STRING "numero_pedido;parcela;sequencia;data_recebimento;"
                  "codigo_cliente;codigo_vendedor;forma;valor"
                  DELIMITED BY SIZE INTO CABECALHO-BI-W
           PERFORM ABRIR-SAIDA-BI
           IF SW-SAIDA-OK = "S"
              OPEN INPUT RECEBTOS
              IF FILE-STATUS-RC = 00
                 MOVE "N" TO SW-FATURAS-OK
                 OPEN INPUT FATURAS
                 IF FILE-STATUS = 00
                    MOVE "S" TO SW-FATURAS-OK
                 END-IF
                 SET NO-FIN-ARQUIVO TO TRUE
                 PERFORM LER-FATO-RECEBTO UNTIL FIN-ARQUIVO
                 IF SW-FATURAS-OK = "S"
                    CLOSE FATURAS
                 END-IF
                 CLOSE RECEBTOS
              ELSE
                 PERFORM REGISTRAR-ORIGEM-FALTANDO
              END-IF
              PERFORM FECHAR-SAIDA-BI
           END-IF.

       LER-FATO-RECEBTO.
           READ RECEBTOS NEXT RECORD
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
              ADD 1 TO CONT-LIDOS-TAB
              MOVE Data-Recebto-rc TO Data-Conv-W
              PERFORM CONVERTER-DATA
              IF SW-MODO-DELTA = "N"
                 OR Data-Conv-AMD NOT < DATA-BASE-AMD
                 PERFORM FORMATAR-DATA-AMD
                 MOVE Numero-Pedido-rc   TO Numero-Pedido-fr
                 MOVE Parcela-rc         TO Parcela-fr
                 MOVE Sequencia-rc       TO Sequencia-fr
                 MOVE DATA-BI-W          TO Data-Recebto-fr
                 MOVE ZEROES             TO Codigo-Cliente-fr
                 MOVE ZEROES             TO Codigo-Vendedor-fr
                 IF SW-FATURAS-OK = "S"
                    MOVE Numero-Pedido-rc TO Numero-Pedido-fa
                    MOVE Parcela-rc       TO Parcela-fa
                    READ FATURAS
                    IF FILE-STATUS = 00
                       MOVE Codigo-Cliente-fa  TO Codigo-Cliente-fr
                       MOVE Codigo-Vendedor-fa TO Codigo-Vendedor-fr
                    END-IF
                 END-IF
                 MOVE Forma-Recebto-rc   TO Forma-fr
                 MOVE Valor-Recebto-rc   TO Valor-fr
                 WRITE REG-BIARQ FROM LINHA-FATO-RECEBTOS
                 ADD 1 TO CONT-TABELA
              END-IF
           END-IF.

       EXTRAIR-FATO-VISITAS.
      ********** A SITUACAO DA LOCALIZACAO (PROGRAMA87) CHEGA DEPOIS *
      *    DA VISITA: A JANELA DE REENVIO COBRE ESSA DEFASAGEM       *
           MOVE "bi_fato_visitas.csv" TO Nome-Saida-W
           MOVE TIPO-CARGA-W          TO Tipo-Tab-W
           MOVE SPACES                TO CABECALHO-BI-W
           STRING "codigo_vendedor;data_visita;codigo_cliente;hora;"
                  "resultado;situacao_geo;distancia_geo"
                  DELIMITED BY SIZE INTO CABECALHO-BI-W
           PERFORM ABRIR-SAIDA-BI
           IF SW-SAIDA-OK = "S"
              OPEN INPUT VISITAS
              IF FILE-STATUS-VI = 00
                 SET NO-FIN-ARQUIVO TO TRUE
                 PERFORM LER-FATO-VISITA UNTIL FIN-ARQUIVO
                 CLOSE VISITAS
              ELSE
                 PERFORM REGISTRAR-ORIGEM-FALTANDO
              END-IF
              PERFORM FECHAR-SAIDA-BI
           END-IF.

       LER-FATO-VISITA.
           READ VISITAS NEXT RECORD
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
              ADD 1 TO CONT-LIDOS-TAB
              IF SW-MODO-DELTA = "N"
                 OR Data-Visita-vi NOT < DATA-BASE-AMD
                 MOVE Data-Visita-vi     TO Data-Conv-AMD
                 PERFORM FORMATAR-DATA-AMD
                 MOVE Codigo-Vendedor-vi TO Codigo-Vendedor-fi
                 MOVE DATA-BI-W          TO Data-Visita-fi
                 MOVE Codigo-Cliente-vi  TO Codigo-Cliente-fi
                 MOVE Hora-Visita-vi     TO HORA-VIS-W
                 MOVE SPACES             TO Hora-fi
                 STRING HH-Vis-X ":" MI-Vis-X
                        DELIMITED BY SIZE INTO Hora-fi
                 MOVE Resultado-vi       TO Resultado-fi
                 MOVE Situacao-Geo-vi    TO Situacao-Geo-fi
                 MOVE Distancia-Geo-vi   TO Distancia-Geo-fi
                 WRITE REG-BIARQ FROM LINHA-FATO-VISITAS
                 ADD 1 TO CONT-TABELA
              END-IF
           END-IF.

       EXTRAIR-FATO-OCORRENCIAS.
      ********** INCREMENTAL: ABERTAS OU FECHADAS NA JANELA, E TODAS **
      *    AS AINDA NAO FECHADAS (A MUDANCA PARA EM TRATAMENTO NAO   *
      *    TEM DATA)                                                 *
           MOVE "bi_fato_ocorrencias.csv" TO Nome-Saida-W
           MOVE TIPO-CARGA-W              TO Tipo-Tab-W
           MOVE SPACES                    TO CABECALHO-BI-W
           STRING "numero_ocorrencia;codigo_cliente;codigo_vendedor;"
                  "tipo;situacao;data_abertura;prazo;data_fechamento"
                  DELIMITED BY SIZE INTO CABECALHO-BI-W
           PERFORM ABRIR-SAIDA-BI
           IF SW-SAIDA-OK = "S"
              OPEN INPUT OCORRENCIAS
              IF FILE-STATUS-OC = 00
                 SET NO-FIN-ARQUIVO TO TRUE
                 PERFORM LER-FATO-OCORRENCIA UNTIL FIN-ARQUIVO
                 CLOSE OCORRENCIAS
              ELSE
                 PERFORM REGISTRAR-ORIGEM-FALTANDO
              END-IF
              PERFORM FECHAR-SAIDA-BI
           END-IF.

       LER-FATO-OCORRENCIA.
           READ OCORRENCIAS NEXT RECORD
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
              ADD 1 TO CONT-LIDOS-TAB
              MOVE Data-Abertura-oc   TO Data-Conv-W
              PERFORM CONVERTER-DATA
              MOVE Data-Conv-AMD      TO Data-Abertura-AMD
              MOVE Data-Fechamento-oc TO Data-Conv-W
              PERFORM CONVERTER-DATA
              MOVE Data-Conv-AMD      TO Data-Fechamento-AMD
              IF SW-MODO-DELTA = "N"
                 OR NOT OCOR-FECHADA
                 OR Data-Abertura-AMD NOT < DATA-BASE-AMD
                 OR Data-Fechamento-AMD NOT < DATA-BASE-AMD
                 MOVE Numero-Ocorrencia  TO Numero-Ocorrencia-fo
                 MOVE Codigo-Cliente-oc  TO Codigo-Cliente-fo
                 MOVE Codigo-Vendedor-oc TO Codigo-Vendedor-fo
                 MOVE Tipo-oc            TO Tipo-fo
                 MOVE Situacao-oc        TO Situacao-fo
                 MOVE Data-Abertura-oc   TO Data-Conv-W
                 PERFORM FORMATAR-DATA-BI
                 MOVE DATA-BI-W          TO Data-Abertura-fo
                 MOVE Prazo-oc           TO Data-Conv-W
                 PERFORM FORMATAR-DATA-BI
                 MOVE DATA-BI-W          TO Prazo-fo
                 MOVE Data-Fechamento-oc TO Data-Conv-W
                 PERFORM FORMATAR-DATA-BI
                 MOVE DATA-BI-W          TO Data-Fechamento-fo
                 WRITE REG-BIARQ FROM LINHA-FATO-OCORRENCIAS
                 ADD 1 TO CONT-TABELA
              END-IF
           END-IF.

       ABRIR-SAIDA-BI.
      ********** CADA ARQUIVO E SEMPRE RECRIADO, COM CABECALHO, MESMO *
      *    SEM ORIGEM: O BI NAO RECARREGA O ARQUIVO DA NOITE ANTERIOR*
           MOVE ZEROES TO CONT-LIDOS-TAB
           MOVE ZEROES TO CONT-TABELA
           MOVE "OK"   TO Situacao-Tab-W
           MOVE "N"    TO SW-SAIDA-OK
           MOVE SPACES TO ARQ-BIARQ
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  FUNCTION TRIM(Nome-Saida-W) DELIMITED BY SIZE
                  INTO ARQ-BIARQ
           OPEN OUTPUT BIARQ
           IF FILE-STATUS-BI = 00
              MOVE "S" TO SW-SAIDA-OK
              WRITE REG-BIARQ FROM CABECALHO-BI-W
           ELSE
              DISPLAY "ERRO AO CRIAR " FUNCTION TRIM(Nome-Saida-W)
                      ", STATUS: " FILE-STATUS-BI
              MOVE "ERRO"  TO Situacao-Tab-W
              MOVE "S"     TO SW-ORIGEM-FALTANDO
              MOVE "FALHA" TO JOB-STATUS
              PERFORM GRAVAR-CONTROLE-BI
           END-IF.

       FECHAR-SAIDA-BI.
           CLOSE BIARQ
           ADD CONT-LIDOS-TAB TO CONT-TOTAL-LIDOS
           ADD CONT-TABELA    TO CONT-TOTAL-GRAVADOS
           DISPLAY Nome-Saida-W " " CONT-TABELA " registro(s)"
           PERFORM GRAVAR-CONTROLE-BI.

       REGISTRAR-ORIGEM-FALTANDO.
      ********** SEM A ORIGEM O ARQUIVO SAI SO COM O CABECALHO E O ****
      *    CARIMBO NAO AVANCA: A PROXIMA INCREMENTAL REPETE A JANELA *
           DISPLAY "AVISO: ORIGEM DE " FUNCTION TRIM(Nome-Saida-W)
                   " NAO PODE SER ABERTA"
           MOVE "SEM-ORIGEM" TO Situacao-Tab-W
           MOVE "S"          TO SW-ORIGEM-FALTANDO
           ADD 1             TO JOB-AVISOS
           IF JOB-STATUS = "OK"
              MOVE "AVISO" TO JOB-STATUS
           END-IF.

       GRAVAR-CONTROLE-BI.
           MOVE Nome-Saida-W   TO Arquivo-bm
           MOVE Tipo-Tab-W     TO Tipo-Carga-bm
           MOVE SPACES         TO Data-Base-bm
           IF SW-MODO-DELTA = "S" AND Tipo-Tab-W = "INCREMENTAL"
              MOVE DATA-BASE-AMD TO Data-Conv-AMD
              PERFORM FORMATAR-DATA-AMD
              MOVE DATA-BI-W   TO Data-Base-bm
           END-IF
           MOVE CARIMBO-AGORA  TO Carimbo-bm
           MOVE CONT-LIDOS-TAB TO Lidos-bm
           MOVE CONT-TABELA    TO Gravados-bm
           MOVE Situacao-Tab-W TO Situacao-bm
           WRITE REG-BIMANIF FROM LINHA-BIMANIF.

       CONVERTER-CARIMBO-REG.
      ********** CARIMBO DO REGISTRO (DD-MM-AAAA + HH:MM:SS) *********
           MOVE ZEROES TO CARIMBO-REG
           IF DATA-STAMP-W(1:2) IS NUMERIC
              AND DATA-STAMP-W(4:2) IS NUMERIC
              AND DATA-STAMP-W(7:4) IS NUMERIC
              COMPUTE CARIMBO-REG =
                 (FUNCTION NUMVAL(DATA-STAMP-W(7:4)) * 10000
                  + FUNCTION NUMVAL(DATA-STAMP-W(4:2)) * 100
                  + FUNCTION NUMVAL(DATA-STAMP-W(1:2))) * 1000000
              IF HORA-STAMP-W(1:2) IS NUMERIC
                 AND HORA-STAMP-W(4:2) IS NUMERIC
                 AND HORA-STAMP-W(7:2) IS NUMERIC
                 COMPUTE CARIMBO-REG = CARIMBO-REG
                    + FUNCTION NUMVAL(HORA-STAMP-W(1:2)) * 10000
                    + FUNCTION NUMVAL(HORA-STAMP-W(4:2)) * 100
                    + FUNCTION NUMVAL(HORA-STAMP-W(7:2))
              END-IF
           END-IF.

       CONVERTER-DATA.
      ********** DD-MM-AAAA PARA AAAAMMDD ****************************
           MOVE ZEROES TO Data-Conv-AMD
           IF Data-Conv-W(1:2) IS NUMERIC
              AND Data-Conv-W(4:2) IS NUMERIC
              AND Data-Conv-W(7:4) IS NUMERIC
              MOVE Data-Conv-W(7:4) TO AAAA-Conv-W
              MOVE Data-Conv-W(4:2) TO MM-Conv-W
              MOVE Data-Conv-W(1:2) TO DD-Conv-W
           END-IF.

       FORMATAR-DATA-BI.
      ********** DD-MM-AAAA PARA AAAA-MM-DD (VAZIA SE INVALIDA) ******
           PERFORM CONVERTER-DATA
           PERFORM FORMATAR-DATA-AMD.

       FORMATAR-DATA-AMD.
           MOVE SPACES TO DATA-BI-W
           IF Data-Conv-AMD > ZEROES
              STRING AAAA-Conv-X "-" MM-Conv-X "-" DD-Conv-X
                     DELIMITED BY SIZE INTO DATA-BI-W
           END-IF.

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              IF SW-FERIADOS-OK = "S"
                 CLOSE FERIADOS
              END-IF
              CLOSE BIMANIF

      ********** SO AVANCA O CARIMBO QUANDO TODOS OS ARQUIVOS SAIRAM *
              IF SW-ORIGEM-FALTANDO = "N"
                 OPEN OUTPUT BICTL
                 IF FILE-STATUS-CTL = 00
                    MOVE CARIMBO-AGORA TO Carimbo-Ultima-Bi
                    WRITE REG-BICTL
                    CLOSE BICTL
                 END-IF
              ELSE
                 DISPLAY "CARIMBO DA EXTRACAO NAO ATUALIZADO: A "
                         "PROXIMA INCREMENTAL REPETE ESTA JANELA"
              END-IF

              DISPLAY "EXTRACAO BI (" FUNCTION TRIM(TIPO-CARGA-W)
                      ") CONCLUIDA"
              DISPLAY "Registros lidos   : " CONT-TOTAL-LIDOS
              DISPLAY "Registros gravados: " CONT-TOTAL-GRAVADOS
           END-IF

           MOVE CONT-TOTAL-LIDOS    TO JOB-LIDOS
           MOVE CONT-TOTAL-GRAVADOS TO JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           STOP RUN.

       GRAVAR-JOBLOG.
      ********** REGISTRA INICIO/FIM DA EXECUCAO NO JOBLOG.CSV *******
      *    COMUM A TODOS OS LOTES, PARA A CONFERENCIA DA MANHA       *
      *    (OPCAO 39 DO MENU)                                        *
           MOVE SPACES TO ARQ-JOBLOG
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "joblog.csv" DELIMITED BY SIZE INTO ARQ-JOBLOG
           OPEN EXTEND JOBLOG
           IF FILE-STATUS-JOB NOT = 00
              OPEN OUTPUT JOBLOG
           END-IF
           IF FILE-STATUS-JOB = 00
              ACCEPT JOB-DT-AUX FROM DATE
              ACCEPT JOB-HR-AUX FROM TIME
              MOVE JOB-NOME     TO Programa-j
              MOVE JOB-EVENTO   TO Evento-j
              MOVE SPACES       TO Data-j
              STRING JOB-DD "-" JOB-MM "-20" JOB-AA
                 DELIMITED BY SIZE INTO Data-j
              MOVE SPACES       TO Hora-j
              STRING JOB-HH ":" JOB-MI ":" JOB-SS
                 DELIMITED BY SIZE INTO Hora-j
              MOVE JOB-LIDOS    TO Lidos-j
              MOVE JOB-GRAVADOS TO Gravados-j
              MOVE JOB-AVISOS   TO Avisos-j
              MOVE JOB-STATUS   TO Status-j
              MOVE ";" TO FIL-J1 FIL-J2 FIL-J3 FIL-J4 FIL-J5
                          FIL-J6 FIL-J7
              WRITE REG-JOBLOG
              CLOSE JOBLOG
           END-IF.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
      *    RELATORIOS IMPRIMEM O SEU CODIGO E NOME. SEM O ARQUIVO,   *
      *    VALE O COMPORTAMENTO DE EMPRESA UNICA                     *
           MOVE SPACES TO LINHA-EMPRESA
           OPEN INPUT EMPRESACTL
           IF FILE-STATUS-EMP = 00
              READ EMPRESACTL
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Empresa-ec NOT = SPACES
                       MOVE Dir-Empresa-ec TO Dir-Dados-Par
                       MOVE SPACES TO Dir-Historico-Par
                       STRING FUNCTION TRIM(Dir-Empresa-ec)
                              DELIMITED BY SIZE
                              "history\" DELIMITED BY SIZE
                              INTO Dir-Historico-Par
                       MOVE SPACES TO Dir-Backup-Par
                       STRING FUNCTION TRIM(Dir-Empresa-ec)
                              DELIMITED BY SIZE
                              "backup\" DELIMITED BY SIZE
                              INTO Dir-Backup-Par
                    END-IF
                    MOVE SPACES TO LINHA-EMPRESA
                    STRING "EMPRESA: " Codigo-ec " - "
                           FUNCTION TRIM(Nome-ec)
                       DELIMITED BY SIZE INTO LINHA-EMPRESA
              END-READ
              CLOSE EMPRESACTL
           END-IF.

       CARREGAR-PARAMETROS.
      ********** LE O ARQUIVO CENTRAL DE PARAMETROS (PARAMETROS.TXT, *
      *    MANTIDO PELO PGM00013) E MONTA OS CAMINHOS DOS ARQUIVOS   *
      *    DE DADOS; SEM ELE VALEM OS PADROES HISTORICOS. SO O       *
      *    PROPRIO PARAMETROS.TXT FICA EM CAMINHO FIXO               *
           OPEN INPUT PARAMS
           IF FILE-STATUS-PAR = 00
              READ PARAMS
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Dados-F NOT = SPACES
                       MOVE Dir-Dados-F TO Dir-Dados-Par
                    END-IF
                    IF Dir-Historico-F NOT = SPACES
                       MOVE Dir-Historico-F TO Dir-Historico-Par
                    END-IF
                    IF Dir-Backup-F NOT = SPACES
                       MOVE Dir-Backup-F TO Dir-Backup-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-VENDEDOR
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "vendedor.dat" DELIMITED BY SIZE
                  INTO ARQ-VENDEDOR
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-PEDIDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedidos.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDIDOS
           MOVE SPACES TO ARQ-ITENS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itens.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENS
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-RECEBTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "recebtos.dat" DELIMITED BY SIZE
                  INTO ARQ-RECEBTOS
           MOVE SPACES TO ARQ-VISITAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "visitas.dat" DELIMITED BY SIZE
                  INTO ARQ-VISITAS
           MOVE SPACES TO ARQ-OCORRENCIAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "ocorrencias.dat" DELIMITED BY SIZE
                  INTO ARQ-OCORRENCIAS
           MOVE SPACES TO ARQ-FERIADOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "feriados.dat" DELIMITED BY SIZE
                  INTO ARQ-FERIADOS
           MOVE SPACES TO ARQ-BICTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "bictl.txt" DELIMITED BY SIZE
                  INTO ARQ-BICTL
           MOVE SPACES TO ARQ-BIMANIF
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "bi_controle.csv" DELIMITED BY SIZE
                  INTO ARQ-BIMANIF.
       END PROGRAM PROGRAMA93.
