      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: SCORECARD MENSAL DE DESEMPENHO POR VENDEDOR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA79.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENDEDOR ASSIGN ARQ-VENDEDOR
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS Codigo-Vendedor
           FILE STATUS IS FILE-STATUS.

           SELECT METAS ASSIGN ARQ-METAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Meta
           FILE STATUS IS FILE-STATUS-ME.

           SELECT PEDIDOS ASSIGN ARQ-PEDIDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS-PE.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-IT.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PR.

           SELECT ROTEIROLOG ASSIGN ARQ-ROTEIROLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-RL.

           SELECT VISITAS ASSIGN ARQ-VISITAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Visita
           FILE STATUS IS FILE-STATUS-VI.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS-FA.

           SELECT OCORRENCIAS ASSIGN ARQ-OCORRENCIAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Ocorrencia
           FILE STATUS IS FILE-STATUS-OC.

           SELECT SCOREREL ASSIGN ARQ-SCOREREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

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

       FD  METAS.

       01  REG-METAS.
           05 Chave-Meta.
              10 Codigo-Vendedor-m         PIC 9(003).
              10 Ano-Meta                  PIC 9(004).
              10 Mes-Meta                  PIC 9(002).
           05 Valor-Meta                   PIC 9(009)v9(002).
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.

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

       FD  ROTEIROLOG.

       01  REG-ROTEIROLOG                  PIC X(080).

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

       FD  SCOREREL.

       01  REG-SCOREREL                    PIC X(132).

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
                                            VALUE "PROGRAMA79".
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


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-METAS                       PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-ROTEIROLOG                  PIC X(080)   VALUE SPACES.
           05 ARQ-VISITAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-OCORRENCIAS                 PIC X(080)   VALUE SPACES.
           05 ARQ-SCOREREL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-ARQ                                VALUE "S".
              88 NO-FIN-ARQ                             VALUE "N".
           05 SW-FIM-AUX                   PIC X        VALUE "N".
              88 FIM-AUX                                VALUE "S".
              88 NO-FIM-AUX                             VALUE "N".

           05 FILE-STATUS-ME               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PE               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IT               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PR               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RL               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VI               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FA               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-OC               PIC 99       VALUE ZEROES.
           05 SW-MARGEM-OK                 PIC X        VALUE "N".
           05 SW-VISITADO                  PIC X        VALUE "N".
           05 ANO-REL                      PIC 9(004)   VALUE ZEROES.
           05 MES-REL                      PIC 9(002)   VALUE ZEROES.
           05 PERIODO-INI-AMD              PIC 9(008)   VALUE ZEROES.
           05 PERIODO-FIM-AMD              PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-AMD-W                   PIC 9(008)   VALUE ZEROES.
           05 DIAS-VENCIDO                 PIC S9(006)  VALUE ZEROES.
           05 COD-V                        PIC 9(004)   VALUE ZEROES.
           05 IND-R                        PIC 9(004)   VALUE ZEROES.
           05 IND-S                        PIC 9(004)   VALUE ZEROES.
           05 IND-K                        PIC 9(004)   VALUE ZEROES.
           05 IND-MAIOR                    PIC 9(004)   VALUE ZEROES.
           05 VEND-TROCA                   PIC 9(003)   VALUE ZEROES.
           05 QTD-ROTEIRO                  PIC 9(004)   VALUE ZEROES.
           05 QTD-PRIM                     PIC 9(004)   VALUE ZEROES.
           05 QTD-RANK                     PIC 9(004)   VALUE ZEROES.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 VENDA-PEDIDO-W               PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 CUSTO-PEDIDO-W               PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 CUSTO-ITEM-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 SALDO-FATURA-W               PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Vendedor-Log-W               PIC X(005)   VALUE SPACES.
           05 Cliente-Log-W                PIC X(010)   VALUE SPACES.
           05 Data-Log-W                   PIC X(010)   VALUE SPACES.
           05 Dia-Log-W                    PIC X(005)   VALUE SPACES.
           05 Vendedor-Num-W               PIC 9(005)   VALUE ZEROES.
           05 Cliente-Num-W                PIC 9(007)   VALUE ZEROES.
           05 Nota-Meta-W                  PIC 9(003)v9(002)
                                            VALUE ZEROES.
           05 Nota-Aderencia-W             PIC 9(003)v9(002)
                                            VALUE ZEROES.
           05 Nota-Conversao-W             PIC 9(003)v9(002)
                                            VALUE ZEROES.
           05 Nota-Margem-W                PIC S9(005)v9(002)
                                            VALUE ZEROES.
           05 Nota-Inadimp-W               PIC 9(003)v9(002)
                                            VALUE ZEROES.
           05 Nota-Ocorr-W                 PIC S9(005)v9(002)
                                            VALUE ZEROES.
           05 WRK-RANK                     PIC ZZ9.
           05 WRK-PERC-META                PIC ZZZ9,9.
           05 WRK-PERC-ADER                PIC ZZ9,9.
           05 WRK-CONV                     PIC ZZZ9.
           05 WRK-PERC-MARG                PIC -ZZ9,9.
           05 WRK-PERC-INAD                PIC ZZ9,9.
           05 WRK-OCORR                    PIC ZZZ9.
           05 WRK-NOTA                     PIC ZZ9,99.
           05 WRK-META                     PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-REALIZADO                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-VENDA                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-ABERTO                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-VENCIDO                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-PLANO                    PIC ZZZZ9.
           05 WRK-VISITA                   PIC ZZZZ9.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

      ********** PESOS DA NOTA GERAL (SOMAM 100) E REFERENCIAS DE ****
      *    CADA CRITERIO, QUE VALE DE 0 A 100:                       *
      *    META        = % DE ATINGIMENTO (TETO 100)                 *
      *    ADERENCIA   = % DOS CLIENTES DO ROTEIRO VISITADOS NO MES  *
      *    CONVERSAO   = NOVOS CLIENTES / CONVERSOES-REFERENCIA      *
      *    MARGEM      = % DE MARGEM / MARGEM-REFERENCIA             *
      *    INADIMPL.   = 100 - % DA CARTEIRA VENCIDA HA MAIS DE      *
      *                  DIAS-INADIMPLENCIA DIAS                     *
      *    OCORRENCIAS = 100 - PONTOS-POR-OCORRENCIA POR ABERTA      *
      *    SEM META OU SEM ROTEIRO NO MES, O CRITERIO NAO PONTUA     *
           05 PARAMETROS-SCORECARD.
              10 PESO-META                 PIC 9(003)   VALUE 30.
              10 PESO-ADERENCIA            PIC 9(003)   VALUE 20.
              10 PESO-CONVERSAO            PIC 9(003)   VALUE 10.
              10 PESO-MARGEM               PIC 9(003)   VALUE 20.
              10 PESO-INADIMPLENCIA        PIC 9(003)   VALUE 10.
              10 PESO-OCORRENCIAS          PIC 9(003)   VALUE 10.
              10 CONVERSOES-REFERENCIA     PIC 9(003)   VALUE 3.
              10 MARGEM-REFERENCIA         PIC 9(003)v9(002)
                                            VALUE 30,00.
              10 PONTOS-POR-OCORRENCIA     PIC 9(003)   VALUE 20.
              10 DIAS-INADIMPLENCIA        PIC 9(003)   VALUE 30.

      ********** APURACAO POR VENDEDOR, INDEXADA PELO CODIGO *********
           05 TABELA-SCORE-VEND.
              10 SCORE-VEND-OCC OCCURS 999 TIMES.
                 15 SW-Vend-Existe-T       PIC X(001).
                 15 Nome-Vend-T            PIC X(040).
                 15 Meta-Vend-T            PIC 9(009)v9(002).
                 15 Realizado-Vend-T       PIC 9(011)v9(002).
                 15 Planejados-Vend-T      PIC 9(005).
                 15 Visitados-Vend-T       PIC 9(005).
                 15 Conversoes-Vend-T      PIC 9(005).
                 15 Venda-Vend-T           PIC 9(011)v9(002).
                 15 Custo-Vend-T           PIC 9(011)v9(002).
                 15 Aberto-Vend-T          PIC 9(011)v9(002).
                 15 Vencido-Vend-T         PIC 9(011)v9(002).
                 15 Ocorr-Vend-T           PIC 9(005).
                 15 Perc-Meta-T            PIC 9(004)v9(002).
                 15 Perc-Aderencia-T       PIC 9(003)v9(002).
                 15 Perc-Margem-T          PIC S9(005)v9(002).
                 15 Perc-Inadimp-T         PIC 9(003)v9(002).
                 15 Nota-Final-T           PIC 9(003)v9(002).

      ********** PARES VENDEDOR/CLIENTE ROTEIRIZADOS NO MES **********
           05 TABELA-ROTEIRO.
              10 ROTEIRO-OCC OCCURS 9999 TIMES.
                 15 Vend-Rot-T             PIC 9(003).
                 15 Cliente-Rot-T          PIC 9(007).

      ********** PRIMEIRO PEDIDO DE CADA CLIENTE: QUEM TEM O *********
      *    PRIMEIRO PEDIDO NO MES E UM PROSPECTO CONVERTIDO, CREDITADO*
      *    AO VENDEDOR DESSE PEDIDO                                  *
           05 TABELA-PRIMEIRO-PEDIDO.
              10 PRIM-PED-OCC OCCURS 9999 TIMES.
                 15 Cliente-Prim-T         PIC 9(007).
                 15 Vend-Prim-T            PIC 9(003).
                 15 Data-Prim-T            PIC 9(008).

           05 TABELA-RANKING.
              10 Vend-Rank-T OCCURS 999 TIMES PIC 9(003).

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
              10 DATE-AUXILIAR.
                 15 AA-AUX                 PIC X(002)  VALUE SPACES.
                 15 MM-AUX                 PIC X(002)  VALUE SPACES.
                 15 DD-AUX                 PIC X(002)  VALUE SPACES.
              10 DATA-HOJE-EDIT.
                 15 HOJE-DIA               PIC X(002)  VALUE SPACES.
                 15 FILLER                 PIC X(001)  VALUE "-".
                 15 HOJE-MES               PIC X(002)  VALUE SPACES.
                 15 FILLER                 PIC X(001)  VALUE "-".
                 15 FILLER                 PIC X(002)  VALUE "20".
                 15 HOJE-ANNO              PIC X(002)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF JOB-STATUS = "OK"
              PERFORM APURAR-METAS
              PERFORM APURAR-PEDIDOS
              PERFORM APURAR-ADERENCIA
              PERFORM APURAR-INADIMPLENCIA
              PERFORM APURAR-OCORRENCIAS
              PERFORM CALCULAR-NOTAS
                 VARYING COD-V FROM 1 BY 1 UNTIL COD-V > 999
              PERFORM ORDENAR-RANKING
              PERFORM GERAR-RELATORIO
           END-IF
           PERFORM FIN.

       INICIO.
      ********** SCORECARD MENSAL: REUNE METAS (PROGRAMA12), *********
      *    ADERENCIA AO ROTEIRO (PROGRAMA52), CONVERSAO DE           *
      *    PROSPECTOS, MARGEM (PROGRAMA56), INADIMPLENCIA DA         *
      *    CARTEIRA (FATURAS) E OCORRENCIAS ABERTAS (PROGRAMA54).    *
      *    INADIMPLENCIA E OCORRENCIAS SAO A POSICAO NA DATA DE      *
      *    EMISSAO; OS DEMAIS CRITERIOS SAO DO MES INFORMADO         *
           DISPLAY "SCORECARD MENSAL DE VENDEDORES"
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE DD-AUX TO HOJE-DIA
           MOVE MM-AUX TO HOJE-MES
           MOVE AA-AUX TO HOJE-ANNO
           COMPUTE DATA-HOJE-INT = FUNCTION INTEGER-OF-DATE
              (20000000 + FUNCTION NUMVAL(AA-AUX) * 10000
               + FUNCTION NUMVAL(MM-AUX) * 100
               + FUNCTION NUMVAL(DD-AUX))
           DISPLAY "INSIRA ANO (AAAA): "
           ACCEPT ANO-REL
           DISPLAY "INSIRA MES (MM): "
           ACCEPT MES-REL
           IF MES-REL < 1 OR MES-REL > 12 OR ANO-REL < 2000
              DISPLAY "PERIODO INVALIDO"
              MOVE "PERIODO"  TO JOB-STATUS
           ELSE
              COMPUTE PERIODO-INI-AMD = ANO-REL * 10000
                                      + MES-REL * 100 + 1
              COMPUTE PERIODO-FIM-AMD = ANO-REL * 10000
                                      + MES-REL * 100 + 31
              INITIALIZE TABELA-SCORE-VEND
              OPEN INPUT VENDEDOR
              IF FILE-STATUS NOT = 00
                 DISPLAY "vendedor.dat AUSENTE OU DANIFICADO"
                 DISPLAY "STATUS: " FILE-STATUS
                 MOVE "SEM VENDED" TO JOB-STATUS
              ELSE
                 SET NO-FIN-ARQ TO TRUE
                 MOVE ZEROES        TO CPF
                 START VENDEDOR KEY IS NOT LESS THAN CPF
                    INVALID KEY SET FIN-ARQ TO TRUE
                 END-START
                 PERFORM CARREGAR-UM-VENDEDOR UNTIL FIN-ARQ
                 CLOSE VENDEDOR
              END-IF
           END-IF.

       CARREGAR-UM-VENDEDOR.
           READ VENDEDOR NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ AND Codigo-Vendedor > ZEROES
              MOVE "S"             TO SW-Vend-Existe-T(Codigo-Vendedor)
              MOVE Nombre-Vendedor TO Nome-Vend-T(Codigo-Vendedor)
           END-IF.

       APURAR-METAS.
      ********** META DO PERIODO DE CADA VENDEDOR (PGM00019) *********
           OPEN INPUT METAS
           IF FILE-STATUS-ME = 00
              PERFORM BUSCAR-META-VENDEDOR
                 VARYING COD-V FROM 1 BY 1 UNTIL COD-V > 999
              CLOSE METAS
           ELSE
              DISPLAY "AVISO: metas.dat NAO DISPONIVEL; METAS "
                      "CONSIDERADAS ZERO"
              ADD 1 TO JOB-AVISOS
           END-IF.

       BUSCAR-META-VENDEDOR.
           IF SW-Vend-Existe-T(COD-V) = "S"
              MOVE COD-V        TO Codigo-Vendedor-m
              MOVE ANO-REL      TO Ano-Meta
              MOVE MES-REL      TO Mes-Meta
              READ METAS
              IF FILE-STATUS-ME = 00
                 MOVE Valor-Meta TO Meta-Vend-T(COD-V)
              END-IF
           END-IF.

       APURAR-PEDIDOS.
      ********** UMA PASSADA NOS PEDIDOS: REALIZADO DA META (TODOS ***
      *    OS PEDIDOS DO MES, COMO NO PROGRAMA12), MARGEM DOS ITENS  *
      *    (SEM RECUSADOS E PENDENTES, COMO NO PROGRAMA56) E O       *
      *    PRIMEIRO PEDIDO DE CADA CLIENTE                           *
           OPEN INPUT PEDIDOS
           IF FILE-STATUS-PE NOT = 00
              DISPLAY "AVISO: pedidos.dat NAO DISPONIVEL"
              ADD 1 TO JOB-AVISOS
           ELSE
              OPEN INPUT ITENS
                         PRODUTOS
              IF FILE-STATUS-IT = 00 AND FILE-STATUS-PR = 00
                 MOVE "S" TO SW-MARGEM-OK
              ELSE
                 DISPLAY "AVISO: itens.dat/produtos.dat NAO "
                         "DISPONIVEIS; MARGEM NAO APURADA"
                 ADD 1 TO JOB-AVISOS
              END-IF
              SET NO-FIN-ARQ TO TRUE
              MOVE ZEROES        TO Numero-Pedido
              START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido
                 INVALID KEY SET FIN-ARQ TO TRUE
              END-START
              PERFORM APURAR-UM-PEDIDO UNTIL FIN-ARQ
              PERFORM CONTAR-CONVERSAO
                 VARYING IND-K FROM 1 BY 1 UNTIL IND-K > QTD-PRIM
              CLOSE PEDIDOS
              IF FILE-STATUS-IT = 00
                 CLOSE ITENS
              END-IF
              IF FILE-STATUS-PR = 00
                 CLOSE PRODUTOS
              END-IF
           END-IF.

       APURAR-UM-PEDIDO.
           READ PEDIDOS NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ
              ADD 1 TO CONT-LIDOS
              COMPUTE DATA-AMD-W =
                 FUNCTION NUMVAL(Data-Pedido(7:4)) * 10000
                 + FUNCTION NUMVAL(Data-Pedido(4:2)) * 100
                 + FUNCTION NUMVAL(Data-Pedido(1:2))
              IF DATA-AMD-W >= PERIODO-INI-AMD
                 AND DATA-AMD-W <= PERIODO-FIM-AMD
                 AND Codigo-Vendedor-p > ZEROES
                 ADD Valor-Pedido TO
                     Realizado-Vend-T(Codigo-Vendedor-p)
                 IF SW-MARGEM-OK = "S"
                    AND NOT PEDIDO-RECUSADO AND NOT PEDIDO-PENDENTE
                    PERFORM APURAR-MARGEM-PEDIDO
                 END-IF
              END-IF
              IF NOT PEDIDO-RECUSADO
                 PERFORM REGISTRAR-PRIMEIRO-PEDIDO
              END-IF
           END-IF.

       APURAR-MARGEM-PEDIDO.
      ********** CUSTO DO CADASTRO DE PRODUTOS (PGM00006); PEDIDO ****
      *    SEM ITENS FICA FORA DA MARGEM                             *
           MOVE ZEROES TO VENDA-PEDIDO-W
           MOVE ZEROES TO CUSTO-PEDIDO-W
           MOVE Numero-Pedido TO Numero-Pedido-it
           MOVE ZEROES        TO Sequencia-it
           SET NO-FIM-AUX     TO TRUE
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM APURAR-UM-ITEM UNTIL FIM-AUX
           ADD VENDA-PEDIDO-W TO Venda-Vend-T(Codigo-Vendedor-p)
           ADD CUSTO-PEDIDO-W TO Custo-Vend-T(Codigo-Vendedor-p).

       APURAR-UM-ITEM.
           READ ITENS NEXT RECORD
              AT END SET FIM-AUX TO TRUE
           END-READ
           IF NOT FIM-AUX
              IF Numero-Pedido-it = Numero-Pedido
                 MOVE Codigo-Produto-it TO Codigo-Produto
                 READ PRODUTOS
                 IF FILE-STATUS-PR NOT = 00
                    MOVE ZEROES TO Custo-Produto
                 END-IF
                 COMPUTE CUSTO-ITEM-W ROUNDED =
                    Quantidade-it * Custo-Produto
                 ADD Total-Item-it TO VENDA-PEDIDO-W
                 ADD CUSTO-ITEM-W  TO CUSTO-PEDIDO-W
              ELSE
                 SET FIM-AUX TO TRUE
              END-IF
           END-IF.

       REGISTRAR-PRIMEIRO-PEDIDO.
           MOVE ZEROES TO IND-S
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > QTD-PRIM
              IF Cliente-Prim-T(IND-K) = Codigo-Cliente-p
                 MOVE IND-K TO IND-S
                 MOVE QTD-PRIM TO IND-K
              END-IF
           END-PERFORM
           IF IND-S = ZEROES AND QTD-PRIM < 9999
              ADD 1 TO QTD-PRIM
              MOVE Codigo-Cliente-p  TO Cliente-Prim-T(QTD-PRIM)
              MOVE Codigo-Vendedor-p TO Vend-Prim-T(QTD-PRIM)
              MOVE DATA-AMD-W        TO Data-Prim-T(QTD-PRIM)
           ELSE
              IF IND-S > ZEROES
                 AND DATA-AMD-W < Data-Prim-T(IND-S)
                 MOVE Codigo-Vendedor-p TO Vend-Prim-T(IND-S)
                 MOVE DATA-AMD-W        TO Data-Prim-T(IND-S)
              END-IF
           END-IF.

       CONTAR-CONVERSAO.
           IF Data-Prim-T(IND-K) >= PERIODO-INI-AMD
              AND Data-Prim-T(IND-K) <= PERIODO-FIM-AMD
              AND Vend-Prim-T(IND-K) > ZEROES
              ADD 1 TO Conversoes-Vend-T(Vend-Prim-T(IND-K))
           END-IF.

       APURAR-ADERENCIA.
      ********** CLIENTES DOS ROTEIROS GERADOS NO MES (DIARIO DO *****
      *    PROGRAMA18) QUE TIVERAM VISITA REGISTRADA NO MES (PGM00030)*
           OPEN INPUT ROTEIROLOG
           IF FILE-STATUS-RL NOT = 00
              DISPLAY "AVISO: roteirolog.csv NAO DISPONIVEL; "
                      "ADERENCIA NAO APURADA"
              ADD 1 TO JOB-AVISOS
           ELSE
              SET NO-FIN-ARQ TO TRUE
              PERFORM LEER-ROTEIROLOG
              PERFORM UNTIL FIN-ARQ
                 PERFORM TRATAR-LINHA-LOG
                 PERFORM LEER-ROTEIROLOG
              END-PERFORM
              CLOSE ROTEIROLOG
              OPEN INPUT VISITAS
              IF FILE-STATUS-VI = 00
                 PERFORM CONFERIR-VISITA
                    VARYING IND-R FROM 1 BY 1 UNTIL IND-R > QTD-ROTEIRO
                 CLOSE VISITAS
              END-IF
           END-IF.

       LEER-ROTEIROLOG.
           READ ROTEIROLOG
              AT END SET FIN-ARQ TO TRUE
           END-READ.

       TRATAR-LINHA-LOG.
           MOVE SPACES TO Data-Log-W Vendedor-Log-W Cliente-Log-W
                          Dia-Log-W
           UNSTRING REG-ROTEIROLOG DELIMITED BY ";"
              INTO Data-Log-W Vendedor-Log-W Cliente-Log-W
                   Dia-Log-W
           END-UNSTRING
           COMPUTE Vendedor-Num-W = FUNCTION NUMVAL(Vendedor-Log-W)
           IF FUNCTION NUMVAL(Data-Log-W(7:4)) = ANO-REL
              AND FUNCTION NUMVAL(Data-Log-W(4:2)) = MES-REL
              AND Vendedor-Num-W > ZEROES
              AND Vendedor-Num-W < 1000
              COMPUTE Cliente-Num-W =
                 FUNCTION NUMVAL(Cliente-Log-W)
              MOVE ZEROES TO IND-S
              PERFORM VARYING IND-R FROM 1 BY 1
                 UNTIL IND-R > QTD-ROTEIRO
                 IF Vend-Rot-T(IND-R) = Vendedor-Num-W
                    AND Cliente-Rot-T(IND-R) = Cliente-Num-W
                    MOVE IND-R TO IND-S
                    MOVE QTD-ROTEIRO TO IND-R
                 END-IF
              END-PERFORM
              IF IND-S = ZEROES AND QTD-ROTEIRO < 9999
                 ADD 1 TO QTD-ROTEIRO
                 MOVE Vendedor-Num-W TO Vend-Rot-T(QTD-ROTEIRO)
                 MOVE Cliente-Num-W  TO Cliente-Rot-T(QTD-ROTEIRO)
                 ADD 1 TO Planejados-Vend-T(Vendedor-Num-W)
              END-IF
           END-IF.

       CONFERIR-VISITA.
           MOVE "N" TO SW-VISITADO
           MOVE Vend-Rot-T(IND-R)     TO Codigo-Vendedor-vi
           MOVE PERIODO-INI-AMD       TO Data-Visita-vi
           MOVE ZEROES                TO Codigo-Cliente-vi
           SET NO-FIM-AUX TO TRUE
           START VISITAS KEY IS NOT LESS THAN Chave-Visita
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM PROCURAR-VISITA UNTIL FIM-AUX
           IF SW-VISITADO = "S"
              ADD 1 TO Visitados-Vend-T(Vend-Rot-T(IND-R))
           END-IF.

       PROCURAR-VISITA.
           READ VISITAS NEXT RECORD
              AT END SET FIM-AUX TO TRUE
           END-READ
           IF NOT FIM-AUX
              IF Codigo-Vendedor-vi NOT = Vend-Rot-T(IND-R)
                 OR Data-Visita-vi > PERIODO-FIM-AMD
                 SET FIM-AUX TO TRUE
              ELSE
                 IF Codigo-Cliente-vi = Cliente-Rot-T(IND-R)
                    MOVE "S" TO SW-VISITADO
                    SET FIM-AUX TO TRUE
                 END-IF
              END-IF
           END-IF.

       APURAR-INADIMPLENCIA.
      ********** SALDO ABERTO DA CARTEIRA POR VENDEDOR E A PARTE *****
      *    VENCIDA HA MAIS DE DIAS-INADIMPLENCIA DIAS CORRIDOS       *
           OPEN INPUT FATURAS
           IF FILE-STATUS-FA NOT = 00
              DISPLAY "AVISO: faturas.dat NAO DISPONIVEL; "
                      "INADIMPLENCIA NAO APURADA"
              ADD 1 TO JOB-AVISOS
           ELSE
              SET NO-FIN-ARQ TO TRUE
              MOVE ZEROES TO Numero-Pedido-fa
              MOVE ZEROES TO Parcela-fa
              START FATURAS KEY IS NOT LESS THAN Chave-Fatura
                 INVALID KEY SET FIN-ARQ TO TRUE
              END-START
              PERFORM APURAR-UMA-FATURA UNTIL FIN-ARQ
              CLOSE FATURAS
           END-IF.

       APURAR-UMA-FATURA.
           READ FATURAS NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ AND FATURA-ABERTA
              AND Codigo-Vendedor-fa > ZEROES
              COMPUTE SALDO-FATURA-W = Valor-Fatura - Valor-Pago-fa
              ADD SALDO-FATURA-W TO Aberto-Vend-T(Codigo-Vendedor-fa)
              COMPUTE DIAS-VENCIDO = DATA-HOJE-INT
                 - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(Data-Vencimento-fa(7:4)) * 10000
                    + FUNCTION NUMVAL(Data-Vencimento-fa(4:2)) * 100
                    + FUNCTION NUMVAL(Data-Vencimento-fa(1:2)))
              IF DIAS-VENCIDO > DIAS-INADIMPLENCIA
                 ADD SALDO-FATURA-W
                     TO Vencido-Vend-T(Codigo-Vendedor-fa)
              END-IF
           END-IF.

       APURAR-OCORRENCIAS.
      ********** OCORRENCIAS ABERTAS OU EM TRATAMENTO (PGM00031) *****
           OPEN INPUT OCORRENCIAS
           IF FILE-STATUS-OC NOT = 00
              DISPLAY "AVISO: ocorrencias.dat NAO DISPONIVEL"
              ADD 1 TO JOB-AVISOS
           ELSE
              SET NO-FIN-ARQ TO TRUE
              MOVE ZEROES TO Numero-Ocorrencia
              START OCORRENCIAS KEY IS NOT LESS THAN Numero-Ocorrencia
                 INVALID KEY SET FIN-ARQ TO TRUE
              END-START
              PERFORM APURAR-UMA-OCORRENCIA UNTIL FIN-ARQ
              CLOSE OCORRENCIAS
           END-IF.

       APURAR-UMA-OCORRENCIA.
           READ OCORRENCIAS NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ
              AND (OCOR-ABERTA OR OCOR-EM-TRATAMENTO)
              AND Codigo-Vendedor-oc > ZEROES
              ADD 1 TO Ocorr-Vend-T(Codigo-Vendedor-oc)
           END-IF.

       CALCULAR-NOTAS.
           IF SW-Vend-Existe-T(COD-V) = "S"
              ADD 1 TO QTD-RANK
              MOVE COD-V TO Vend-Rank-T(QTD-RANK)

              MOVE ZEROES TO Nota-Meta-W
              IF Meta-Vend-T(COD-V) > ZEROES
                 COMPUTE Perc-Meta-T(COD-V) ROUNDED =
                    Realizado-Vend-T(COD-V) * 100
                    / Meta-Vend-T(COD-V)
                    ON SIZE ERROR MOVE 9999,99 TO Perc-Meta-T(COD-V)
                 END-COMPUTE
                 IF Perc-Meta-T(COD-V) > 100
                    MOVE 100 TO Nota-Meta-W
                 ELSE
                    MOVE Perc-Meta-T(COD-V) TO Nota-Meta-W
                 END-IF
              END-IF

              MOVE ZEROES TO Nota-Aderencia-W
              IF Planejados-Vend-T(COD-V) > ZEROES
                 COMPUTE Perc-Aderencia-T(COD-V) ROUNDED =
                    Visitados-Vend-T(COD-V) * 100
                    / Planejados-Vend-T(COD-V)
                 MOVE Perc-Aderencia-T(COD-V) TO Nota-Aderencia-W
              END-IF

              IF Conversoes-Vend-T(COD-V) >= CONVERSOES-REFERENCIA
                 MOVE 100 TO Nota-Conversao-W
              ELSE
                 COMPUTE Nota-Conversao-W ROUNDED =
                    Conversoes-Vend-T(COD-V) * 100
                    / CONVERSOES-REFERENCIA
              END-IF

              MOVE ZEROES TO Nota-Margem-W
              IF Venda-Vend-T(COD-V) > ZEROES
                 COMPUTE Perc-Margem-T(COD-V) ROUNDED =
                    (Venda-Vend-T(COD-V) - Custo-Vend-T(COD-V)) * 100
                    / Venda-Vend-T(COD-V)
                 COMPUTE Nota-Margem-W ROUNDED =
                    Perc-Margem-T(COD-V) * 100 / MARGEM-REFERENCIA
                 IF Nota-Margem-W > 100
                    MOVE 100 TO Nota-Margem-W
                 END-IF
                 IF Nota-Margem-W < ZEROES
                    MOVE ZEROES TO Nota-Margem-W
                 END-IF
              END-IF

              IF Aberto-Vend-T(COD-V) > ZEROES
                 COMPUTE Perc-Inadimp-T(COD-V) ROUNDED =
                    Vencido-Vend-T(COD-V) * 100
                    / Aberto-Vend-T(COD-V)
              END-IF
              COMPUTE Nota-Inadimp-W = 100 - Perc-Inadimp-T(COD-V)

              COMPUTE Nota-Ocorr-W = 100
                 - Ocorr-Vend-T(COD-V) * PONTOS-POR-OCORRENCIA
              IF Nota-Ocorr-W < ZEROES
                 MOVE ZEROES TO Nota-Ocorr-W
              END-IF

              COMPUTE Nota-Final-T(COD-V) ROUNDED =
                 (Nota-Meta-W      * PESO-META
                + Nota-Aderencia-W * PESO-ADERENCIA
                + Nota-Conversao-W * PESO-CONVERSAO
                + Nota-Margem-W    * PESO-MARGEM
                + Nota-Inadimp-W   * PESO-INADIMPLENCIA
                + Nota-Ocorr-W     * PESO-OCORRENCIAS) / 100
           END-IF.

       ORDENAR-RANKING.
      ********** ORDENA OS VENDEDORES PELA NOTA GERAL, DA MAIOR ******
      *    PARA A MENOR (SELECAO SIMPLES)                            *
           PERFORM SELECIONAR-MAIOR
              VARYING IND-R FROM 1 BY 1 UNTIL IND-R >= QTD-RANK.

       SELECIONAR-MAIOR.
           MOVE IND-R TO IND-MAIOR
           PERFORM VARYING IND-S FROM IND-R BY 1 UNTIL IND-S > QTD-RANK
              IF Nota-Final-T(Vend-Rank-T(IND-S)) >
                 Nota-Final-T(Vend-Rank-T(IND-MAIOR))
                 MOVE IND-S TO IND-MAIOR
              END-IF
           END-PERFORM
           IF IND-MAIOR NOT = IND-R
              MOVE Vend-Rank-T(IND-R)     TO VEND-TROCA
              MOVE Vend-Rank-T(IND-MAIOR) TO Vend-Rank-T(IND-R)
              MOVE VEND-TROCA             TO Vend-Rank-T(IND-MAIOR)
           END-IF.

       GERAR-RELATORIO.
           OPEN OUTPUT SCOREREL
           MOVE SPACES TO LINHA-REL
           STRING "SCORECARD MENSAL DE VENDEDORES - PERIODO "
                  MES-REL "/" ANO-REL "   EMITIDO EM " DATA-HOJE-EDIT
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SCOREREL FROM LINHA-REL
           WRITE REG-SCOREREL FROM LINHA-EMPRESA
           MOVE SPACES TO LINHA-REL
           STRING "PESOS: META " PESO-META
                  "  ADERENCIA " PESO-ADERENCIA
                  "  CONVERSAO " PESO-CONVERSAO
                  "  MARGEM " PESO-MARGEM
                  "  INADIMPLENCIA " PESO-INADIMPLENCIA
                  "  OCORRENCIAS " PESO-OCORRENCIAS
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SCOREREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-SCOREREL FROM LINHA-REL
           MOVE "RANKING" TO LINHA-REL
           WRITE REG-SCOREREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING " RK COD NOME                       "
                  " META%  ADER% CONV  MARG%  INAD% OCOR   NOTA"
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SCOREREL FROM LINHA-REL
           PERFORM IMPRIMIR-RANKING
              VARYING IND-R FROM 1 BY 1 UNTIL IND-R > QTD-RANK

           MOVE SPACES TO LINHA-REL
           WRITE REG-SCOREREL FROM LINHA-REL
           MOVE "VALORES APURADOS" TO LINHA-REL
           WRITE REG-SCOREREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "COD           META          REALIZADO"
                  "     ROTEIRO VISITADOS"
                  "        VENDA C/ CUSTO"
                  "      SALDO ABERTO      VENCIDO +30D"
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SCOREREL FROM LINHA-REL
           PERFORM IMPRIMIR-VALORES
              VARYING IND-R FROM 1 BY 1 UNTIL IND-R > QTD-RANK
           CLOSE SCOREREL
           MOVE "scorecard.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       IMPRIMIR-RANKING.
           MOVE Vend-Rank-T(IND-R) TO COD-V
           MOVE IND-R                      TO WRK-RANK
           MOVE Perc-Meta-T(COD-V)         TO WRK-PERC-META
           MOVE Perc-Aderencia-T(COD-V)    TO WRK-PERC-ADER
           MOVE Conversoes-Vend-T(COD-V)   TO WRK-CONV
           MOVE Perc-Margem-T(COD-V)       TO WRK-PERC-MARG
           MOVE Perc-Inadimp-T(COD-V)      TO WRK-PERC-INAD
           MOVE Ocorr-Vend-T(COD-V)        TO WRK-OCORR
           MOVE Nota-Final-T(COD-V)        TO WRK-NOTA
           MOVE SPACES TO LINHA-REL
           STRING WRK-RANK " " Vend-Rank-T(IND-R) " "
                  Nome-Vend-T(COD-V)(1:25) " "
                  WRK-PERC-META " " WRK-PERC-ADER " "
                  WRK-CONV " " WRK-PERC-MARG " "
                  WRK-PERC-INAD " " WRK-OCORR " "
                  WRK-NOTA
              DELIMITED BY SIZE INTO LINHA-REL
           IF Meta-Vend-T(COD-V) = ZEROES
              MOVE "SEM META" TO LINHA-REL(78:8)
           END-IF
           WRITE REG-SCOREREL FROM LINHA-REL
           ADD 1 TO JOB-GRAVADOS.

       IMPRIMIR-VALORES.
           MOVE Vend-Rank-T(IND-R) TO COD-V
           MOVE Meta-Vend-T(COD-V)         TO WRK-META
           MOVE Realizado-Vend-T(COD-V)    TO WRK-REALIZADO
           MOVE Planejados-Vend-T(COD-V)   TO WRK-PLANO
           MOVE Visitados-Vend-T(COD-V)    TO WRK-VISITA
           MOVE Venda-Vend-T(COD-V)        TO WRK-VENDA
           MOVE Aberto-Vend-T(COD-V)       TO WRK-ABERTO
           MOVE Vencido-Vend-T(COD-V)      TO WRK-VENCIDO
           MOVE SPACES TO LINHA-REL
           STRING Vend-Rank-T(IND-R) " " WRK-META " " WRK-REALIZADO
                  "       " WRK-PLANO "     " WRK-VISITA
                  " " WRK-VENDA " " WRK-ABERTO " " WRK-VENCIDO
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SCOREREL FROM LINHA-REL.

       FIN.
           IF JOB-STATUS = "OK"
              DISPLAY "RELATORIO GERADO: scorecard.txt"
              DISPLAY "Vendedores avaliados  : " QTD-RANK
              IF QTD-RANK > ZEROES
                 MOVE Vend-Rank-T(1) TO COD-V
                 MOVE Nota-Final-T(COD-V) TO WRK-NOTA
                 DISPLAY "Primeiro do ranking   : " COD-V " "
                         Nome-Vend-T(COD-V)(1:25) " " WRK-NOTA
              END-IF
           END-IF

           MOVE CONT-LIDOS TO JOB-LIDOS
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

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "ANO=" ANO-REL " MES=" MES-REL
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA79 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

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
           MOVE SPACES TO ARQ-VENDEDOR
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "vendedor.dat" DELIMITED BY SIZE
                  INTO ARQ-VENDEDOR
           MOVE SPACES TO ARQ-METAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "metas.dat" DELIMITED BY SIZE
                  INTO ARQ-METAS
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
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-ROTEIROLOG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "roteirolog.csv" DELIMITED BY SIZE
                  INTO ARQ-ROTEIROLOG
           MOVE SPACES TO ARQ-VISITAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "visitas.dat" DELIMITED BY SIZE
                  INTO ARQ-VISITAS
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-OCORRENCIAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "ocorrencias.dat" DELIMITED BY SIZE
                  INTO ARQ-OCORRENCIAS
           MOVE SPACES TO ARQ-SCOREREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "scorecard.txt" DELIMITED BY SIZE
                  INTO ARQ-SCOREREL.
       END PROGRAM PROGRAMA79.
