      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: GERACAO DO XML DA NF-E DOS PEDIDOS FATURADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA68.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PEDIDOS ASSIGN ARQ-PEDIDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT ITEMUNID ASSIGN ARQ-ITEMUNID
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Itemunid
           FILE STATUS IS FILE-STATUS-IU.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-ITE.

           SELECT ALIQUOTAS ASSIGN ARQ-ALIQUOTAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Aliquota
           FILE STATUS IS FILE-STATUS-ALQ.

           SELECT CONTATOS ASSIGN ARQ-CONTATOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Contato
           FILE STATUS IS FILE-STATUS-CON.

           SELECT NFECTL ASSIGN ARQ-NFECTL
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido-nf
           ALTERNATE RECORD KEY IS Chave-Acesso-nf
           FILE STATUS IS FILE-STATUS-NFC.

           SELECT NFEXML ASSIGN ARQ-NFEXML
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-XML.

           SELECT NFEREL ASSIGN ARQ-NFEREL
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
              88 PEDIDO-BACKORDER                        VALUE "B".
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
           05 Data-Pagamento-fa            PIC X(010)   VALUE SPACES.
           05 Valor-Pago-fa                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Total-Parcelas-fa            PIC 9(002)   VALUE ZEROES.
           05 Aliquota-fa                  PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Valor-Imposto-fa             PIC 9(009)v9(002)
                                            VALUE ZEROES.

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

       FD  PRODUTOS.

       01  REG-PRODUTOS.
           05 Codigo-Produto               PIC 9(005).
           05 Descricao-Produto            PIC X(040).
           05 Unidade-Produto              PIC X(003).
           05 Preco-Lista                  PIC 9(007)v9(002).
           05 Produto-Ativo                PIC X(001)   VALUE "S".
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

       FD  ITEMUNID.

      ********** UNIDADE EM QUE O CLIENTE PEDIU A LINHA, QUANDO ******
      *    DIFERENTE DA UNIDADE DE ESTOQUE. A LINHA EM ITENS FICA    *
      *    SEMPRE NA UNIDADE DE ESTOQUE (SALDOS, MOVEST, RESERVA);   *
      *    NOTA FISCAL E ROMANEIO IMPRIMEM A UNIDADE PEDIDA          *
       01  REG-ITEMUNID.
           05 Chave-Itemunid.
              10 Numero-Pedido-iu          PIC 9(007).
              10 Sequencia-iu              PIC 9(003).
           05 Unidade-Pedida-iu            PIC X(003).
           05 Quantidade-Pedida-iu         PIC 9(007)v9(002).
           05 Fator-iu                     PIC 9(005)v9(004).
           05 Preco-Pedido-iu              PIC 9(007)v9(002).

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

       FD  ALIQUOTAS.

       01  REG-ALIQUOTAS.
           05 Chave-Aliquota.
              10 Codigo-Produto-al         PIC 9(005).
              10 Zona-al                   PIC X(003).
           05 Aliquota-al                  PIC 9(002)v9(002).

       FD  CONTATOS.

       01  REG-CONTATOS.
           05 Chave-Contato.
              10 Tipo-Contato              PIC X(001).
              10 Codigo-Pai                PIC 9(007).
              10 Numero-Contato            PIC 9(003).
           05 Endereco-Contato             PIC X(040).
           05 CEP-Contato                  PIC 9(008).
           05 Telefone-Contato             PIC X(015).
           05 Email-Contato                PIC X(040).

       FD  NFECTL.

      ********** CONTROLE DAS NF-E GERADAS, UM REGISTRO POR PEDIDO ***
      *    SITUACAO G = GERADA (XML AGUARDANDO O EMISSOR), A =       *
      *    AUTORIZADA, R = REJEITADA, D = DENEGADA (RETORNO DO       *
      *    PROGRAMA69)                                               *
       01  REG-NFECTL.
           05 Numero-Pedido-nf             PIC 9(007).
           05 Numero-NF-nf                 PIC 9(009).
           05 Serie-nf                     PIC 9(003).
           05 Chave-Acesso-nf              PIC X(044).
           05 Data-Geracao-nf              PIC X(010).
           05 Valor-NF-nf                  PIC 9(009)v9(002).
           05 Situacao-nf                  PIC X(001).
              88 NFE-GERADA                              VALUE "G".
              88 NFE-AUTORIZADA                          VALUE "A".
              88 NFE-REJEITADA                           VALUE "R".
              88 NFE-DENEGADA                            VALUE "D".
           05 Protocolo-nf                 PIC X(015).
           05 Data-Retorno-nf              PIC X(010).
           05 Codigo-Retorno-nf            PIC X(003).
           05 Motivo-nf                    PIC X(060).

      ********** REGISTRO DE PEDIDO ZERO: DADOS DO EMITENTE E ULTIMO *
      *    NUMERO FISCAL USADO, INFORMADOS NA PRIMEIRA EXECUCAO      *
       01  REG-NFECTL-CAB.
           05 Chave-Cab-nf                 PIC 9(007).
           05 Ult-Numero-nf                PIC 9(009).
           05 Serie-Cab-nf                 PIC 9(003).
           05 Id-Cab-nf                    PIC X(044).
           05 CNPJ-Emitente-nf             PIC 9(014).
           05 UF-Emitente-nf               PIC 9(002).
           05 Ambiente-nf                  PIC 9(001).
           05 Nome-Emitente-nf             PIC X(040).
           05 FILLER                       PIC X(053).

       FD  NFEXML.

       01  REG-NFEXML                      PIC X(200).

       FD  NFEREL.

       01  REG-NFEREL                      PIC X(132).

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
                                            VALUE "PROGRAMA68".
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
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-ITEMUNID                    PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-ALIQUOTAS                   PIC X(080)   VALUE SPACES.
           05 ARQ-CONTATOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-NFECTL                      PIC X(080)   VALUE SPACES.
           05 ARQ-NFEXML                      PIC X(120)   VALUE SPACES.
           05 ARQ-NFEREL                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-PEDIDOS                            VALUE "S".
              88 NO-FIN-PEDIDOS                         VALUE "N".
           05 SW-FIM-FAT                   PIC X        VALUE "N".
              88 FIM-FAT                                VALUE "S".
              88 NO-FIM-FAT                             VALUE "N".
           05 SW-FIM-ITENS                 PIC X        VALUE "N".
              88 FIM-ITENS                              VALUE "S".
              88 NO-FIM-ITENS                           VALUE "N".
           05 SW-FIM-CON                   PIC X        VALUE "N".
              88 FIM-CON                                VALUE "S".
              88 NO-FIM-CON                             VALUE "N".

           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-ITE              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-ALQ              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CON              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-NFC              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-XML              PIC 99       VALUE ZEROES.
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 FILE-STATUS-IU               PIC 99       VALUE ZEROES.
           05 SW-ITEMUNID-OK               PIC X        VALUE "N".
           05 SW-UNID-PEDIDA               PIC X        VALUE "N".
           05 Qtd-Com-W                    PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Preco-Com-W                  PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 SW-ALIQ-OK                   PIC X        VALUE "N".
           05 SW-CONTATOS-OK               PIC X        VALUE "N".
           05 SW-GERAR                     PIC X        VALUE "N".
           05 SW-NOTA-NOVA                 PIC X        VALUE "N".

      ********** DADOS DO EMITENTE (REGISTRO ZERO DO NFECTL) *********
           05 Ult-Numero-W                 PIC 9(009)   VALUE ZEROES.
           05 Serie-W                      PIC 9(003)   VALUE ZEROES.
           05 CNPJ-Emitente-W              PIC 9(014)   VALUE ZEROES.
           05 UF-Emitente-W                PIC 9(002)   VALUE ZEROES.
           05 Ambiente-W                   PIC 9(001)   VALUE ZEROES.
           05 Nome-Emitente-W              PIC X(040)   VALUE SPACES.

           05 Numero-NF-W                  PIC 9(009)   VALUE ZEROES.
           05 CHAVE-NFE-W.
              10 UF-CH                     PIC 9(002).
              10 AA-CH                     PIC X(002).
              10 MM-CH                     PIC X(002).
              10 CNPJ-CH                   PIC 9(014).
              10 MODELO-CH                 PIC 9(002).
              10 SERIE-CH                  PIC 9(003).
              10 NUMERO-CH                 PIC 9(009).
              10 TPEMIS-CH                 PIC 9(001).
              10 CODIGO-CH                 PIC 9(008).
              10 DV-CH                     PIC 9(001).
           05 CHAVE-NFE-R REDEFINES CHAVE-NFE-W.
              10 DIGITO-CH                 PIC 9 OCCURS 44.
           05 SOMA-DV-W                    PIC 9(005)   VALUE ZEROES.
           05 PESO-DV-W                    PIC 9(002)   VALUE ZEROES.
           05 QUOC-DV-W                    PIC 9(005)   VALUE ZEROES.
           05 RESTO-DV-W                   PIC 9(002)   VALUE ZEROES.
           05 IND-C                        PIC 9(002)   VALUE ZEROES.

           05 Total-Fat-W                  PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Valor-Prod-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Valor-Desc-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Valor-NF-W                   PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Valor-BC-W                   PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Valor-ICMS-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Item-W                   PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Valor-Item-W                 PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Icms-Item-W                  PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Aliq-Item-W                  PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Itens-W                  PIC 9(003)   VALUE ZEROES.
           05 Num-Item-W                   PIC 9(003)   VALUE ZEROES.
           05 Qtd-Parcelas-W               PIC 9(002)   VALUE ZEROES.
           05 Zona-Dest-W                  PIC X(003)   VALUE SPACES.
           05 Descricao-W                  PIC X(040)   VALUE SPACES.
           05 Unidade-W                    PIC X(003)   VALUE SPACES.

           05 CNPJ-Dest-W                  PIC 9(014)   VALUE ZEROES.
           05 Nome-Dest-W                  PIC X(040)   VALUE SPACES.
           05 Endereco-Dest-W              PIC X(040)   VALUE SPACES.
           05 CEP-Dest-W                   PIC 9(008)   VALUE ZEROES.
           05 Fone-Dest-W                  PIC X(015)   VALUE SPACES.
           05 Email-Dest-W                 PIC X(040)   VALUE SPACES.

           05 Data-Emissao-W               PIC X(010)   VALUE SPACES.
           05 Data-Emissao-R REDEFINES Data-Emissao-W.
              10 DE-DD                     PIC X(002).
              10 FILLER                    PIC X(001).
              10 DE-MM                     PIC X(002).
              10 FILLER                    PIC X(001).
              10 DE-AAAA                   PIC X(004).
           05 Data-Venc-W                  PIC X(010)   VALUE SPACES.
           05 Data-Venc-R REDEFINES Data-Venc-W.
              10 DV-DD                     PIC X(002).
              10 FILLER                    PIC X(001).
              10 DV-MM                     PIC X(002).
              10 FILLER                    PIC X(001).
              10 DV-AAAA                   PIC X(004).
           05 Data-Hoje-W                  PIC X(010)   VALUE SPACES.

      ********** O XML USA PONTO DECIMAL E NUMEROS SEM ZEROS A *******
      *    ESQUERDA; A MONTAGEM NAO PASSA PELO DECIMAL-POINT         *
           05 Valor-Xml-W                  PIC 9(013)v9(002)
                                            VALUE ZEROES.
           05 Valor-Xml-R REDEFINES Valor-Xml-W.
              10 VX-INT                    PIC 9(013).
              10 VX-DEC                    PIC 9(002).
           05 VX-INT-ED                    PIC Z(012)9.
           05 Numero-Xml-W                 PIC 9(009)   VALUE ZEROES.
           05 Numero-Ed-W                  PIC Z(008)9.
           05 Tag-W                        PIC X(012)   VALUE SPACES.
           05 Conteudo-W                   PIC X(060)   VALUE SPACES.
           05 LINHA-XML                    PIC X(200)   VALUE SPACES.

           05 CONT-GERADAS                 PIC 9(005)   VALUE ZEROES.
           05 CONT-REGERADAS               PIC 9(005)   VALUE ZEROES.
           05 CONT-JA-EMITIDAS             PIC 9(005)   VALUE ZEROES.
           05 CONT-PENDENTES               PIC 9(005)   VALUE ZEROES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
              10 DATE-AUXILIAR.
                 15 AA-AUX                 PIC X(002)  VALUE SPACES.
                 15 MM-AUX                 PIC X(002)  VALUE SPACES.
                 15 DD-AUX                 PIC X(002)  VALUE SPACES.
              10 HORA-AUXILIAR.
                 15 HH-AUX                 PIC X(002)  VALUE SPACES.
                 15 MI-AUX                 PIC X(002)  VALUE SPACES.
                 15 SS-AUX                 PIC X(002)  VALUE SPACES.
                 15 CC-AUX                 PIC X(002)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-PEDIDOS
           PERFORM FIN.

       INICIO.
      ********** UM XML DE NF-E POR PEDIDO FATURADO, NA PASTA DE *****
      *    DADOS, COM O NOME <CHAVE>-nfe.xml, PARA O EMISSOR DA      *
      *    SEFAZ ASSINAR E TRANSMITIR. O NFECTL.DAT GUARDA O NUMERO  *
      *    FISCAL, A CHAVE E A SITUACAO DE CADA NOTA                 *
           ACCEPT DATE-AUXILIAR FROM DATE
           ACCEPT HORA-AUXILIAR FROM TIME
           MOVE SPACES TO Data-Hoje-W
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO Data-Hoje-W

           DISPLAY "GERACAO DO XML DA NF-E"

           OPEN INPUT PEDIDOS
                INPUT FATURAS
           OPEN INPUT ITENS

           IF FILE-STATUS NOT = 00 OR FILE-STATUS-ITE NOT = 00
              DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
              DISPLAY "STATUS: " FILE-STATUS " " FILE-STATUS-ITE
              SET FIN-PEDIDOS TO TRUE
              MOVE "SEM PEDIDO" TO JOB-STATUS
           ELSE
              OPEN I-O NFECTL
              IF FILE-STATUS-NFC NOT = 00
                 OPEN OUTPUT NFECTL
                 CLOSE NFECTL
                 OPEN I-O NFECTL
              END-IF
              PERFORM LER-CABECALHO
              IF CNPJ-Emitente-W = ZEROES
                 DISPLAY "CNPJ DO EMITENTE NAO INFORMADO; "
                         "NENHUMA NF-E GERADA"
                 SET FIN-PEDIDOS TO TRUE
                 MOVE "SEM EMITEN" TO JOB-STATUS
                 CLOSE PEDIDOS
                       FATURAS
                       ITENS
                       NFECTL
              ELSE
                 PERFORM ABRIR-ARQUIVOS-APOIO
                 OPEN OUTPUT NFEREL
                 MOVE SPACES TO LINHA-REL
                 STRING "NF-E GERADAS EM " Data-Hoje-W
                        " - EMITENTE " CNPJ-Emitente-W
                        " SERIE " Serie-W
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-NFEREL FROM LINHA-REL
                 WRITE REG-NFEREL FROM LINHA-EMPRESA
                 MOVE SPACES TO LINHA-REL
                 WRITE REG-NFEREL FROM LINHA-REL
                 SET NO-FIN-PEDIDOS TO TRUE
                 MOVE ZEROES TO Numero-Pedido
                 START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido
                    INVALID KEY SET FIN-PEDIDOS TO TRUE
                 END-START
                 PERFORM LEER-PEDIDOS
              END-IF
           END-IF.

       LER-CABECALHO.
           MOVE ZEROES TO Chave-Cab-nf
           READ NFECTL
           IF FILE-STATUS-NFC = 00
              MOVE Ult-Numero-nf      TO Ult-Numero-W
              MOVE Serie-Cab-nf       TO Serie-W
              MOVE CNPJ-Emitente-nf   TO CNPJ-Emitente-W
              MOVE UF-Emitente-nf     TO UF-Emitente-W
              MOVE Ambiente-nf        TO Ambiente-W
              MOVE Nome-Emitente-nf   TO Nome-Emitente-W
              DISPLAY "EMITENTE " CNPJ-Emitente-W " SERIE " Serie-W
                      " ULTIMA NF " Ult-Numero-W
           ELSE
              PERFORM CRIAR-CABECALHO
           END-IF.

       CRIAR-CABECALHO.
      ********** PRIMEIRA EXECUCAO: O ULTIMO NUMERO JA EMITIDO NO ****
      *    EMISSOR DA SEFAZ CONTINUA A NUMERACAO SEM BURACO; NA      *
      *    DUVIDA O AMBIENTE FICA EM HOMOLOGACAO                     *
           DISPLAY "PRIMEIRA EXECUCAO: INFORME OS DADOS DO EMITENTE"
           DISPLAY "INSIRA CNPJ DO EMITENTE: "
           ACCEPT CNPJ-Emitente-W
           DISPLAY "INSIRA RAZAO SOCIAL DO EMITENTE: "
           ACCEPT Nome-Emitente-W
           DISPLAY "INSIRA CODIGO DA UF (0 = PADRAO 35): "
           ACCEPT UF-Emitente-W
           IF UF-Emitente-W = ZEROES
              MOVE 35 TO UF-Emitente-W
           END-IF
           DISPLAY "INSIRA SERIE DA NF-E (0 = PADRAO 1): "
           ACCEPT Serie-W
           IF Serie-W = ZEROES
              MOVE 1 TO Serie-W
           END-IF
           DISPLAY "INSIRA ULTIMO NUMERO JA EMITIDO (0 = NENHUM): "
           ACCEPT Ult-Numero-W
           DISPLAY "INSIRA AMBIENTE (1 = PRODUCAO, 2 = HOMOLOGACAO): "
           ACCEPT Ambiente-W
           IF Ambiente-W NOT = 1
              MOVE 2 TO Ambiente-W
           END-IF
           IF CNPJ-Emitente-W NOT = ZEROES
              PERFORM MOVER-CABECALHO
              WRITE REG-NFECTL-CAB
           END-IF.

       MOVER-CABECALHO.
           MOVE SPACES               TO REG-NFECTL-CAB
           MOVE ZEROES               TO Chave-Cab-nf
           MOVE Ult-Numero-W         TO Ult-Numero-nf
           MOVE Serie-W              TO Serie-Cab-nf
           MOVE "CONTROLE DE NUMERACAO DA NF-E" TO Id-Cab-nf
           MOVE CNPJ-Emitente-W      TO CNPJ-Emitente-nf
           MOVE UF-Emitente-W        TO UF-Emitente-nf
           MOVE Ambiente-W           TO Ambiente-nf
           MOVE Nome-Emitente-W      TO Nome-Emitente-nf.

       ATUALIZAR-CABECALHO.
           PERFORM MOVER-CABECALHO
           REWRITE REG-NFECTL-CAB.

       ABRIR-ARQUIVOS-APOIO.
           OPEN INPUT CLIENTES
           IF FILE-STATUS-CLI = 00
              MOVE "S" TO SW-CLIENTES-OK
           END-IF
           OPEN INPUT PRODUTOS
           IF FILE-STATUS-PRO = 00
              MOVE "S" TO SW-PRODUTOS-OK
           END-IF
           OPEN INPUT ALIQUOTAS
           IF FILE-STATUS-ALQ = 00
              MOVE "S" TO SW-ALIQ-OK
           END-IF
           OPEN INPUT ITEMUNID
           IF FILE-STATUS-IU = 00
              MOVE "S" TO SW-ITEMUNID-OK
           END-IF
           OPEN INPUT CONTATOS
           IF FILE-STATUS-CON = 00
              MOVE "S" TO SW-CONTATOS-OK
           END-IF.

       PROCESO.
           ADD 1 TO JOB-LIDOS
           IF PEDIDO-FATURADO OR PEDIDO-EM-SEPARACAO
              OR PEDIDO-EM-ENTREGA OR PEDIDO-ENTREGUE
              PERFORM VERIFICAR-CONTROLE
              IF SW-GERAR = "S"
                 PERFORM GERAR-NFE
              END-IF
           END-IF
           PERFORM LEER-PEDIDOS.

       LEER-PEDIDOS.
           READ PEDIDOS NEXT RECORD
                AT END
                SET FIN-PEDIDOS TO TRUE
           END-READ.

       VERIFICAR-CONTROLE.
      ********** PEDIDO COM NF-E GERADA OU AUTORIZADA NAO SE REPETE; *
      *    A REJEITADA VOLTA A SER GERADA COM O MESMO NUMERO FISCAL  *
      *    DEPOIS DE CORRIGIDO O CADASTRO                            *
           MOVE "N"                  TO SW-GERAR
           MOVE Numero-Pedido        TO Numero-Pedido-nf
           READ NFECTL
           IF FILE-STATUS-NFC = 00
              IF NFE-REJEITADA
                 MOVE "S"            TO SW-GERAR
                 MOVE "N"            TO SW-NOTA-NOVA
                 MOVE Numero-NF-nf   TO Numero-NF-W
              ELSE
                 ADD 1               TO CONT-JA-EMITIDAS
              END-IF
           ELSE
              MOVE "S"               TO SW-GERAR
              MOVE "S"               TO SW-NOTA-NOVA
           END-IF.

       GERAR-NFE.
           PERFORM APURAR-FATURAS-PEDIDO
           PERFORM BUSCAR-DESTINATARIO
           PERFORM APURAR-ITENS-PEDIDO
           IF Total-Fat-W = ZEROES OR Qtd-Itens-W = ZEROES
              OR CNPJ-Dest-W = ZEROES
              MOVE SPACES TO LINHA-REL
              STRING "PEDIDO " Numero-Pedido
                     " SEM FATURA VALIDA, SEM ITENS OU CLIENTE SEM "
                     "CNPJ; NF-E NAO GERADA"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-NFEREL FROM LINHA-REL
              ADD 1 TO CONT-PENDENTES
              ADD 1 TO JOB-AVISOS
           ELSE
              PERFORM APURAR-TOTAIS-NOTA
              IF SW-NOTA-NOVA = "S"
                 ADD 1                TO Ult-Numero-W
                 MOVE Ult-Numero-W    TO Numero-NF-W
                 PERFORM ATUALIZAR-CABECALHO
              END-IF
              PERFORM MONTAR-CHAVE-ACESSO
              PERFORM GRAVAR-XML-NFE
              PERFORM GRAVAR-CONTROLE
           END-IF.

       APURAR-FATURAS-PEDIDO.
      ********** VALOR DA NOTA: SOMA DAS FATURAS NAO CANCELADAS DO ***
      *    PEDIDO (TODAS AS ENTREGAS DE UM BACKORDER NUMA SO NOTA)   *
           MOVE ZEROES TO Total-Fat-W
           MOVE ZEROES TO Qtd-Parcelas-W
           PERFORM POSICIONAR-FATURAS
           PERFORM SOMAR-UMA-FATURA UNTIL FIM-FAT.

       POSICIONAR-FATURAS.
           MOVE Numero-Pedido   TO Numero-Pedido-fa
           MOVE ZEROES          TO Parcela-fa
           SET NO-FIM-FAT       TO TRUE
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIM-FAT TO TRUE
           END-START.

       SOMAR-UMA-FATURA.
           PERFORM LER-FATURA-PEDIDO
           IF NOT FIM-FAT AND NOT FATURA-CANCELADA
              ADD Valor-Fatura TO Total-Fat-W
              ADD 1            TO Qtd-Parcelas-W
           END-IF.

       LER-FATURA-PEDIDO.
           READ FATURAS NEXT RECORD
              AT END SET FIM-FAT TO TRUE
           END-READ
           IF NOT FIM-FAT
              IF Numero-Pedido-fa NOT = Numero-Pedido
                 SET FIM-FAT TO TRUE
              END-IF
           END-IF.

       BUSCAR-DESTINATARIO.
      ********** CNPJ E RAZAO SOCIAL DO CLIENTES; ENDERECO, CEP, *****
      *    TELEFONE E E-MAIL DO PRIMEIRO CONTATO DO CLIENTE COM      *
      *    ENDERECO PREENCHIDO (CONTATOS.DAT)                        *
           MOVE ZEROES TO CNPJ-Dest-W
           MOVE ZEROES TO CEP-Dest-W
           MOVE SPACES TO Nome-Dest-W
           MOVE SPACES TO Endereco-Dest-W
           MOVE SPACES TO Fone-Dest-W
           MOVE SPACES TO Email-Dest-W
           MOVE SPACES TO Zona-Dest-W
           IF SW-CLIENTES-OK = "S"
              MOVE Codigo-Cliente-p TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00
                 MOVE CNPJ            TO CNPJ-Dest-W
                 MOVE Razão-Social    TO Nome-Dest-W
                 MOVE Zona-Cliente    TO Zona-Dest-W
              END-IF
           END-IF
           IF SW-CONTATOS-OK = "S"
              MOVE "C"              TO Tipo-Contato
              MOVE Codigo-Cliente-p TO Codigo-Pai
              MOVE ZEROES           TO Numero-Contato
              SET NO-FIM-CON        TO TRUE
              START CONTATOS KEY IS NOT LESS THAN Chave-Contato
                 INVALID KEY SET FIM-CON TO TRUE
              END-START
              PERFORM LER-CONTATO-CLIENTE UNTIL FIM-CON
           END-IF.

       LER-CONTATO-CLIENTE.
           READ CONTATOS NEXT RECORD
              AT END SET FIM-CON TO TRUE
           END-READ
           IF NOT FIM-CON
              IF Tipo-Contato NOT = "C"
                 OR Codigo-Pai NOT = Codigo-Cliente-p
                 SET FIM-CON TO TRUE
              ELSE
                 IF Endereco-Contato NOT = SPACES
                    MOVE Endereco-Contato TO Endereco-Dest-W
                    MOVE CEP-Contato      TO CEP-Dest-W
                    MOVE Telefone-Contato TO Fone-Dest-W
                    MOVE Email-Contato    TO Email-Dest-W
                    SET FIM-CON TO TRUE
                 END-IF
              END-IF
           END-IF.

       APURAR-ITENS-PEDIDO.
           MOVE ZEROES TO Qtd-Itens-W
           MOVE ZEROES TO Valor-Prod-W
           MOVE ZEROES TO Valor-BC-W
           MOVE ZEROES TO Valor-ICMS-W
           PERFORM POSICIONAR-ITENS
           PERFORM SOMAR-UM-ITEM UNTIL FIM-ITENS.

       POSICIONAR-ITENS.
           MOVE Numero-Pedido   TO Numero-Pedido-it
           MOVE ZEROES          TO Sequencia-it
           SET NO-FIM-ITENS     TO TRUE
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY SET FIM-ITENS TO TRUE
           END-START.

       LER-ITEM-PEDIDO.
           READ ITENS NEXT RECORD
              AT END SET FIM-ITENS TO TRUE
           END-READ
           IF NOT FIM-ITENS
              IF Numero-Pedido-it NOT = Numero-Pedido
                 SET FIM-ITENS TO TRUE
              END-IF
           END-IF.

       SOMAR-UM-ITEM.
           PERFORM LER-ITEM-PEDIDO
           IF NOT FIM-ITENS
              PERFORM CALCULAR-ITEM
              IF Qtd-Item-W > ZEROES
                 ADD 1            TO Qtd-Itens-W
                 ADD Valor-Item-W TO Valor-Prod-W
                 ADD Valor-Item-W TO Valor-BC-W
                 ADD Icms-Item-W  TO Valor-ICMS-W
              END-IF
           END-IF.

       CALCULAR-ITEM.
      ********** A NOTA LEVA A QUANTIDADE FATURADA; ITEM ANTERIOR AO *
      *    FATURAMENTO PARCIAL (SEM QUANTIDADE FATURADA) VALE PELA   *
      *    QUANTIDADE DO PEDIDO. O ICMS SEGUE A MESMA TABELA DE      *
      *    ALIQUOTAS DO FATURAMENTO (PROGRAMA10)                     *
           IF Quantidade-Faturada-it > ZEROES
              MOVE Quantidade-Faturada-it TO Qtd-Item-W
           ELSE
              MOVE Quantidade-it          TO Qtd-Item-W
           END-IF
           IF Qtd-Item-W = Quantidade-it
              MOVE Total-Item-it          TO Valor-Item-W
           ELSE
              COMPUTE Valor-Item-W ROUNDED =
                 Qtd-Item-W * Preco-Unitario-it
           END-IF
           PERFORM BUSCAR-ALIQUOTA-ITEM
           COMPUTE Icms-Item-W ROUNDED =
              Valor-Item-W * Aliq-Item-W / 100.

       BUSCAR-ALIQUOTA-ITEM.
           MOVE ZEROES              TO Aliq-Item-W
           IF SW-ALIQ-OK = "S"
              MOVE Codigo-Produto-it TO Codigo-Produto-al
              MOVE Zona-Dest-W      TO Zona-al
              READ ALIQUOTAS
              IF FILE-STATUS-ALQ = 00
                 MOVE Aliquota-al   TO Aliq-Item-W
              ELSE
                 MOVE Codigo-Produto-it TO Codigo-Produto-al
                 MOVE SPACES        TO Zona-al
                 READ ALIQUOTAS
                 IF FILE-STATUS-ALQ = 00
                    MOVE Aliquota-al TO Aliq-Item-W
                 END-IF
              END-IF
           END-IF.

       APURAR-TOTAIS-NOTA.
      ********** A NOTA FECHA NO TOTAL DAS FATURAS (LIQUIDO DO *******
      *    DESCONTO DO PEDIDO E COM O FRETE): O DESCONTO DA NOTA E   *
      *    A DIFERENCA ENTRE PRODUTOS MAIS FRETE E O FATURADO        *
           IF Valor-Prod-W + Valor-Frete-ped > Total-Fat-W
              COMPUTE Valor-Desc-W =
                 Valor-Prod-W + Valor-Frete-ped - Total-Fat-W
           ELSE
              MOVE ZEROES TO Valor-Desc-W
           END-IF
           COMPUTE Valor-NF-W =
              Valor-Prod-W + Valor-Frete-ped - Valor-Desc-W
           IF Valor-NF-W NOT = Total-Fat-W
              MOVE SPACES TO LINHA-REL
              STRING "AVISO: PEDIDO " Numero-Pedido
                     " COM FATURAS ACIMA DOS ITENS; NOTA PELO VALOR "
                     "DOS ITENS"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-NFEREL FROM LINHA-REL
              ADD 1 TO JOB-AVISOS
           END-IF.

       MONTAR-CHAVE-ACESSO.
      ********** CHAVE DE ACESSO (44 DIGITOS): UF, ANO/MES DA *********
      *    EMISSAO, CNPJ DO EMITENTE, MODELO 55, SERIE, NUMERO,      *
      *    TIPO DE EMISSAO 1 (NORMAL), CODIGO NUMERICO (DERIVADO DO  *
      *    PEDIDO) E DIGITO VERIFICADOR MODULO 11 COM PESOS 2 A 9    *
      *    DA DIREITA PARA A ESQUERDA                                *
           MOVE UF-Emitente-W        TO UF-CH
           MOVE AA-AUX               TO AA-CH
           MOVE MM-AUX               TO MM-CH
           MOVE CNPJ-Emitente-W      TO CNPJ-CH
           MOVE 55                   TO MODELO-CH
           MOVE Serie-W              TO SERIE-CH
           MOVE Numero-NF-W          TO NUMERO-CH
           MOVE 1                    TO TPEMIS-CH
           COMPUTE CODIGO-CH = 10000000 + Numero-Pedido
           MOVE ZEROES               TO DV-CH
           MOVE ZEROES               TO SOMA-DV-W
           MOVE 2                    TO PESO-DV-W
           PERFORM SOMAR-DIGITO-CHAVE
              VARYING IND-C FROM 43 BY -1 UNTIL IND-C < 1
           DIVIDE SOMA-DV-W BY 11 GIVING QUOC-DV-W
              REMAINDER RESTO-DV-W
           IF RESTO-DV-W < 2
              MOVE ZEROES            TO DV-CH
           ELSE
              COMPUTE DV-CH = 11 - RESTO-DV-W
           END-IF.

       SOMAR-DIGITO-CHAVE.
           COMPUTE SOMA-DV-W = SOMA-DV-W
              + DIGITO-CH(IND-C) * PESO-DV-W
           ADD 1 TO PESO-DV-W
           IF PESO-DV-W > 9
              MOVE 2 TO PESO-DV-W
           END-IF.

       GRAVAR-XML-NFE.
           MOVE SPACES TO ARQ-NFEXML
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  CHAVE-NFE-W DELIMITED BY SIZE
                  "-nfe.xml" DELIMITED BY SIZE
                  INTO ARQ-NFEXML
           OPEN OUTPUT NFEXML
           IF FILE-STATUS-XML = 00
              PERFORM GRAVAR-IDENTIFICACAO
              PERFORM GRAVAR-EMITENTE-DEST
              PERFORM GRAVAR-ITENS-XML
              PERFORM GRAVAR-TOTAIS-XML
              PERFORM GRAVAR-COBRANCA-XML
              MOVE "</infNFe>" TO LINHA-XML
              PERFORM GRAVAR-LINHA-XML
              MOVE "</NFe>" TO LINHA-XML
              PERFORM GRAVAR-LINHA-XML
              CLOSE NFEXML
           END-IF.

       GRAVAR-IDENTIFICACAO.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
                TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "<NFe xmlns=""http://www.portalfiscal.inf.br/nfe"">"
                TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE SPACES TO LINHA-XML
           STRING "<infNFe versao=""4.00"" Id=""NFe" CHAVE-NFE-W
                  """>"
              DELIMITED BY SIZE INTO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "<ide>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "cUF"      TO Tag-W
           MOVE UF-CH      TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "cNF"      TO Tag-W
           MOVE CODIGO-CH  TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "natOp"    TO Tag-W
           MOVE "VENDA DE MERCADORIA" TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "mod"      TO Tag-W
           MOVE "55"       TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "serie"    TO Tag-W
           MOVE Serie-W    TO Numero-Xml-W
           PERFORM GRAVAR-TAG-NUMERO
           MOVE "nNF"      TO Tag-W
           MOVE Numero-NF-W TO Numero-Xml-W
           PERFORM GRAVAR-TAG-NUMERO
           MOVE "dhEmi"    TO Tag-W
           MOVE SPACES     TO Conteudo-W
           STRING "20" AA-AUX "-" MM-AUX "-" DD-AUX "T"
                  HH-AUX ":" MI-AUX ":" SS-AUX "-03:00"
              DELIMITED BY SIZE INTO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "tpNF"     TO Tag-W
           MOVE "1"        TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "tpEmis"   TO Tag-W
           MOVE "1"        TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "cDV"      TO Tag-W
           MOVE DV-CH      TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "tpAmb"    TO Tag-W
           MOVE Ambiente-W TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "finNFe"   TO Tag-W
           MOVE "1"        TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "</ide>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML.

       GRAVAR-EMITENTE-DEST.
           MOVE "<emit>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "CNPJ"     TO Tag-W
           MOVE CNPJ-Emitente-W TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "xNome"    TO Tag-W
           MOVE Nome-Emitente-W TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "</emit>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "<dest>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "CNPJ"     TO Tag-W
           MOVE CNPJ-Dest-W TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "xNome"    TO Tag-W
           MOVE Nome-Dest-W TO Conteudo-W
           PERFORM GRAVAR-TAG
           IF Endereco-Dest-W NOT = SPACES
              MOVE "<enderDest>" TO LINHA-XML
              PERFORM GRAVAR-LINHA-XML
              MOVE "xLgr"  TO Tag-W
              MOVE Endereco-Dest-W TO Conteudo-W
              PERFORM GRAVAR-TAG
              MOVE "CEP"   TO Tag-W
              MOVE CEP-Dest-W TO Conteudo-W
              PERFORM GRAVAR-TAG
              IF Fone-Dest-W NOT = SPACES
                 MOVE "fone" TO Tag-W
                 MOVE Fone-Dest-W TO Conteudo-W
                 PERFORM GRAVAR-TAG
              END-IF
              MOVE "</enderDest>" TO LINHA-XML
              PERFORM GRAVAR-LINHA-XML
           END-IF
           IF Email-Dest-W NOT = SPACES
              MOVE "email" TO Tag-W
              MOVE Email-Dest-W TO Conteudo-W
              PERFORM GRAVAR-TAG
           END-IF
           MOVE "</dest>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML.

       GRAVAR-ITENS-XML.
           MOVE ZEROES TO Num-Item-W
           PERFORM POSICIONAR-ITENS
           PERFORM GRAVAR-UM-ITEM-XML UNTIL FIM-ITENS.

       GRAVAR-UM-ITEM-XML.
           PERFORM LER-ITEM-PEDIDO
           IF NOT FIM-ITENS
              PERFORM CALCULAR-ITEM
              IF Qtd-Item-W > ZEROES
                 ADD 1 TO Num-Item-W
                 PERFORM GRAVAR-DET-XML
              END-IF
           END-IF.

       GRAVAR-DET-XML.
           MOVE SPACES TO Descricao-W
           MOVE SPACES TO Unidade-W
           IF SW-PRODUTOS-OK = "S"
              MOVE Codigo-Produto-it TO Codigo-Produto
              READ PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE Descricao-Produto TO Descricao-W
                 MOVE Unidade-Produto   TO Unidade-W
              END-IF
           END-IF
           IF Unidade-W = SPACES
              MOVE "UN" TO Unidade-W
           END-IF
           PERFORM BUSCAR-UNIDADE-PEDIDA
           MOVE Num-Item-W TO Numero-Xml-W
           MOVE Numero-Xml-W TO Numero-Ed-W
           MOVE SPACES TO LINHA-XML
           STRING "<det nItem=""" FUNCTION TRIM(Numero-Ed-W) """>"
              DELIMITED BY SIZE INTO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "<prod>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "cProd"    TO Tag-W
           MOVE Codigo-Produto-it TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "xProd"    TO Tag-W
           MOVE Descricao-W TO Conteudo-W
           PERFORM GRAVAR-TAG
      ********** LINHA BONIFICADA DE CAMPANHA (PGM00005) SAI COMO ****
      *    REMESSA EM BONIFICACAO; AS DEMAIS COMO VENDA              *
           MOVE "CFOP"     TO Tag-W
           IF ITEM-BONIFICACAO
              MOVE "5910"  TO Conteudo-W
           ELSE
              MOVE "5102"  TO Conteudo-W
           END-IF
           PERFORM GRAVAR-TAG
      ********** UNIDADE COMERCIAL = A QUE O CLIENTE PEDIU; QUANDO ***
      *    DIFERENTE DA DE ESTOQUE, ESTA SAI COMO UNIDADE TRIBUTAVEL *
           MOVE "uCom"     TO Tag-W
           IF SW-UNID-PEDIDA = "S"
              MOVE Unidade-Pedida-iu TO Conteudo-W
           ELSE
              MOVE Unidade-W TO Conteudo-W
           END-IF
           PERFORM GRAVAR-TAG
           MOVE "qCom"     TO Tag-W
           MOVE Qtd-Com-W  TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           MOVE "vUnCom"   TO Tag-W
           MOVE Preco-Com-W TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           MOVE "vProd"    TO Tag-W
           MOVE Valor-Item-W TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           IF SW-UNID-PEDIDA = "S"
              MOVE "uTrib"    TO Tag-W
              MOVE Unidade-W  TO Conteudo-W
              PERFORM GRAVAR-TAG
              MOVE "qTrib"    TO Tag-W
              MOVE Qtd-Item-W TO Valor-Xml-W
              PERFORM GRAVAR-TAG-VALOR
              MOVE "vUnTrib"  TO Tag-W
              MOVE Preco-Unitario-it TO Valor-Xml-W
              PERFORM GRAVAR-TAG-VALOR
           END-IF
           MOVE "</prod>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "<imposto><ICMS><ICMS00>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "orig"     TO Tag-W
           MOVE "0"        TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "CST"      TO Tag-W
           MOVE "00"       TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "modBC"    TO Tag-W
           MOVE "3"        TO Conteudo-W
           PERFORM GRAVAR-TAG
           MOVE "vBC"      TO Tag-W
           MOVE Valor-Item-W TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           MOVE "pICMS"    TO Tag-W
           MOVE Aliq-Item-W TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           MOVE "vICMS"    TO Tag-W
           MOVE Icms-Item-W TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           MOVE "</ICMS00></ICMS></imposto>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "</det>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML.

       BUSCAR-UNIDADE-PEDIDA.
      ********** LINHA PEDIDA EM UNIDADE ALTERNATIVA (ITEMUNID.DAT, **
      *    PGM00005/PROGRAMA49/PROGRAMA51): QUANTIDADE E PRECO VOLTAM *
      *    PARA A UNIDADE PEDIDA; FATURAMENTO PARCIAL E CONVERTIDO   *
      *    PELO FATOR                                                *
           MOVE "N"               TO SW-UNID-PEDIDA
           MOVE Qtd-Item-W        TO Qtd-Com-W
           MOVE Preco-Unitario-it TO Preco-Com-W
           IF SW-ITEMUNID-OK = "S"
              MOVE Numero-Pedido-it TO Numero-Pedido-iu
              MOVE Sequencia-it     TO Sequencia-iu
              READ ITEMUNID
              IF FILE-STATUS-IU = 00 AND Fator-iu > ZEROES
                 MOVE "S"             TO SW-UNID-PEDIDA
                 MOVE Preco-Pedido-iu TO Preco-Com-W
                 IF Qtd-Item-W = Quantidade-it
                    MOVE Quantidade-Pedida-iu TO Qtd-Com-W
                 ELSE
                    COMPUTE Qtd-Com-W ROUNDED = Qtd-Item-W / Fator-iu
                 END-IF
              END-IF
           END-IF.

       GRAVAR-TOTAIS-XML.
           MOVE "<total><ICMSTot>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           MOVE "vBC"      TO Tag-W
           MOVE Valor-BC-W TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           MOVE "vICMS"    TO Tag-W
           MOVE Valor-ICMS-W TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           MOVE "vProd"    TO Tag-W
           MOVE Valor-Prod-W TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           MOVE "vFrete"   TO Tag-W
           MOVE Valor-Frete-ped TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           MOVE "vDesc"    TO Tag-W
           MOVE Valor-Desc-W TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           MOVE "vNF"      TO Tag-W
           MOVE Valor-NF-W TO Valor-Xml-W
           PERFORM GRAVAR-TAG-VALOR
           MOVE "</ICMSTot></total>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML.

       GRAVAR-COBRANCA-XML.
      ********** UMA DUPLICATA POR PARCELA NAO CANCELADA DO PEDIDO ****
           MOVE "<cobr>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML
           PERFORM POSICIONAR-FATURAS
           PERFORM GRAVAR-UMA-DUPLICATA UNTIL FIM-FAT
           MOVE "</cobr>" TO LINHA-XML
           PERFORM GRAVAR-LINHA-XML.

       GRAVAR-UMA-DUPLICATA.
           PERFORM LER-FATURA-PEDIDO
           IF NOT FIM-FAT AND NOT FATURA-CANCELADA
              MOVE "<dup>" TO LINHA-XML
              PERFORM GRAVAR-LINHA-XML
              MOVE "nDup"     TO Tag-W
              MOVE SPACES     TO Conteudo-W
              STRING "0" Parcela-fa
                 DELIMITED BY SIZE INTO Conteudo-W
              PERFORM GRAVAR-TAG
              MOVE "dVenc"    TO Tag-W
              MOVE Data-Vencimento-fa TO Data-Venc-W
              MOVE SPACES     TO Conteudo-W
              STRING DV-AAAA "-" DV-MM "-" DV-DD
                 DELIMITED BY SIZE INTO Conteudo-W
              PERFORM GRAVAR-TAG
              MOVE "vDup"     TO Tag-W
              MOVE Valor-Fatura TO Valor-Xml-W
              PERFORM GRAVAR-TAG-VALOR
              MOVE "</dup>" TO LINHA-XML
              PERFORM GRAVAR-LINHA-XML
           END-IF.

       GRAVAR-TAG.
      ********** <TAG>CONTEUDO</TAG>; OS CARACTERES RESERVADOS DO ****
      *    XML NAO PODEM SAIR NO TEXTO DOS CADASTROS                 *
           INSPECT Conteudo-W REPLACING ALL "&" BY "E"
                                        ALL "<" BY " "
                                        ALL ">" BY " "
           MOVE SPACES TO LINHA-XML
           STRING "<"                         DELIMITED BY SIZE
                  Tag-W                       DELIMITED BY SPACE
                  ">"                         DELIMITED BY SIZE
                  FUNCTION TRIM(Conteudo-W)   DELIMITED BY SIZE
                  "</"                        DELIMITED BY SIZE
                  Tag-W                       DELIMITED BY SPACE
                  ">"                         DELIMITED BY SIZE
              INTO LINHA-XML
           PERFORM GRAVAR-LINHA-XML.

       GRAVAR-TAG-NUMERO.
           MOVE Numero-Xml-W TO Numero-Ed-W
           MOVE FUNCTION TRIM(Numero-Ed-W) TO Conteudo-W
           PERFORM GRAVAR-TAG.

       GRAVAR-TAG-VALOR.
           MOVE VX-INT TO VX-INT-ED
           MOVE SPACES TO Conteudo-W
           STRING FUNCTION TRIM(VX-INT-ED) DELIMITED BY SIZE
                  "."                      DELIMITED BY SIZE
                  VX-DEC                   DELIMITED BY SIZE
              INTO Conteudo-W
           PERFORM GRAVAR-TAG.

       GRAVAR-LINHA-XML.
           WRITE REG-NFEXML FROM LINHA-XML.

       GRAVAR-CONTROLE.
      ********** XML QUE NAO PODE SER GRAVADO FICA COMO REJEITADO, ***
      *    PARA A PROXIMA EXECUCAO REFAZER COM O MESMO NUMERO        *
           MOVE SPACES               TO REG-NFECTL
           MOVE Numero-Pedido        TO Numero-Pedido-nf
           MOVE Numero-NF-W          TO Numero-NF-nf
           MOVE Serie-W              TO Serie-nf
           MOVE CHAVE-NFE-W          TO Chave-Acesso-nf
           MOVE Data-Hoje-W          TO Data-Geracao-nf
           MOVE Valor-NF-W           TO Valor-NF-nf
           IF FILE-STATUS-XML = 00
              MOVE "G"               TO Situacao-nf
           ELSE
              MOVE "R"               TO Situacao-nf
              MOVE "FALHA NA GRAVACAO DO XML" TO Motivo-nf
              ADD 1 TO JOB-AVISOS
           END-IF
           IF SW-NOTA-NOVA = "S"
              WRITE REG-NFECTL
              ADD 1 TO CONT-GERADAS
           ELSE
              REWRITE REG-NFECTL
              ADD 1 TO CONT-REGERADAS
           END-IF

           MOVE Valor-NF-W TO WRK-VALOR
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDO " Numero-Pedido
                  " NF " Serie-W "/" Numero-NF-W
                  " CHAVE " CHAVE-NFE-W
                  " " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-REL
           IF NFE-REJEITADA
              MOVE "*** XML NAO GRAVADO ***" TO LINHA-REL(110:23)
           ELSE
           IF SW-NOTA-NOVA = "N"
              MOVE "(REEMISSAO)" TO LINHA-REL(110:11)
           END-IF
           END-IF
           WRITE REG-NFEREL FROM LINHA-REL.

       FIN.
           IF JOB-STATUS = "OK"
              MOVE SPACES TO LINHA-REL
              WRITE REG-NFEREL FROM LINHA-REL
              MOVE SPACES TO LINHA-REL
              STRING "NOTAS GERADAS: " CONT-GERADAS
                     "   REEMITIDAS: " CONT-REGERADAS
                     "   NAO GERADAS: " CONT-PENDENTES
                     "   ULTIMO NUMERO: " Ult-Numero-W
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-NFEREL FROM LINHA-REL
              CLOSE PEDIDOS
                    FATURAS
                    ITENS
                    NFECTL
                    NFEREL
              MOVE "nfegeradas.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-CLIENTES-OK = "S"
                 CLOSE CLIENTES
              END-IF
              IF SW-PRODUTOS-OK = "S"
                 CLOSE PRODUTOS
              END-IF
              IF SW-ITEMUNID-OK = "S"
                 CLOSE ITEMUNID
              END-IF
              IF SW-ALIQ-OK = "S"
                 CLOSE ALIQUOTAS
              END-IF
              IF SW-CONTATOS-OK = "S"
                 CLOSE CONTATOS
              END-IF
              DISPLAY "RELATORIO GERADO: nfegeradas.txt"
              DISPLAY "NF-e geradas          : " CONT-GERADAS
              DISPLAY "NF-e reemitidas       : " CONT-REGERADAS
              DISPLAY "Pedidos ja com NF-e   : " CONT-JA-EMITIDAS
              DISPLAY "Pedidos sem NF-e      : " CONT-PENDENTES
           END-IF

           COMPUTE JOB-GRAVADOS = CONT-GERADAS + CONT-REGERADAS
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
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA68 "
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
           MOVE SPACES TO ARQ-PEDIDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedidos.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDIDOS
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-ITEMUNID
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itemunid.dat" DELIMITED BY SIZE
                  INTO ARQ-ITEMUNID
           MOVE SPACES TO ARQ-ITENS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itens.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENS
           MOVE SPACES TO ARQ-ALIQUOTAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "aliquotas.dat" DELIMITED BY SIZE
                  INTO ARQ-ALIQUOTAS
           MOVE SPACES TO ARQ-CONTATOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "contatos.dat" DELIMITED BY SIZE
                  INTO ARQ-CONTATOS
           MOVE SPACES TO ARQ-NFECTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "nfectl.dat" DELIMITED BY SIZE
                  INTO ARQ-NFECTL
           MOVE SPACES TO ARQ-NFEREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "nfegeradas.txt" DELIMITED BY SIZE
                  INTO ARQ-NFEREL.
       END PROGRAM PROGRAMA68.
