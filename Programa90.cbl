      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: CONFERENCIA DE TOTAIS DE CONTROLE DO PERIODO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA90.
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
           FILE STATUS IS FILE-STATUS-PED.

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

           SELECT CONTABIL ASSIGN ARQ-CONTABIL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CT.

           SELECT HISTVENDAS ASSIGN ARQ-HISTVENDAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Histvendas
           FILE STATUS IS FILE-STATUS-HV.

           SELECT CLIMOV ASSIGN ARQ-CLIMOV
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Climov
           FILE STATUS IS FILE-STATUS-CM.

           SELECT DEVOLUCOES ASSIGN ARQ-DEVOLUCOES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Devolucao
           FILE STATUS IS FILE-STATUS-DV.

           SELECT CONFTOT ASSIGN ARQ-CONFTOT
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Periodo-ctt
           FILE STATUS IS FILE-STATUS-CTT.

           SELECT CONFREL ASSIGN ARQ-CONFREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-REL.

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

       FD  CONTABIL BLOCK 107 CHARACTERS.

       01  REG-CONTABIL.
           05 Data-ct                      PIC X(010).
           05 FIL-CT1                      PIC X           VALUE ";".
           05 Conta-Debito-ct              PIC X(008).
           05 FIL-CT2                      PIC X           VALUE ";".
           05 Conta-Credito-ct             PIC X(008).
           05 FIL-CT3                      PIC X           VALUE ";".
           05 Valor-ct                     PIC ZZZ.ZZZ.ZZ9,99.
           05 FIL-CT4                      PIC X           VALUE ";".
           05 Historico-ct                 PIC X(050).
           05 FIL-CT5                      PIC X           VALUE ";".

       FD  HISTVENDAS.

       01  REG-HISTVENDAS.
           05 Chave-Histvendas.
              10 Ano-hv                    PIC 9(004).
              10 Mes-hv                    PIC 9(002).
              10 Codigo-Cliente-hv         PIC 9(007).
              10 Codigo-Vendedor-hv        PIC 9(003).
           05 Qtd-Pedidos-hv               PIC 9(005).
           05 Valor-Faturado-hv            PIC 9(011)v9(002).
           05 Valor-Recebido-hv            PIC 9(011)v9(002).

       FD  CLIMOV.

      ********** ARQUIVO INVERTIDO POR CLIENTE: CADA PEDIDO (P) E ****
      *    CADA FATURA (F) ENTRAM AQUI EM ORDEM DE DATA, PARA A      *
      *    CONSULTA RAPIDA DO PGM00036 NAO VARRER OS ARQUIVOS        *
       01  REG-CLIMOV.
           05 Chave-Climov.
              10 Codigo-Cliente-cm         PIC 9(007).
              10 Data-AMD-cm               PIC 9(008).
              10 Tipo-cm                   PIC X(001).
              10 Numero-cm                 PIC 9(007).
              10 Parcela-cm                PIC 9(002).
           05 Valor-cm                     PIC 9(009)v9(002).
           05 Situacao-cm                  PIC X(001).

       FD  DEVOLUCOES.

       01  REG-DEVOLUCOES.
           05 Chave-Devolucao.
              10 Numero-Pedido-dv          PIC 9(007).
              10 Sequencia-it-dv           PIC 9(003).
              10 Sequencia-dv              PIC 9(003).
           05 Codigo-Produto-dv            PIC 9(005).
           05 Quantidade-dv                PIC 9(007)v9(002).
           05 Valor-dv                     PIC 9(009)v9(002).
           05 Data-dv                      PIC X(010).
           05 Motivo-dv                    PIC X(030).
           05 Operador-dv                  PIC X(010).

       FD  CONFTOT.

       01  REG-CONFTOT.
           05 Periodo-ctt                  PIC 9(006).
           05 Situacao-ctt                 PIC X(001).
              88 TOTAIS-FECHADOS                        VALUE "F".
              88 TOTAIS-DIVERGENTES                     VALUE "D".
           05 Qtd-Diferencas-ctt           PIC 9(007).
           05 Data-Conf-ctt                PIC X(010).
           05 Hora-Conf-ctt                PIC X(008).
           05 Total-Faturado-ctt           PIC 9(013)v9(002).
           05 Total-Recebido-ctt           PIC S9(013)v9(002).

       FD  CONFREL.

       01  REG-CONFREL                     PIC X(132).

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
                                            VALUE "PROGRAMA90".
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
           05 Conta-Clientes-Par           PIC X(008)
                                            VALUE "11201000".
           05 Conta-Receita-Par            PIC X(008)
                                            VALUE "31101000".
           05 Conta-Caixa-Par              PIC X(008)
                                            VALUE "11101000".


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RECEBTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-HISTVENDAS                  PIC X(080)   VALUE SPACES.
           05 ARQ-CLIMOV                      PIC X(080)   VALUE SPACES.
           05 ARQ-DEVOLUCOES                  PIC X(080)   VALUE SPACES.
           05 ARQ-CONTABIL                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONFTOT                     PIC X(080)   VALUE SPACES.
           05 ARQ-CONFREL                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SW-FIM-LEITURA               PIC X        VALUE "N".
              88 FIM-LEITURA                            VALUE "S".
              88 NO-FIM-LEITURA                         VALUE "N".
           05 SW-FIM-GRUPO                 PIC X        VALUE "N".
              88 FIM-GRUPO                              VALUE "S".
              88 NO-FIM-GRUPO                           VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PED              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-HV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CM               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-DV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CT               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CTT              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-REL              PIC 99       VALUE ZEROES.
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-HIST-OK                   PIC X        VALUE "N".
           05 SW-CLIMOV-OK                 PIC X        VALUE "N".
           05 SW-DEVOL-OK                  PIC X        VALUE "N".
           05 SW-CONTABIL-OK               PIC X        VALUE "N".
           05 SW-DETALHE-CT                PIC X        VALUE "S".
           05 SW-ACHOU                     PIC X        VALUE "N".
           05 SW-QUALQUER-VALOR            PIC X        VALUE "N".
           05 SW-INCLUIR-CV                PIC X        VALUE "S".
           05 SW-CV-CHEIA                  PIC X        VALUE "N".
           05 SW-DIV-FAT                   PIC X        VALUE "N".
           05 SW-DIV-REC                   PIC X        VALUE "N".
           05 SW-DATA-PERIODO              PIC X        VALUE "N".
           05 SW-GRUPO-PERIODO             PIC X        VALUE "N".
           05 SW-PARC1-PERIODO             PIC X        VALUE "N".
           05 SW-REGRAVAR                  PIC X        VALUE "N".

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.
           05 HORA-AUXILIAR.
              10 HH-AUX                    PIC X(002)   VALUE SPACES.
              10 MIN-AUX                   PIC X(002)   VALUE SPACES.
              10 SEG-AUX                   PIC X(002)   VALUE SPACES.
              10 MILI-AUX                  PIC X(002)   VALUE SPACES.
           05 DATA-HOJE-EDIT               PIC X(010)   VALUE SPACES.
           05 HORA-HOJE-EDIT               PIC X(008)   VALUE SPACES.

      ********** PERIODO CONFERIDO (AAAAMM) **************************
           05 PERIODO-REL.
              10 ANO-REL                   PIC 9(004)   VALUE ZEROES.
              10 MES-REL                   PIC 9(002)   VALUE ZEROES.
           05 PERIODO-REL-N REDEFINES PERIODO-REL
                                           PIC 9(006).
           05 Periodo-Aux-W                PIC 9(006)   VALUE ZEROES.
           05 Data-Teste-W                 PIC X(010)   VALUE SPACES.
           05 Data-Aux-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-Aux-R REDEFINES Data-Aux-W.
              10 AAAA-Aux-W                PIC 9(004).
              10 MM-Aux-W                  PIC 9(002).
              10 DD-Aux-W                  PIC 9(002).

      ********** PEDIDO EM CONFERENCIA NA PASSADA DO FATURAS.DAT ****
           05 Pedido-Grupo-W               PIC 9(007)   VALUE ZEROES.
           05 Cliente-Grupo-W              PIC 9(007)   VALUE ZEROES.
           05 Vendedor-Grupo-W             PIC 9(003)   VALUE ZEROES.
           05 Soma-Ativa-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Valor-Esperado-W             PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Devolvido-W                  PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 QTD-PAR                      PIC 9(003)   VALUE ZEROES.
           05 TABELA-PARCELAS.
              10 PARCELA-OCC OCCURS 99 TIMES.
                 15 Parcela-PaT            PIC 9(002).
                 15 Valor-PaT              PIC 9(009)v9(002).
                 15 Situacao-PaT           PIC X(001).
                 15 Emissao-PaT            PIC X(010).

      ********** CHAVE PEDIDO/PARCELA PROCURADA NAS TABELAS DO *******
      *    CONTABIL.CSV                                              *
           05 Chave-Busca-W.
              10 Pedido-Busca-W            PIC 9(007).
              10 Parcela-Busca-W           PIC 9(002).
           05 Chave-Busca-N REDEFINES Chave-Busca-W
                                           PIC 9(009).
           05 Forma-Busca-W                PIC X(001)   VALUE SPACES.
           05 Valor-Busca-W                PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Cliente-Busca-W              PIC 9(007)   VALUE ZEROES.
           05 Vendedor-Busca-W             PIC 9(003)   VALUE ZEROES.

      ********** LINHA DO CONTABIL.CSV ******************************
           05 VALOR-LANC-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Pedido-Lanc-W                PIC 9(007)   VALUE ZEROES.
           05 Parcela-Lanc-W               PIC 9(002)   VALUE ZEROES.
           05 Forma-Lanc-W                 PIC X(001)   VALUE SPACES.
           05 Conta-Lanc-W                 PIC X(008)   VALUE SPACES.
           05 IND-DC                       PIC 9(001)   VALUE ZEROES.

      ********** DIFERENCA A IMPRIMIR (VERIFICACAO 1 A 5) ************
           05 Verif-Dif-W                  PIC 9(001)   VALUE ZEROES.
           05 Pedido-Dif-W                 PIC 9(007)   VALUE ZEROES.
           05 Parcela-Dif-W                PIC 9(002)   VALUE ZEROES.
           05 Esperado-Dif-W               PIC S9(013)v9(002)
                                            VALUE ZEROES.
           05 Encontrado-Dif-W             PIC S9(013)v9(002)
                                            VALUE ZEROES.
           05 Descricao-Dif-W              PIC X(060)   VALUE SPACES.

           05 IND-K                        PIC 9(005)   VALUE ZEROES.
           05 IND-P                        PIC 9(003)   VALUE ZEROES.
           05 IND-T                        PIC 9(001)   VALUE ZEROES.
           05 IND-L                        PIC 9(005)   VALUE ZEROES.
           05 IND-CV                       PIC 9(005)   VALUE ZEROES.
           05 IND-INI                      PIC 9(005)   VALUE ZEROES.
           05 IND-FIM                      PIC 9(005)   VALUE ZEROES.
           05 IND-MEIO                     PIC 9(005)   VALUE ZEROES.

           05 CONT-DIF                     PIC 9(007)   VALUE ZEROES.
           05 CONT-FAT-PERIODO             PIC 9(007)   VALUE ZEROES.
           05 CONT-REC-PERIODO             PIC 9(007)   VALUE ZEROES.
           05 CONT-LANC-CT                 PIC 9(007)   VALUE ZEROES.
           05 TOT-FAT-PERIODO              PIC 9(013)v9(002)
                                            VALUE ZEROES.
           05 TOT-REC-PERIODO              PIC S9(013)v9(002)
                                            VALUE ZEROES.
           05 WRK-QTD                      PIC ZZZ.ZZZ.ZZ9.
           05 WRK-VALOR                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 LINHA-TRACOS                 PIC X(120)   VALUE ALL "-".

      ********** DIFERENCAS POR VERIFICACAO *************************
           05 TABELA-VERIFICACOES.
              10 VERIF-OCC OCCURS 5 TIMES.
                 15 Nome-Verif-T           PIC X(030).
                 15 Qtd-Dif-T              PIC 9(007).

      ********** TOTAIS POR CONTA CONTABIL: 1 CLIENTES, 2 RECEITA, ***
      *    3 CAIXA; (1) DEBITO E (2) CREDITO, COMO ESTAO NO          *
      *    CONTABIL.CSV E COMO DEVERIAM ESTAR PELO MOVIMENTO         *
           05 TABELA-CONTAS.
              10 CONTAS-OCC OCCURS 3 TIMES.
                 15 Conta-T                PIC X(008).
                 15 Nome-Conta-T           PIC X(010).
                 15 Arquivo-Conta-T OCCURS 2
                                           PIC S9(013)v9(002).
                 15 Esperado-Conta-T OCCURS 2
                                           PIC S9(013)v9(002).

      ********** ACUMULADOS DO PERIODO POR CLIENTE/VENDEDOR, NA ******
      *    CHAVE DO HISTVENDAS.DAT                                   *
       01  TABELA-CLIVEN.
           05 QTD-CV                       PIC 9(005)   VALUE ZEROES.
           05 CLIVEN-OCC OCCURS 5000 TIMES.
              10 Cliente-CvT               PIC 9(007).
              10 Vendedor-CvT              PIC 9(003).
              10 Fat-Esperado-CvT          PIC S9(011)v9(002).
              10 Rec-Esperado-CvT          PIC S9(011)v9(002).
              10 Fat-Hist-CvT              PIC S9(011)v9(002).
              10 Rec-Hist-CvT              PIC S9(011)v9(002).
              10 Sw-Hist-CvT               PIC X(001).
              10 Sw-Div-Fat-CvT            PIC X(001).
              10 Sw-Div-Rec-CvT            PIC X(001).

      ********** LANCAMENTOS DO CONTABIL.CSV: (1) FATURAMENTO E ******
      *    (2) RECEBIMENTO, NA ORDEM PEDIDO/PARCELA EM QUE O         *
      *    PROGRAMA36 OS GRAVA                                       *
       01  TABELA-LANCAMENTOS.
           05 QTD-LC OCCURS 2              PIC 9(005).
           05 LANCTOS-OCC OCCURS 2 TIMES.
              10 LANC-OCC OCCURS 20000 TIMES.
                 15 Chave-Lc-T             PIC 9(009).
                 15 Forma-Lc-T             PIC X(001).
                 15 Valor-Lc-T             PIC 9(011)v9(002).
                 15 Usado-Lc-T             PIC X(001).

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF JOB-STATUS = "OK"
              PERFORM CARREGAR-CONTABIL
              PERFORM CONFERIR-FATURAS
              PERFORM CONFERIR-PEDIDOS
              PERFORM CONFERIR-RECEBIMENTOS
              PERFORM CONFERIR-HISTVENDAS
              PERFORM CONFERIR-CLIMOV
              PERFORM CONFERIR-CONTABIL
              PERFORM IMPRIMIR-RESUMO
              PERFORM GRAVAR-CONTROLE-PERIODO
           END-IF
           PERFORM FIN.

       INICIO.
      ********** CONFERENCIA DOS TOTAIS DE CONTROLE DO PERIODO, ******
      *    RODADA DEPOIS DO FATURAMENTO (PROGRAMA10), DO RETORNO     *
      *    BANCARIO (PROGRAMA35) E DA INTERFACE CONTABIL             *
      *    (PROGRAMA36). VERIFICACOES:                               *
      *    1 PEDIDOS FATURADOS X FATURAS EMITIDAS                    *
      *    2 FATURAS X Valor-Faturado-hv DO HISTVENDAS               *
      *    3 RECEBTOS X Valor-Recebido-hv DO HISTVENDAS              *
      *    4 CLIMOV X PEDIDOS E FATURAS                              *
      *    5 DEBITOS E CREDITOS DO CONTABIL.CSV X TODO O MOVIMENTO   *
      *    O RESULTADO FICA NO CONFTOTAIS.DAT, QUE O PGM00024 LE     *
      *    ANTES DE FECHAR O PERIODO                                 *
           ACCEPT DATE-AUXILIAR FROM DATE
           ACCEPT HORA-AUXILIAR FROM TIME
           MOVE SPACES TO DATA-HOJE-EDIT
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-HOJE-EDIT
           MOVE SPACES TO HORA-HOJE-EDIT
           STRING HH-AUX ":" MIN-AUX ":" SEG-AUX
              DELIMITED BY SIZE INTO HORA-HOJE-EDIT

           MOVE "PEDIDOS X FATURAS"          TO Nome-Verif-T(1)
           MOVE "FATURAS X HISTVENDAS"       TO Nome-Verif-T(2)
           MOVE "RECEBTOS X HISTVENDAS"      TO Nome-Verif-T(3)
           MOVE "CLIMOV X PEDIDOS/FATURAS"   TO Nome-Verif-T(4)
           MOVE "CONTABIL.CSV X MOVIMENTO"   TO Nome-Verif-T(5)
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > 5
              MOVE ZEROES TO Qtd-Dif-T(IND-K)
           END-PERFORM
           MOVE Conta-Clientes-Par TO Conta-T(1)
           MOVE "CLIENTES"         TO Nome-Conta-T(1)
           MOVE Conta-Receita-Par  TO Conta-T(2)
           MOVE "RECEITA"          TO Nome-Conta-T(2)
           MOVE Conta-Caixa-Par    TO Conta-T(3)
           MOVE "CAIXA"            TO Nome-Conta-T(3)
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > 3
              MOVE ZEROES TO Arquivo-Conta-T(IND-K, 1)
                             Arquivo-Conta-T(IND-K, 2)
                             Esperado-Conta-T(IND-K, 1)
                             Esperado-Conta-T(IND-K, 2)
           END-PERFORM
           MOVE ZEROES TO QTD-LC(1) QTD-LC(2)

           DISPLAY "CONFERENCIA DE TOTAIS DE CONTROLE DO PERIODO"
           DISPLAY "INSIRA ANO (AAAA): "
           ACCEPT ANO-REL
           DISPLAY "INSIRA MES (MM): "
           ACCEPT MES-REL

           IF ANO-REL < 2000 OR MES-REL < 1 OR MES-REL > 12
              DISPLAY "PERIODO INVALIDO: " ANO-REL "/" MES-REL
              MOVE "PARAMETRO" TO JOB-STATUS
           ELSE
              OPEN INPUT PEDIDOS
              OPEN INPUT FATURAS
              OPEN INPUT RECEBTOS
              IF FILE-STATUS-PED = 00 AND FILE-STATUS = 00
                 AND FILE-STATUS-RC = 00
                 MOVE "S" TO SW-ARQUIVOS-OK
              ELSE
                 DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
                 DISPLAY "STATUS PEDIDOS/FATURAS/RECEBTOS: "
                         FILE-STATUS-PED " " FILE-STATUS " "
                         FILE-STATUS-RC
                 IF FILE-STATUS-PED = 00
                    CLOSE PEDIDOS
                 END-IF
                 IF FILE-STATUS = 00
                    CLOSE FATURAS
                 END-IF
                 IF FILE-STATUS-RC = 00
                    CLOSE RECEBTOS
                 END-IF
                 MOVE "FALHA" TO JOB-STATUS
              END-IF
           END-IF

           IF SW-ARQUIVOS-OK = "S"
              OPEN INPUT HISTVENDAS
              IF FILE-STATUS-HV = 00
                 MOVE "S" TO SW-HIST-OK
              END-IF
              OPEN INPUT CLIMOV
              IF FILE-STATUS-CM = 00
                 MOVE "S" TO SW-CLIMOV-OK
              END-IF
              OPEN INPUT DEVOLUCOES
              IF FILE-STATUS-DV = 00
                 MOVE "S" TO SW-DEVOL-OK
              END-IF
              OPEN OUTPUT CONFREL
              PERFORM IMPRIMIR-CABECALHO
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-REL
           STRING "CONFERENCIA DE TOTAIS DE CONTROLE - PERIODO "
                  MES-REL "/" ANO-REL " - EMITIDO EM " DATA-HOJE-EDIT
                  " " HORA-HOJE-EDIT
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-CONFREL FROM LINHA-REL
           WRITE REG-CONFREL FROM LINHA-EMPRESA
           MOVE SPACES TO LINHA-REL
           WRITE REG-CONFREL FROM LINHA-REL
           MOVE "VERIFICACOES: 1 PEDIDOS X FATURAS  2 FATURAS X HISTV"
                TO LINHA-REL
           MOVE "ENDAS  3 RECEBTOS X HISTVENDAS  4 CLIMOV X ORIGENS  "
                TO LINHA-REL(54:53)
           MOVE "5 CONTABIL.CSV" TO LINHA-REL(107:14)
           WRITE REG-CONFREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-CONFREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           MOVE "    V  PEDIDO   PC" TO LINHA-REL(1:18)
           MOVE "          ESPERADO" TO LINHA-REL(21:18)
           MOVE "        ENCONTRADO" TO LINHA-REL(41:18)
           MOVE "DESCRICAO"          TO LINHA-REL(61:9)
           WRITE REG-CONFREL FROM LINHA-REL
           WRITE REG-CONFREL FROM LINHA-TRACOS.

       CARREGAR-CONTABIL.
      ********** LANCAMENTOS DO CONTABIL.CSV DO PERIODO: OS DE *******
      *    FATURAMENTO E OS DE RECEBIMENTO VAO PARA AS TABELAS, PARA *
      *    SEREM CASADOS COM AS FATURAS E OS RECEBTOS; OS DEBITOS E  *
      *    CREDITOS SAO SOMADOS POR CONTA                            *
           OPEN INPUT CONTABIL
           IF FILE-STATUS-CT NOT = 00
              MOVE 5 TO Verif-Dif-W
              MOVE ZEROES TO Pedido-Dif-W Parcela-Dif-W
                             Esperado-Dif-W Encontrado-Dif-W
              MOVE "CONTABIL.CSV NAO ENCONTRADO (RODAR O PROGRAMA36)"
                   TO Descricao-Dif-W
              PERFORM GRAVAR-DIFERENCA
           ELSE
              MOVE "S" TO SW-CONTABIL-OK
              SET NO-FIM-LEITURA TO TRUE
              PERFORM LER-UM-LANCAMENTO UNTIL FIM-LEITURA
              CLOSE CONTABIL
              IF CONT-LANC-CT = ZEROES
                 MOVE 5 TO Verif-Dif-W
                 MOVE ZEROES TO Pedido-Dif-W Parcela-Dif-W
                                Esperado-Dif-W Encontrado-Dif-W
                 MOVE "CONTABIL.CSV SEM LANCAMENTOS DO PERIODO"
                      TO Descricao-Dif-W
                 PERFORM GRAVAR-DIFERENCA
              END-IF
           END-IF.

       LER-UM-LANCAMENTO.
           READ CONTABIL
              AT END SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
              ADD 1 TO JOB-LIDOS
              MOVE Data-ct TO Data-Teste-W
              PERFORM TESTAR-DATA-PERIODO
              MOVE Valor-ct TO VALOR-LANC-W
              IF SW-DATA-PERIODO NOT = "S"
                 MOVE 5 TO Verif-Dif-W
                 MOVE ZEROES TO Pedido-Dif-W Parcela-Dif-W
                                Esperado-Dif-W
                 MOVE VALOR-LANC-W TO Encontrado-Dif-W
                 MOVE SPACES TO Descricao-Dif-W
                 STRING "LANCAMENTO DE " Data-ct " FORA DO PERIODO"
                    DELIMITED BY SIZE INTO Descricao-Dif-W
                 PERFORM GRAVAR-DIFERENCA
              ELSE
                 ADD 1 TO CONT-LANC-CT
                 MOVE 1 TO IND-DC
                 MOVE Conta-Debito-ct TO Conta-Lanc-W
                 PERFORM SOMAR-CONTA-LANCAMENTO
                 MOVE 2 TO IND-DC
                 MOVE Conta-Credito-ct TO Conta-Lanc-W
                 PERFORM SOMAR-CONTA-LANCAMENTO
                 PERFORM CLASSIFICAR-LANCAMENTO
              END-IF
           END-IF.

       SOMAR-CONTA-LANCAMENTO.
           MOVE "N" TO SW-ACHOU
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > 3
              IF Conta-T(IND-K) = Conta-Lanc-W
                 ADD VALOR-LANC-W TO Arquivo-Conta-T(IND-K, IND-DC)
                 MOVE "S" TO SW-ACHOU
                 MOVE 3 TO IND-K
              END-IF
           END-PERFORM
           IF SW-ACHOU = "N"
              MOVE 5 TO Verif-Dif-W
              MOVE ZEROES TO Pedido-Dif-W Parcela-Dif-W Esperado-Dif-W
              MOVE VALOR-LANC-W TO Encontrado-Dif-W
              MOVE SPACES TO Descricao-Dif-W
              STRING "CONTA " Conta-Lanc-W " FORA DOS PARAMETROS: "
                     Historico-ct(1:30)
                 DELIMITED BY SIZE INTO Descricao-Dif-W
              PERFORM GRAVAR-DIFERENCA
           END-IF.

       CLASSIFICAR-LANCAMENTO.
      ********** O HISTORICO GRAVADO PELO PROGRAMA36 DIZ A ORIGEM ****
      *    DO LANCAMENTO: FATURAMENTO PEDIDO N PARCELA P,            *
      *    RECEBIMENTO FATURA N PARCELA P FORMA F OU CHEQUE          *
      *    DEVOLVIDO FATURA N PARCELA P                              *
           MOVE ZEROES TO IND-T
           EVALUATE TRUE
              WHEN Historico-ct(1:19) = "FATURAMENTO PEDIDO "
                 AND Historico-ct(20:7) IS NUMERIC
                 AND Historico-ct(36:2) IS NUMERIC
                 MOVE 1 TO IND-T
                 MOVE Historico-ct(20:7) TO Pedido-Lanc-W
                 MOVE Historico-ct(36:2) TO Parcela-Lanc-W
                 MOVE "F"                TO Forma-Lanc-W
              WHEN Historico-ct(1:19) = "RECEBIMENTO FATURA "
                 AND Historico-ct(20:7) IS NUMERIC
                 AND Historico-ct(36:2) IS NUMERIC
                 MOVE 2 TO IND-T
                 MOVE Historico-ct(20:7) TO Pedido-Lanc-W
                 MOVE Historico-ct(36:2) TO Parcela-Lanc-W
                 MOVE Historico-ct(45:1) TO Forma-Lanc-W
              WHEN Historico-ct(1:24) = "CHEQUE DEVOLVIDO FATURA "
                 AND Historico-ct(25:7) IS NUMERIC
                 AND Historico-ct(41:2) IS NUMERIC
                 MOVE 2 TO IND-T
                 MOVE Historico-ct(25:7) TO Pedido-Lanc-W
                 MOVE Historico-ct(41:2) TO Parcela-Lanc-W
                 MOVE "V"                TO Forma-Lanc-W
              WHEN OTHER
                 MOVE 5 TO Verif-Dif-W
                 MOVE ZEROES TO Pedido-Dif-W Parcela-Dif-W
                                Esperado-Dif-W
                 MOVE VALOR-LANC-W TO Encontrado-Dif-W
                 MOVE SPACES TO Descricao-Dif-W
                 STRING "HISTORICO NAO RECONHECIDO: "
                        Historico-ct(1:33)
                    DELIMITED BY SIZE INTO Descricao-Dif-W
                 PERFORM GRAVAR-DIFERENCA
           END-EVALUATE
           IF IND-T > ZEROES
              PERFORM GUARDAR-LANCAMENTO
           END-IF.

       GUARDAR-LANCAMENTO.
      ********** FORA DE ORDEM OU ALEM DA TABELA, O CASAMENTO LINHA **
      *    A LINHA DEIXA DE SER CONFIAVEL: FICAM SO OS TOTAIS        *
           MOVE Pedido-Lanc-W  TO Pedido-Busca-W
           MOVE Parcela-Lanc-W TO Parcela-Busca-W
           IF QTD-LC(IND-T) NOT < 20000
              IF SW-DETALHE-CT = "S"
                 MOVE "N" TO SW-DETALHE-CT
                 MOVE SPACES TO LINHA-REL
                 MOVE "AVISO: MAIS DE 20000 LANCAMENTOS; CONTABIL.CSV"
                      TO LINHA-REL
                 MOVE "CONFERIDO SO PELOS TOTAIS DAS CONTAS"
                      TO LINHA-REL(48:36)
                 WRITE REG-CONFREL FROM LINHA-REL
                 ADD 1 TO JOB-AVISOS
              END-IF
           ELSE
              IF QTD-LC(IND-T) > ZEROES
                 AND Chave-Busca-N <
                     Chave-Lc-T(IND-T, QTD-LC(IND-T))
                 AND SW-DETALHE-CT = "S"
                 MOVE "N" TO SW-DETALHE-CT
                 MOVE SPACES TO LINHA-REL
                 MOVE "AVISO: CONTABIL.CSV FORA DA ORDEM DO PROGRAMA36;"
                      TO LINHA-REL
                 MOVE "CONFERIDO SO PELOS TOTAIS DAS CONTAS"
                      TO LINHA-REL(50:36)
                 WRITE REG-CONFREL FROM LINHA-REL
                 ADD 1 TO JOB-AVISOS
              END-IF
              ADD 1 TO QTD-LC(IND-T)
              MOVE Chave-Busca-N TO Chave-Lc-T(IND-T, QTD-LC(IND-T))
              MOVE Forma-Lanc-W  TO Forma-Lc-T(IND-T, QTD-LC(IND-T))
              MOVE VALOR-LANC-W  TO Valor-Lc-T(IND-T, QTD-LC(IND-T))
              MOVE "N"           TO Usado-Lc-T(IND-T, QTD-LC(IND-T))
           END-IF.

       CONFERIR-FATURAS.
      ********** UMA PASSADA NO FATURAS.DAT NA ORDEM PEDIDO/PARCELA: *
      *    O PEDIDO E CONFERIDO QUANDO MUDA O NUMERO; CADA PARCELA   *
      *    ATIVA EMITIDA NO PERIODO E PROCURADA NO CLIMOV E NO       *
      *    CONTABIL E SOMADA AO SEU CLIENTE/VENDEDOR                 *
           MOVE ZEROES TO Pedido-Grupo-W
           SET NO-FIM-LEITURA TO TRUE
           MOVE ZEROES TO Chave-Fatura
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIM-LEITURA TO TRUE
           END-START
           PERFORM LER-UMA-FATURA UNTIL FIM-LEITURA
           IF Pedido-Grupo-W NOT = ZEROES
              PERFORM FECHAR-GRUPO-PEDIDO
           END-IF.

       LER-UMA-FATURA.
           READ FATURAS NEXT RECORD
              AT END SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
              ADD 1 TO JOB-LIDOS
              IF Numero-Pedido-fa NOT = Pedido-Grupo-W
                 IF Pedido-Grupo-W NOT = ZEROES
                    PERFORM FECHAR-GRUPO-PEDIDO
                 END-IF
                 PERFORM ABRIR-GRUPO-PEDIDO
              END-IF
              IF QTD-PAR < 99
                 ADD 1 TO QTD-PAR
                 MOVE Parcela-fa      TO Parcela-PaT(QTD-PAR)
                 MOVE Valor-Fatura    TO Valor-PaT(QTD-PAR)
                 MOVE Situacao-Fatura TO Situacao-PaT(QTD-PAR)
                 MOVE Data-Emissao-fa TO Emissao-PaT(QTD-PAR)
              END-IF
              IF NOT FATURA-CANCELADA
                 ADD Valor-Fatura TO Soma-Ativa-W
              END-IF
              MOVE Data-Emissao-fa TO Data-Teste-W
              PERFORM TESTAR-DATA-PERIODO
              IF SW-DATA-PERIODO = "S"
                 MOVE "S" TO SW-GRUPO-PERIODO
                 IF NOT FATURA-CANCELADA
                    PERFORM CONFERIR-PARCELA-PERIODO
                 END-IF
              END-IF
           END-IF.

       ABRIR-GRUPO-PEDIDO.
           MOVE Numero-Pedido-fa   TO Pedido-Grupo-W
           MOVE Codigo-Cliente-fa  TO Cliente-Grupo-W
           MOVE Codigo-Vendedor-fa TO Vendedor-Grupo-W
           MOVE ZEROES             TO Soma-Ativa-W
           MOVE ZEROES             TO QTD-PAR
           MOVE "N"                TO SW-GRUPO-PERIODO
           MOVE "N"                TO SW-PARC1-PERIODO.

       CONFERIR-PARCELA-PERIODO.
      ********** FATURA ATIVA DO PERIODO: D CLIENTES / C RECEITA NO **
      *    CONTABIL, Valor-Faturado-hv DO CLIENTE/VENDEDOR E UMA     *
      *    LINHA F NO CLIMOV NA DATA DA EMISSAO                      *
           ADD 1            TO CONT-FAT-PERIODO
           ADD Valor-Fatura TO TOT-FAT-PERIODO
           ADD Valor-Fatura TO Esperado-Conta-T(1, 1)
           ADD Valor-Fatura TO Esperado-Conta-T(2, 2)
           IF Parcela-fa = 1
              MOVE "S" TO SW-PARC1-PERIODO
           END-IF
           MOVE Codigo-Cliente-fa  TO Cliente-Busca-W
           MOVE Codigo-Vendedor-fa TO Vendedor-Busca-W
           MOVE "S" TO SW-INCLUIR-CV
           PERFORM BUSCAR-CLIVEN
           IF IND-CV > ZEROES
              ADD Valor-Fatura TO Fat-Esperado-CvT(IND-CV)
           END-IF
           IF SW-CLIMOV-OK = "S"
              PERFORM PROCURAR-CLIMOV-FATURA
           END-IF
           IF SW-CONTABIL-OK = "S" AND SW-DETALHE-CT = "S"
              MOVE 1                TO IND-T
              MOVE Numero-Pedido-fa TO Pedido-Busca-W
              MOVE Parcela-fa       TO Parcela-Busca-W
              MOVE "F"              TO Forma-Busca-W
              MOVE Valor-Fatura     TO Valor-Busca-W
              PERFORM CASAR-LANCAMENTO
              MOVE 5 TO Verif-Dif-W
              MOVE Numero-Pedido-fa TO Pedido-Dif-W
              MOVE Parcela-fa       TO Parcela-Dif-W
              MOVE Valor-Fatura     TO Esperado-Dif-W
              IF SW-ACHOU = "N"
                 MOVE ZEROES TO Encontrado-Dif-W
                 MOVE "FATURA SEM LANCAMENTO DE FATURAMENTO NO CONTABIL"
                      TO Descricao-Dif-W
                 PERFORM GRAVAR-DIFERENCA
              ELSE
                 IF Valor-Lc-T(IND-T, IND-L) NOT = Valor-Fatura
                    MOVE Valor-Lc-T(IND-T, IND-L) TO Encontrado-Dif-W
                    MOVE "VALOR LANCADO NO CONTABIL DIFERE DA FATURA"
                         TO Descricao-Dif-W
                    PERFORM GRAVAR-DIFERENCA
                 END-IF
              END-IF
           END-IF.

       PROCURAR-CLIMOV-FATURA.
           MOVE Data-Emissao-fa(7:4) TO AAAA-Aux-W
           MOVE Data-Emissao-fa(4:2) TO MM-Aux-W
           MOVE Data-Emissao-fa(1:2) TO DD-Aux-W
           MOVE Codigo-Cliente-fa    TO Codigo-Cliente-cm
           MOVE Data-Aux-W           TO Data-AMD-cm
           MOVE "F"                  TO Tipo-cm
           MOVE Numero-Pedido-fa     TO Numero-cm
           MOVE Parcela-fa           TO Parcela-cm
           READ CLIMOV
           IF FILE-STATUS-CM NOT = 00
              MOVE 4 TO Verif-Dif-W
              MOVE Numero-Pedido-fa TO Pedido-Dif-W
              MOVE Parcela-fa       TO Parcela-Dif-W
              MOVE Valor-Fatura     TO Esperado-Dif-W
              MOVE ZEROES           TO Encontrado-Dif-W
              MOVE "FATURA SEM MOVIMENTO F NO CLIMOV"
                   TO Descricao-Dif-W
              PERFORM GRAVAR-DIFERENCA
           END-IF.

       FECHAR-GRUPO-PEDIDO.
      ********** PEDIDO COM FATURA NO PERIODO: FATURADO (OU JA EM ****
      *    SEPARACAO/ENTREGA) FECHA EM Valor-Pedido + FRETE; EM      *
      *    BACKORDER NAO PASSA DISSO; VOLTADO A ABERTO PELO ESTORNO  *
      *    (PGM00021) NAO PODE TER FATURA ATIVA                      *
           IF SW-GRUPO-PERIODO = "S"
              MOVE 1                TO Verif-Dif-W
              MOVE Pedido-Grupo-W   TO Pedido-Dif-W
              MOVE ZEROES           TO Parcela-Dif-W
              MOVE Soma-Ativa-W     TO Encontrado-Dif-W
              MOVE Pedido-Grupo-W   TO Numero-Pedido
              READ PEDIDOS
              IF FILE-STATUS-PED NOT = 00
                 MOVE ZEROES TO Esperado-Dif-W
                 MOVE "FATURAS SEM PEDIDO NO PEDIDOS.DAT"
                      TO Descricao-Dif-W
                 PERFORM GRAVAR-DIFERENCA
                 PERFORM IMPRIMIR-PARCELAS-GRUPO
              ELSE
                 COMPUTE Valor-Esperado-W =
                    Valor-Pedido + Valor-Frete-ped
                 MOVE Valor-Esperado-W TO Esperado-Dif-W
                 EVALUATE TRUE
                    WHEN PEDIDO-FATURADO OR PEDIDO-EM-SEPARACAO
                         OR PEDIDO-EM-ENTREGA OR PEDIDO-ENTREGUE
                       IF Soma-Ativa-W NOT = Valor-Esperado-W
                          MOVE SPACES TO Descricao-Dif-W
                          STRING "PARCELAS ATIVAS DIFEREM DO PEDIDO + "
                                 "FRETE (SITUACAO " Situacao-Pedido ")"
                             DELIMITED BY SIZE INTO Descricao-Dif-W
                          PERFORM GRAVAR-DIFERENCA
                          PERFORM IMPRIMIR-PARCELAS-GRUPO
                       END-IF
                    WHEN PEDIDO-BACKORDER
                       IF Soma-Ativa-W > Valor-Esperado-W
                          MOVE "BACKORDER ACIMA DO PEDIDO + FRETE"
                               TO Descricao-Dif-W
                          PERFORM GRAVAR-DIFERENCA
                          PERFORM IMPRIMIR-PARCELAS-GRUPO
                       END-IF
                    WHEN OTHER
                       IF Soma-Ativa-W > ZEROES
                          MOVE ZEROES TO Esperado-Dif-W
                          MOVE SPACES TO Descricao-Dif-W
                          STRING "PEDIDO NAO FATURADO (SITUACAO "
                                 Situacao-Pedido ") COM FATURA ATIVA"
                             DELIMITED BY SIZE INTO Descricao-Dif-W
                          PERFORM GRAVAR-DIFERENCA
                          PERFORM IMPRIMIR-PARCELAS-GRUPO
                       END-IF
                 END-EVALUATE
              END-IF
      ********** A DEVOLUCAO (PGM00037) SAI DO FATURADO DO MES DA ****
      *    EMISSAO DA PRIMEIRA PARCELA                               *
              IF SW-PARC1-PERIODO = "S" AND SW-DEVOL-OK = "S"
                 PERFORM SOMAR-DEVOLUCOES-PEDIDO
                 IF Devolvido-W > ZEROES
                    MOVE Cliente-Grupo-W  TO Cliente-Busca-W
                    MOVE Vendedor-Grupo-W TO Vendedor-Busca-W
                    MOVE "S" TO SW-INCLUIR-CV
                    PERFORM BUSCAR-CLIVEN
                    IF IND-CV > ZEROES
                       SUBTRACT Devolvido-W
                          FROM Fat-Esperado-CvT(IND-CV)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       IMPRIMIR-PARCELAS-GRUPO.
           PERFORM VARYING IND-P FROM 1 BY 1 UNTIL IND-P > QTD-PAR
              MOVE SPACES TO LINHA-REL
              MOVE Verif-Dif-W          TO LINHA-REL(5:1)
              MOVE Pedido-Grupo-W       TO LINHA-REL(8:7)
              MOVE Parcela-PaT(IND-P)   TO LINHA-REL(17:2)
              MOVE Valor-PaT(IND-P)     TO WRK-VALOR
              MOVE WRK-VALOR            TO LINHA-REL(41:18)
              STRING "PARCELA EMITIDA EM " Emissao-PaT(IND-P)
                     " SITUACAO " Situacao-PaT(IND-P)
                 DELIMITED BY SIZE INTO LINHA-REL(61:60)
              WRITE REG-CONFREL FROM LINHA-REL
           END-PERFORM.

       SOMAR-DEVOLUCOES-PEDIDO.
           MOVE ZEROES         TO Devolvido-W
           MOVE Pedido-Grupo-W TO Numero-Pedido-dv
           MOVE ZEROES         TO Sequencia-it-dv
           MOVE ZEROES         TO Sequencia-dv
           SET NO-FIM-GRUPO TO TRUE
           START DEVOLUCOES KEY IS NOT LESS THAN Chave-Devolucao
              INVALID KEY SET FIM-GRUPO TO TRUE
           END-START
           PERFORM UNTIL FIM-GRUPO
              READ DEVOLUCOES NEXT RECORD
                 AT END SET FIM-GRUPO TO TRUE
              END-READ
              IF NOT FIM-GRUPO
                 IF Numero-Pedido-dv = Pedido-Grupo-W
                    ADD Valor-dv TO Devolvido-W
                 ELSE
                    SET FIM-GRUPO TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       CONFERIR-PEDIDOS.
      ********** PEDIDO DO PERIODO JA FATURADO TEM QUE TER AO MENOS **
      *    UMA FATURA ATIVA                                          *
           SET NO-FIM-LEITURA TO TRUE
           MOVE ZEROES TO Numero-Pedido
           START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido
              INVALID KEY SET FIM-LEITURA TO TRUE
           END-START
           PERFORM UNTIL FIM-LEITURA
              READ PEDIDOS NEXT RECORD
                 AT END SET FIM-LEITURA TO TRUE
              END-READ
              IF NOT FIM-LEITURA
                 ADD 1 TO JOB-LIDOS
                 MOVE Data-Pedido TO Data-Teste-W
                 PERFORM TESTAR-DATA-PERIODO
                 IF SW-DATA-PERIODO = "S"
                    AND (PEDIDO-FATURADO OR PEDIDO-EM-SEPARACAO
                         OR PEDIDO-EM-ENTREGA OR PEDIDO-ENTREGUE)
                    PERFORM PROCURAR-FATURA-ATIVA
                    IF SW-ACHOU = "N"
                       MOVE 1 TO Verif-Dif-W
                       MOVE Numero-Pedido TO Pedido-Dif-W
                       MOVE ZEROES        TO Parcela-Dif-W
                       COMPUTE Esperado-Dif-W =
                          Valor-Pedido + Valor-Frete-ped
                       MOVE ZEROES        TO Encontrado-Dif-W
                       MOVE SPACES TO Descricao-Dif-W
                       STRING "PEDIDO FATURADO (SITUACAO "
                              Situacao-Pedido ") SEM FATURA ATIVA"
                          DELIMITED BY SIZE INTO Descricao-Dif-W
                       PERFORM GRAVAR-DIFERENCA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       PROCURAR-FATURA-ATIVA.
           MOVE "N"           TO SW-ACHOU
           MOVE Numero-Pedido TO Numero-Pedido-fa
           MOVE ZEROES        TO Parcela-fa
           SET NO-FIM-GRUPO TO TRUE
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIM-GRUPO TO TRUE
           END-START
           PERFORM UNTIL FIM-GRUPO OR SW-ACHOU = "S"
              READ FATURAS NEXT RECORD
                 AT END SET FIM-GRUPO TO TRUE
              END-READ
              IF NOT FIM-GRUPO
                 IF Numero-Pedido-fa NOT = Numero-Pedido
                    SET FIM-GRUPO TO TRUE
                 ELSE
                    IF NOT FATURA-CANCELADA
                       MOVE "S" TO SW-ACHOU
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CONFERIR-RECEBIMENTOS.
      ********** RECEBIMENTOS DO PERIODO. COMPENSACAO COM SALDO ******
      *    CREDOR (S) NAO ENTRA EM NADA; NOTA DE CREDITO (N) SO NO   *
      *    CONTABIL (D RECEITA / C CLIENTES); CHEQUE DEVOLVIDO (V)   *
      *    ESTORNA O RECEBIDO (D CLIENTES / C CAIXA); AS DEMAIS      *
      *    FORMAS SAO D CAIXA / C CLIENTES E SOMAM NO RECEBIDO DO    *
      *    HISTVENDAS DO CLIENTE/VENDEDOR DA FATURA                  *
           SET NO-FIM-LEITURA TO TRUE
           MOVE ZEROES TO Chave-Recebto
           START RECEBTOS KEY IS NOT LESS THAN Chave-Recebto
              INVALID KEY SET FIM-LEITURA TO TRUE
           END-START
           PERFORM LER-UM-RECEBTO UNTIL FIM-LEITURA.

       LER-UM-RECEBTO.
           READ RECEBTOS NEXT RECORD
              AT END SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
              ADD 1 TO JOB-LIDOS
              MOVE Data-Recebto-rc TO Data-Teste-W
              PERFORM TESTAR-DATA-PERIODO
              IF SW-DATA-PERIODO = "S" AND Forma-Recebto-rc NOT = "S"
                 PERFORM CONFERIR-UM-RECEBTO
              END-IF
           END-IF.

       CONFERIR-UM-RECEBTO.
           ADD 1 TO CONT-REC-PERIODO
           EVALUATE Forma-Recebto-rc
              WHEN "N"
                 ADD Valor-Recebto-rc TO Esperado-Conta-T(2, 1)
                 ADD Valor-Recebto-rc TO Esperado-Conta-T(1, 2)
              WHEN "V"
                 ADD Valor-Recebto-rc TO Esperado-Conta-T(1, 1)
                 ADD Valor-Recebto-rc TO Esperado-Conta-T(3, 2)
                 SUBTRACT Valor-Recebto-rc FROM TOT-REC-PERIODO
              WHEN OTHER
                 ADD Valor-Recebto-rc TO Esperado-Conta-T(3, 1)
                 ADD Valor-Recebto-rc TO Esperado-Conta-T(1, 2)
                 ADD Valor-Recebto-rc TO TOT-REC-PERIODO
           END-EVALUATE

           MOVE Numero-Pedido-rc TO Numero-Pedido-fa
           MOVE Parcela-rc       TO Parcela-fa
           READ FATURAS
           IF FILE-STATUS NOT = 00
              MOVE 3 TO Verif-Dif-W
              MOVE Numero-Pedido-rc TO Pedido-Dif-W
              MOVE Parcela-rc       TO Parcela-Dif-W
              MOVE ZEROES           TO Esperado-Dif-W
              MOVE Valor-Recebto-rc TO Encontrado-Dif-W
              MOVE SPACES TO Descricao-Dif-W
              STRING "RECEBIMENTO FORMA " Forma-Recebto-rc
                     " SEM FATURA NO FATURAS.DAT"
                 DELIMITED BY SIZE INTO Descricao-Dif-W
              PERFORM GRAVAR-DIFERENCA
           ELSE
              IF Forma-Recebto-rc NOT = "N"
                 MOVE Codigo-Cliente-fa  TO Cliente-Busca-W
                 MOVE Codigo-Vendedor-fa TO Vendedor-Busca-W
                 MOVE "S" TO SW-INCLUIR-CV
                 PERFORM BUSCAR-CLIVEN
                 IF IND-CV > ZEROES
                    IF Forma-Recebto-rc = "V"
                       SUBTRACT Valor-Recebto-rc
                          FROM Rec-Esperado-CvT(IND-CV)
                    ELSE
                       ADD Valor-Recebto-rc
                          TO Rec-Esperado-CvT(IND-CV)
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF SW-CONTABIL-OK = "S" AND SW-DETALHE-CT = "S"
              MOVE 2                TO IND-T
              MOVE Numero-Pedido-rc TO Pedido-Busca-W
              MOVE Parcela-rc       TO Parcela-Busca-W
              MOVE Forma-Recebto-rc TO Forma-Busca-W
              MOVE Valor-Recebto-rc TO Valor-Busca-W
              PERFORM CASAR-LANCAMENTO
              MOVE 5 TO Verif-Dif-W
              MOVE Numero-Pedido-rc TO Pedido-Dif-W
              MOVE Parcela-rc       TO Parcela-Dif-W
              MOVE Valor-Recebto-rc TO Esperado-Dif-W
              IF SW-ACHOU = "N"
                 MOVE ZEROES TO Encontrado-Dif-W
                 MOVE SPACES TO Descricao-Dif-W
                 STRING "RECEBIMENTO FORMA " Forma-Recebto-rc
                        " SEM LANCAMENTO NO CONTABIL"
                    DELIMITED BY SIZE INTO Descricao-Dif-W
                 PERFORM GRAVAR-DIFERENCA
              ELSE
                 IF Valor-Lc-T(IND-T, IND-L) NOT = Valor-Recebto-rc
                    MOVE Valor-Lc-T(IND-T, IND-L) TO Encontrado-Dif-W
                    MOVE SPACES TO Descricao-Dif-W
                    STRING "VALOR LANCADO DIFERE DO RECEBIMENTO FORMA "
                           Forma-Recebto-rc
                       DELIMITED BY SIZE INTO Descricao-Dif-W
                    PERFORM GRAVAR-DIFERENCA
                 END-IF
              END-IF
           END-IF.

       CONFERIR-HISTVENDAS.
      ********** O HISTVENDAS DO PERIODO CONTRA O ACUMULADO DAS *******
      *    FATURAS E DOS RECEBTOS, POR CLIENTE/VENDEDOR; SEM O       *
      *    ARQUIVO, TODO ACUMULADO DIFERENTE DE ZERO E DIFERENCA     *
           IF SW-HIST-OK = "S"
              MOVE ANO-REL TO Ano-hv
              MOVE MES-REL TO Mes-hv
              MOVE ZEROES  TO Codigo-Cliente-hv
              MOVE ZEROES  TO Codigo-Vendedor-hv
              SET NO-FIM-LEITURA TO TRUE
              START HISTVENDAS KEY IS NOT LESS THAN Chave-Histvendas
                 INVALID KEY SET FIM-LEITURA TO TRUE
              END-START
              PERFORM LER-UM-HISTVENDAS UNTIL FIM-LEITURA
           END-IF
           PERFORM COMPARAR-CLIVEN
              VARYING IND-CV FROM 1 BY 1 UNTIL IND-CV > QTD-CV
           IF SW-DIV-FAT = "S"
              PERFORM DETALHAR-FATURAS-CLIVEN
           END-IF
           IF SW-DIV-REC = "S"
              PERFORM DETALHAR-RECEBTOS-CLIVEN
           END-IF.

       LER-UM-HISTVENDAS.
           READ HISTVENDAS NEXT RECORD
              AT END SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
              IF Ano-hv NOT = ANO-REL OR Mes-hv NOT = MES-REL
                 SET FIM-LEITURA TO TRUE
              ELSE
                 ADD 1 TO JOB-LIDOS
                 MOVE Codigo-Cliente-hv  TO Cliente-Busca-W
                 MOVE Codigo-Vendedor-hv TO Vendedor-Busca-W
                 MOVE "S" TO SW-INCLUIR-CV
                 PERFORM BUSCAR-CLIVEN
                 IF IND-CV > ZEROES
                    MOVE "S"               TO Sw-Hist-CvT(IND-CV)
                    MOVE Valor-Faturado-hv TO Fat-Hist-CvT(IND-CV)
                    MOVE Valor-Recebido-hv TO Rec-Hist-CvT(IND-CV)
                 END-IF
              END-IF
           END-IF.

       COMPARAR-CLIVEN.
           MOVE ZEROES TO Pedido-Dif-W Parcela-Dif-W
           IF Fat-Esperado-CvT(IND-CV) NOT = Fat-Hist-CvT(IND-CV)
              MOVE "S" TO Sw-Div-Fat-CvT(IND-CV)
              MOVE "S" TO SW-DIV-FAT
              MOVE 2 TO Verif-Dif-W
              MOVE Fat-Esperado-CvT(IND-CV) TO Esperado-Dif-W
              MOVE Fat-Hist-CvT(IND-CV)     TO Encontrado-Dif-W
              PERFORM DESCREVER-CLIVEN
              PERFORM GRAVAR-DIFERENCA
           END-IF
           IF Rec-Esperado-CvT(IND-CV) NOT = Rec-Hist-CvT(IND-CV)
              MOVE "S" TO Sw-Div-Rec-CvT(IND-CV)
              MOVE "S" TO SW-DIV-REC
              MOVE 3 TO Verif-Dif-W
              MOVE Rec-Esperado-CvT(IND-CV) TO Esperado-Dif-W
              MOVE Rec-Hist-CvT(IND-CV)     TO Encontrado-Dif-W
              PERFORM DESCREVER-CLIVEN
              PERFORM GRAVAR-DIFERENCA
           END-IF.

       DESCREVER-CLIVEN.
           MOVE SPACES TO Descricao-Dif-W
           IF Sw-Hist-CvT(IND-CV) = "S"
              STRING "CLIENTE " Cliente-CvT(IND-CV)
                     " VENDEDOR " Vendedor-CvT(IND-CV)
                     ": HISTVENDAS DIFERE"
                 DELIMITED BY SIZE INTO Descricao-Dif-W
           ELSE
              STRING "CLIENTE " Cliente-CvT(IND-CV)
                     " VENDEDOR " Vendedor-CvT(IND-CV)
                     ": SEM REGISTRO NO HISTVENDAS"
                 DELIMITED BY SIZE INTO Descricao-Dif-W
           END-IF.

       DETALHAR-FATURAS-CLIVEN.
      ********** PARCELAS (E DEVOLUCOES) QUE COMPOEM O FATURADO ******
      *    ESPERADO DE CADA CLIENTE/VENDEDOR DIVERGENTE              *
           SET NO-FIM-LEITURA TO TRUE
           MOVE ZEROES TO Chave-Fatura
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIM-LEITURA TO TRUE
           END-START
           PERFORM UNTIL FIM-LEITURA
              READ FATURAS NEXT RECORD
                 AT END SET FIM-LEITURA TO TRUE
              END-READ
              IF NOT FIM-LEITURA
                 MOVE Data-Emissao-fa TO Data-Teste-W
                 PERFORM TESTAR-DATA-PERIODO
                 IF SW-DATA-PERIODO = "S" AND NOT FATURA-CANCELADA
                    MOVE Codigo-Cliente-fa  TO Cliente-Busca-W
                    MOVE Codigo-Vendedor-fa TO Vendedor-Busca-W
                    MOVE "N" TO SW-INCLUIR-CV
                    PERFORM BUSCAR-CLIVEN
                    IF IND-CV > ZEROES
                       IF Sw-Div-Fat-CvT(IND-CV) = "S"
                          PERFORM DETALHAR-UMA-FATURA
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       DETALHAR-UMA-FATURA.
           MOVE SPACES TO LINHA-REL
           MOVE "2"              TO LINHA-REL(5:1)
           MOVE Numero-Pedido-fa TO LINHA-REL(8:7)
           MOVE Parcela-fa       TO LINHA-REL(17:2)
           MOVE Valor-Fatura     TO WRK-VALOR
           MOVE WRK-VALOR        TO LINHA-REL(41:18)
           STRING "PARCELA DO CLIENTE " Codigo-Cliente-fa
                  " VENDEDOR " Codigo-Vendedor-fa
              DELIMITED BY SIZE INTO LINHA-REL(61:60)
           WRITE REG-CONFREL FROM LINHA-REL
           IF Parcela-fa = 1 AND SW-DEVOL-OK = "S"
              MOVE Numero-Pedido-fa TO Pedido-Grupo-W
              PERFORM SOMAR-DEVOLUCOES-PEDIDO
              IF Devolvido-W > ZEROES
                 MOVE SPACES TO LINHA-REL
                 MOVE "2"              TO LINHA-REL(5:1)
                 MOVE Numero-Pedido-fa TO LINHA-REL(8:7)
                 COMPUTE Encontrado-Dif-W = ZEROES - Devolvido-W
                 MOVE Encontrado-Dif-W TO WRK-VALOR
                 MOVE WRK-VALOR        TO LINHA-REL(41:18)
                 MOVE "DEVOLUCOES DO PEDIDO (PGM00037)"
                      TO LINHA-REL(61:31)
                 WRITE REG-CONFREL FROM LINHA-REL
              END-IF
           END-IF.

       DETALHAR-RECEBTOS-CLIVEN.
      ********** RECEBIMENTOS QUE COMPOEM O RECEBIDO ESPERADO DE *****
      *    CADA CLIENTE/VENDEDOR DIVERGENTE                          *
           SET NO-FIM-LEITURA TO TRUE
           MOVE ZEROES TO Chave-Recebto
           START RECEBTOS KEY IS NOT LESS THAN Chave-Recebto
              INVALID KEY SET FIM-LEITURA TO TRUE
           END-START
           PERFORM UNTIL FIM-LEITURA
              READ RECEBTOS NEXT RECORD
                 AT END SET FIM-LEITURA TO TRUE
              END-READ
              IF NOT FIM-LEITURA
                 MOVE Data-Recebto-rc TO Data-Teste-W
                 PERFORM TESTAR-DATA-PERIODO
                 IF SW-DATA-PERIODO = "S"
                    AND Forma-Recebto-rc NOT = "S"
                    AND Forma-Recebto-rc NOT = "N"
                    PERFORM DETALHAR-UM-RECEBTO
                 END-IF
              END-IF
           END-PERFORM.

       DETALHAR-UM-RECEBTO.
           MOVE Numero-Pedido-rc TO Numero-Pedido-fa
           MOVE Parcela-rc       TO Parcela-fa
           READ FATURAS
           IF FILE-STATUS = 00
              MOVE Codigo-Cliente-fa  TO Cliente-Busca-W
              MOVE Codigo-Vendedor-fa TO Vendedor-Busca-W
              MOVE "N" TO SW-INCLUIR-CV
              PERFORM BUSCAR-CLIVEN
              IF IND-CV > ZEROES
                 IF Sw-Div-Rec-CvT(IND-CV) = "S"
                    MOVE SPACES TO LINHA-REL
                    MOVE "3"              TO LINHA-REL(5:1)
                    MOVE Numero-Pedido-rc TO LINHA-REL(8:7)
                    MOVE Parcela-rc       TO LINHA-REL(17:2)
                    IF Forma-Recebto-rc = "V"
                       COMPUTE Encontrado-Dif-W =
                          ZEROES - Valor-Recebto-rc
                    ELSE
                       MOVE Valor-Recebto-rc TO Encontrado-Dif-W
                    END-IF
                    MOVE Encontrado-Dif-W TO WRK-VALOR
                    MOVE WRK-VALOR        TO LINHA-REL(41:18)
                    STRING "RECEBIDO EM " Data-Recebto-rc
                           " FORMA " Forma-Recebto-rc
                           " CLIENTE " Codigo-Cliente-fa
                           " VENDEDOR " Codigo-Vendedor-fa
                       DELIMITED BY SIZE INTO LINHA-REL(61:60)
                    WRITE REG-CONFREL FROM LINHA-REL
                 END-IF
              END-IF
           END-IF.

       CONFERIR-CLIMOV.
      ********** CADA LINHA DO CLIMOV DO PERIODO TEM QUE APONTAR *****
      *    PARA O SEU PEDIDO (P) OU A SUA FATURA (F), DO MESMO       *
      *    CLIENTE; A FATURA COM O MESMO VALOR                       *
           IF SW-CLIMOV-OK = "S"
              MOVE ZEROES TO Codigo-Cliente-cm
              MOVE ZEROES TO Data-AMD-cm
              MOVE SPACES TO Tipo-cm
              MOVE ZEROES TO Numero-cm
              MOVE ZEROES TO Parcela-cm
              SET NO-FIM-LEITURA TO TRUE
              START CLIMOV KEY IS NOT LESS THAN Chave-Climov
                 INVALID KEY SET FIM-LEITURA TO TRUE
              END-START
              PERFORM LER-UM-CLIMOV UNTIL FIM-LEITURA
           ELSE
              MOVE SPACES TO LINHA-REL
              MOVE "AVISO: CLIMOV.DAT NAO DISPONIVEL; VERIFICACAO 4 NAO"
                   TO LINHA-REL
              MOVE " FEITA" TO LINHA-REL(52:6)
              WRITE REG-CONFREL FROM LINHA-REL
              ADD 1 TO JOB-AVISOS
           END-IF.

       LER-UM-CLIMOV.
           READ CLIMOV NEXT RECORD
              AT END SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
              DIVIDE Data-AMD-cm BY 100 GIVING Periodo-Aux-W
              IF Periodo-Aux-W = PERIODO-REL-N
                 ADD 1 TO JOB-LIDOS
                 PERFORM CONFERIR-UM-CLIMOV
              END-IF
           END-IF.

       CONFERIR-UM-CLIMOV.
           MOVE 4          TO Verif-Dif-W
           MOVE Numero-cm  TO Pedido-Dif-W
           MOVE Parcela-cm TO Parcela-Dif-W
           MOVE Valor-cm   TO Encontrado-Dif-W
           EVALUATE Tipo-cm
              WHEN "F"
                 MOVE Numero-cm  TO Numero-Pedido-fa
                 MOVE Parcela-cm TO Parcela-fa
                 READ FATURAS
                 IF FILE-STATUS NOT = 00
                    MOVE ZEROES TO Esperado-Dif-W
                    MOVE "LINHA F DO CLIMOV SEM FATURA"
                         TO Descricao-Dif-W
                    PERFORM GRAVAR-DIFERENCA
                 ELSE
                    MOVE Valor-Fatura TO Esperado-Dif-W
                    IF Valor-cm NOT = Valor-Fatura
                       MOVE "VALOR NO CLIMOV DIFERE DA FATURA"
                            TO Descricao-Dif-W
                       PERFORM GRAVAR-DIFERENCA
                    ELSE
                       IF Codigo-Cliente-cm NOT = Codigo-Cliente-fa
                          MOVE SPACES TO Descricao-Dif-W
                          STRING "CLIMOV NO CLIENTE "
                                 Codigo-Cliente-cm ", FATURA DO "
                                 Codigo-Cliente-fa
                             DELIMITED BY SIZE INTO Descricao-Dif-W
                          PERFORM GRAVAR-DIFERENCA
                       END-IF
                    END-IF
                 END-IF
              WHEN "P"
                 MOVE ZEROES    TO Parcela-Dif-W
                 MOVE Numero-cm TO Numero-Pedido
                 READ PEDIDOS
                 IF FILE-STATUS-PED NOT = 00
                    MOVE ZEROES TO Esperado-Dif-W
                    MOVE "LINHA P DO CLIMOV SEM PEDIDO"
                         TO Descricao-Dif-W
                    PERFORM GRAVAR-DIFERENCA
                 ELSE
                    IF Codigo-Cliente-cm NOT = Codigo-Cliente-p
                       MOVE Valor-Pedido TO Esperado-Dif-W
                       MOVE SPACES TO Descricao-Dif-W
                       STRING "CLIMOV NO CLIENTE "
                              Codigo-Cliente-cm ", PEDIDO DO "
                              Codigo-Cliente-p
                          DELIMITED BY SIZE INTO Descricao-Dif-W
                       PERFORM GRAVAR-DIFERENCA
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE ZEROES TO Esperado-Dif-W
                 MOVE SPACES TO Descricao-Dif-W
                 STRING "TIPO " Tipo-cm " INVALIDO NO CLIMOV (CLIENTE "
                        Codigo-Cliente-cm ")"
                    DELIMITED BY SIZE INTO Descricao-Dif-W
                 PERFORM GRAVAR-DIFERENCA
           END-EVALUATE.

       CONFERIR-CONTABIL.
      ********** LANCAMENTOS QUE NAO CASARAM COM NENHUMA FATURA ******
      *    ATIVA OU RECEBIMENTO DO PERIODO, E OS TOTAIS DE DEBITO E  *
      *    CREDITO DE CADA CONTA CONTRA O MOVIMENTO                  *
           IF SW-CONTABIL-OK = "S"
              IF SW-DETALHE-CT = "S"
                 PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 2
                    PERFORM VARYING IND-L FROM 1 BY 1
                       UNTIL IND-L > QTD-LC(IND-T)
                       IF Usado-Lc-T(IND-T, IND-L) = "N"
                          PERFORM LANCAMENTO-SEM-ORIGEM
                       END-IF
                    END-PERFORM
                 END-PERFORM
              END-IF
              PERFORM COMPARAR-CONTA
                 VARYING IND-K FROM 1 BY 1 UNTIL IND-K > 3
           END-IF.

       LANCAMENTO-SEM-ORIGEM.
           MOVE Chave-Lc-T(IND-T, IND-L) TO Chave-Busca-N
           MOVE 5               TO Verif-Dif-W
           MOVE Pedido-Busca-W  TO Pedido-Dif-W
           MOVE Parcela-Busca-W TO Parcela-Dif-W
           MOVE ZEROES          TO Esperado-Dif-W
           MOVE Valor-Lc-T(IND-T, IND-L) TO Encontrado-Dif-W
           MOVE SPACES TO Descricao-Dif-W
           IF IND-T = 1
              MOVE "LANCAMENTO DE FATURAMENTO SEM FATURA ATIVA"
                   TO Descricao-Dif-W
           ELSE
              STRING "LANCAMENTO DE RECEBIMENTO FORMA "
                     Forma-Lc-T(IND-T, IND-L) " SEM RECEBTO"
                 DELIMITED BY SIZE INTO Descricao-Dif-W
           END-IF
           PERFORM GRAVAR-DIFERENCA.

       COMPARAR-CONTA.
           MOVE 5      TO Verif-Dif-W
           MOVE ZEROES TO Pedido-Dif-W Parcela-Dif-W
           IF Arquivo-Conta-T(IND-K, 1) NOT =
              Esperado-Conta-T(IND-K, 1)
              MOVE Esperado-Conta-T(IND-K, 1) TO Esperado-Dif-W
              MOVE Arquivo-Conta-T(IND-K, 1)  TO Encontrado-Dif-W
              MOVE SPACES TO Descricao-Dif-W
              STRING "TOTAL A DEBITO DA CONTA " Conta-T(IND-K)
                     " (" Nome-Conta-T(IND-K) ")"
                 DELIMITED BY SIZE INTO Descricao-Dif-W
              PERFORM GRAVAR-DIFERENCA
           END-IF
           IF Arquivo-Conta-T(IND-K, 2) NOT =
              Esperado-Conta-T(IND-K, 2)
              MOVE Esperado-Conta-T(IND-K, 2) TO Esperado-Dif-W
              MOVE Arquivo-Conta-T(IND-K, 2)  TO Encontrado-Dif-W
              MOVE SPACES TO Descricao-Dif-W
              STRING "TOTAL A CREDITO DA CONTA " Conta-T(IND-K)
                     " (" Nome-Conta-T(IND-K) ")"
                 DELIMITED BY SIZE INTO Descricao-Dif-W
              PERFORM GRAVAR-DIFERENCA
           END-IF.

       CASAR-LANCAMENTO.
      ********** PRIMEIRO COM O MESMO VALOR; NAO HAVENDO, QUALQUER ***
      *    LINHA AINDA LIVRE DA MESMA CHAVE E FORMA                  *
           MOVE "N" TO SW-QUALQUER-VALOR
           PERFORM BUSCAR-LANCAMENTO
           IF SW-ACHOU = "N"
              MOVE "S" TO SW-QUALQUER-VALOR
              PERFORM BUSCAR-LANCAMENTO
           END-IF
           IF SW-ACHOU = "S"
              MOVE "S" TO Usado-Lc-T(IND-T, IND-L)
           END-IF.

       BUSCAR-LANCAMENTO.
      ********** PESQUISA BINARIA PELA PRIMEIRA LINHA DA CHAVE NA ****
      *    TABELA IND-T; DALI ANDA ATE UMA LINHA LIVRE DA MESMA FORMA*
           MOVE "N"           TO SW-ACHOU
           MOVE ZEROES        TO IND-L
           MOVE 1             TO IND-INI
           MOVE QTD-LC(IND-T) TO IND-FIM
           PERFORM UNTIL IND-INI > IND-FIM
              COMPUTE IND-MEIO = (IND-INI + IND-FIM) / 2
              IF Chave-Lc-T(IND-T, IND-MEIO) < Chave-Busca-N
                 COMPUTE IND-INI = IND-MEIO + 1
              ELSE
                 IF Chave-Lc-T(IND-T, IND-MEIO) = Chave-Busca-N
                    MOVE IND-MEIO TO IND-L
                 END-IF
                 IF IND-MEIO = 1
                    MOVE ZEROES TO IND-FIM
                 ELSE
                    COMPUTE IND-FIM = IND-MEIO - 1
                 END-IF
              END-IF
           END-PERFORM
           IF IND-L > ZEROES
              PERFORM UNTIL IND-L > QTD-LC(IND-T) OR SW-ACHOU = "S"
                 IF Chave-Lc-T(IND-T, IND-L) NOT = Chave-Busca-N
                    COMPUTE IND-L = QTD-LC(IND-T) + 1
                 ELSE
                    IF Forma-Lc-T(IND-T, IND-L) = Forma-Busca-W
                       AND Usado-Lc-T(IND-T, IND-L) = "N"
                       AND (SW-QUALQUER-VALOR = "S"
                         OR Valor-Lc-T(IND-T, IND-L) = Valor-Busca-W)
                       MOVE "S" TO SW-ACHOU
                    ELSE
                       ADD 1 TO IND-L
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       BUSCAR-CLIVEN.
      ********** LOCALIZA O CLIENTE/VENDEDOR NA TABELA E, COM *******
      *    SW-INCLUIR-CV = "S", INCLUI QUANDO AINDA NAO ESTA         *
           MOVE ZEROES TO IND-CV
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > QTD-CV
              IF Cliente-CvT(IND-K) = Cliente-Busca-W
                 AND Vendedor-CvT(IND-K) = Vendedor-Busca-W
                 MOVE IND-K  TO IND-CV
                 MOVE QTD-CV TO IND-K
              END-IF
           END-PERFORM
           IF IND-CV = ZEROES AND SW-INCLUIR-CV = "S"
              IF QTD-CV < 5000
                 ADD 1 TO QTD-CV
                 MOVE QTD-CV           TO IND-CV
                 MOVE Cliente-Busca-W  TO Cliente-CvT(IND-CV)
                 MOVE Vendedor-Busca-W TO Vendedor-CvT(IND-CV)
                 MOVE ZEROES TO Fat-Esperado-CvT(IND-CV)
                                Rec-Esperado-CvT(IND-CV)
                                Fat-Hist-CvT(IND-CV)
                                Rec-Hist-CvT(IND-CV)
                 MOVE "N" TO Sw-Hist-CvT(IND-CV)
                             Sw-Div-Fat-CvT(IND-CV)
                             Sw-Div-Rec-CvT(IND-CV)
              ELSE
                 IF SW-CV-CHEIA = "N"
                    MOVE "S" TO SW-CV-CHEIA
                    MOVE 2 TO Verif-Dif-W
                    MOVE ZEROES TO Pedido-Dif-W Parcela-Dif-W
                                   Esperado-Dif-W Encontrado-Dif-W
                    MOVE "TABELA CLIENTE/VENDEDOR CHEIA (5000)"
                         TO Descricao-Dif-W
                    PERFORM GRAVAR-DIFERENCA
                 END-IF
              END-IF
           END-IF.

       TESTAR-DATA-PERIODO.
      ********** DATA DD-MM-AAAA DENTRO DO PERIODO CONFERIDO *********
           IF Data-Teste-W(7:4) = PERIODO-REL(1:4)
              AND Data-Teste-W(4:2) = PERIODO-REL(5:2)
              MOVE "S" TO SW-DATA-PERIODO
           ELSE
              MOVE "N" TO SW-DATA-PERIODO
           END-IF.

       GRAVAR-DIFERENCA.
           ADD 1 TO CONT-DIF
           ADD 1 TO Qtd-Dif-T(Verif-Dif-W)
           MOVE SPACES          TO LINHA-REL
           MOVE "DIF"           TO LINHA-REL(1:3)
           MOVE Verif-Dif-W     TO LINHA-REL(5:1)
           IF Pedido-Dif-W NOT = ZEROES
              MOVE Pedido-Dif-W  TO LINHA-REL(8:7)
              MOVE Parcela-Dif-W TO LINHA-REL(17:2)
           END-IF
           MOVE Esperado-Dif-W   TO WRK-VALOR
           MOVE WRK-VALOR        TO LINHA-REL(21:18)
           MOVE Encontrado-Dif-W TO WRK-VALOR
           MOVE WRK-VALOR        TO LINHA-REL(41:18)
           MOVE Descricao-Dif-W  TO LINHA-REL(61:60)
           WRITE REG-CONFREL FROM LINHA-REL.

       IMPRIMIR-RESUMO.
           WRITE REG-CONFREL FROM LINHA-TRACOS
           MOVE SPACES TO LINHA-REL
           WRITE REG-CONFREL FROM LINHA-REL
           MOVE "TOTAIS DO PERIODO" TO LINHA-REL
           WRITE REG-CONFREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           MOVE "  FATURAS ATIVAS EMITIDAS" TO LINHA-REL(1:25)
           MOVE CONT-FAT-PERIODO TO WRK-QTD
           MOVE WRK-QTD          TO LINHA-REL(30:11)
           MOVE TOT-FAT-PERIODO  TO WRK-VALOR
           MOVE WRK-VALOR        TO LINHA-REL(43:18)
           WRITE REG-CONFREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           MOVE "  RECEBIMENTOS (LIQUIDO)" TO LINHA-REL(1:24)
           MOVE CONT-REC-PERIODO TO WRK-QTD
           MOVE WRK-QTD          TO LINHA-REL(30:11)
           MOVE TOT-REC-PERIODO  TO WRK-VALOR
           MOVE WRK-VALOR        TO LINHA-REL(43:18)
           WRITE REG-CONFREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           MOVE "  LANCAMENTOS NO CONTABIL" TO LINHA-REL(1:25)
           MOVE CONT-LANC-CT     TO WRK-QTD
           MOVE WRK-QTD          TO LINHA-REL(30:11)
           WRITE REG-CONFREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-CONFREL FROM LINHA-REL

           MOVE "CONTA              DEBITO CONTABIL   DEBITO ESPERADO"
                TO LINHA-REL
           MOVE "  CREDITO CONTABIL  CREDITO ESPERADO"
                TO LINHA-REL(54:36)
           WRITE REG-CONFREL FROM LINHA-REL
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > 3
              MOVE SPACES TO LINHA-REL
              MOVE Conta-T(IND-K)      TO LINHA-REL(1:8)
              MOVE Nome-Conta-T(IND-K) TO LINHA-REL(10:10)
              MOVE Arquivo-Conta-T(IND-K, 1)  TO WRK-VALOR
              MOVE WRK-VALOR           TO LINHA-REL(17:18)
              MOVE Esperado-Conta-T(IND-K, 1) TO WRK-VALOR
              MOVE WRK-VALOR           TO LINHA-REL(35:18)
              MOVE Arquivo-Conta-T(IND-K, 2)  TO WRK-VALOR
              MOVE WRK-VALOR           TO LINHA-REL(53:18)
              MOVE Esperado-Conta-T(IND-K, 2) TO WRK-VALOR
              MOVE WRK-VALOR           TO LINHA-REL(71:18)
              WRITE REG-CONFREL FROM LINHA-REL
           END-PERFORM
           MOVE SPACES TO LINHA-REL
           WRITE REG-CONFREL FROM LINHA-REL

           MOVE "DIFERENCAS POR VERIFICACAO" TO LINHA-REL
           WRITE REG-CONFREL FROM LINHA-REL
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > 5
              MOVE SPACES TO LINHA-REL
              MOVE IND-K               TO LINHA-REL(3:1)
              MOVE Nome-Verif-T(IND-K) TO LINHA-REL(6:30)
              MOVE Qtd-Dif-T(IND-K)    TO WRK-QTD
              MOVE WRK-QTD             TO LINHA-REL(37:11)
              WRITE REG-CONFREL FROM LINHA-REL
           END-PERFORM
           MOVE SPACES TO LINHA-REL
           WRITE REG-CONFREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           IF CONT-DIF = ZEROES
              MOVE "RESULTADO: TOTAIS FECHADOS" TO LINHA-REL
           ELSE
              MOVE CONT-DIF TO WRK-QTD
              STRING "RESULTADO: " WRK-QTD " DIFERENCA(S) EM ABERTO; "
                     "O PERIODO NAO PODE SER FECHADO (PGM00024)"
                 DELIMITED BY SIZE INTO LINHA-REL
              MOVE "DIVERGENC" TO JOB-STATUS
           END-IF
           WRITE REG-CONFREL FROM LINHA-REL.

       GRAVAR-CONTROLE-PERIODO.
      ********** GUARDA O RESULTADO DO PERIODO PARA O FECHAMENTO *****
      *    (PGM00024); CADA EXECUCAO SUBSTITUI A ANTERIOR            *
           OPEN I-O CONFTOT
           IF FILE-STATUS-CTT NOT = 00
              OPEN OUTPUT CONFTOT
              CLOSE CONFTOT
              OPEN I-O CONFTOT
           END-IF
           IF FILE-STATUS-CTT = 00
              MOVE PERIODO-REL-N TO Periodo-ctt
              READ CONFTOT
              IF FILE-STATUS-CTT = 00
                 MOVE "S" TO SW-REGRAVAR
              ELSE
                 MOVE "N" TO SW-REGRAVAR
              END-IF
              MOVE PERIODO-REL-N TO Periodo-ctt
              IF CONT-DIF = ZEROES
                 MOVE "F" TO Situacao-ctt
              ELSE
                 MOVE "D" TO Situacao-ctt
              END-IF
              MOVE CONT-DIF        TO Qtd-Diferencas-ctt
              MOVE DATA-HOJE-EDIT  TO Data-Conf-ctt
              MOVE HORA-HOJE-EDIT  TO Hora-Conf-ctt
              MOVE TOT-FAT-PERIODO TO Total-Faturado-ctt
              MOVE TOT-REC-PERIODO TO Total-Recebido-ctt
              IF SW-REGRAVAR = "S"
                 REWRITE REG-CONFTOT
              ELSE
                 WRITE REG-CONFTOT
              END-IF
              IF FILE-STATUS-CTT NOT = 00
                 DISPLAY "AVISO: RESULTADO NAO GRAVADO NO CONFTOTAIS"
                         ".DAT (STATUS " FILE-STATUS-CTT ")"
                 ADD 1 TO JOB-AVISOS
              END-IF
              CLOSE CONFTOT
           ELSE
              DISPLAY "AVISO: conftotais.dat NAO PODE SER ABERTO "
                      "(STATUS " FILE-STATUS-CTT ")"
              ADD 1 TO JOB-AVISOS
           END-IF.

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              CLOSE PEDIDOS
                    FATURAS
                    RECEBTOS
                    CONFREL
              MOVE "conferencia.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-HIST-OK = "S"
                 CLOSE HISTVENDAS
              END-IF
              IF SW-CLIMOV-OK = "S"
                 CLOSE CLIMOV
              END-IF
              IF SW-DEVOL-OK = "S"
                 CLOSE DEVOLUCOES
              END-IF
              DISPLAY "CONFERENCIA GRAVADA: conferencia.txt"
              DISPLAY "Faturas do periodo     : " CONT-FAT-PERIODO
              DISPLAY "Recebimentos do periodo: " CONT-REC-PERIODO
              DISPLAY "Diferencas encontradas : " CONT-DIF
           END-IF

           MOVE CONT-DIF TO JOB-GRAVADOS
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
           STRING "Programa97.exe REGISTRAR PROGRAMA90 "
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
                    IF Conta-Clientes-F NOT = SPACES
                       MOVE Conta-Clientes-F TO Conta-Clientes-Par
                    END-IF
                    IF Conta-Receita-F NOT = SPACES
                       MOVE Conta-Receita-F TO Conta-Receita-Par
                    END-IF
                    IF Conta-Caixa-F NOT = SPACES
                       MOVE Conta-Caixa-F TO Conta-Caixa-Par
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
           MOVE SPACES TO ARQ-RECEBTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "recebtos.dat" DELIMITED BY SIZE
                  INTO ARQ-RECEBTOS
           MOVE SPACES TO ARQ-HISTVENDAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "histvendas.dat" DELIMITED BY SIZE
                  INTO ARQ-HISTVENDAS
           MOVE SPACES TO ARQ-CLIMOV
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "climov.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIMOV
           MOVE SPACES TO ARQ-DEVOLUCOES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "devolucoes.dat" DELIMITED BY SIZE
                  INTO ARQ-DEVOLUCOES
           MOVE SPACES TO ARQ-CONTABIL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "contabil.csv" DELIMITED BY SIZE
                  INTO ARQ-CONTABIL
           MOVE SPACES TO ARQ-CONFTOT
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "conftotais.dat" DELIMITED BY SIZE
                  INTO ARQ-CONFTOT
           MOVE SPACES TO ARQ-CONFREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "conferencia.txt" DELIMITED BY SIZE
                  INTO ARQ-CONFREL.
       END PROGRAM PROGRAMA90.
