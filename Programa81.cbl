      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: EXPURGO ANUAL DO MOVIMENTO PARA ARQUIVOS POR ANO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA81.
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

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-IT.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS-FA.

           SELECT RECEBTOS ASSIGN ARQ-RECEBTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Recebto
           FILE STATUS IS FILE-STATUS-RC.

           SELECT MOVEST ASSIGN ARQ-MOVEST
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Movest
           FILE STATUS IS FILE-STATUS-MV.

           SELECT CLIMOV ASSIGN ARQ-CLIMOV
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Climov
           FILE STATUS IS FILE-STATUS-CM.

           SELECT PERFECH ASSIGN ARQ-PERFECH
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Periodo-pf
           FILE STATUS IS FILE-STATUS-PF.

           SELECT PEDARQ ASSIGN ARQ-PEDARQ
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido-pa
           FILE STATUS IS FILE-STATUS-ARQ.

           SELECT ITEARQ ASSIGN ARQ-ITEARQ
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item-iq
           FILE STATUS IS FILE-STATUS-ARQ.

           SELECT FATARQ ASSIGN ARQ-FATARQ
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura-fq
           FILE STATUS IS FILE-STATUS-ARQ.

           SELECT RECARQ ASSIGN ARQ-RECARQ
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Recebto-rq
           FILE STATUS IS FILE-STATUS-ARQ.

           SELECT MOVARQ ASSIGN ARQ-MOVARQ
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Movest-mq
           FILE STATUS IS FILE-STATUS-ARQ.

           SELECT CLIARQ ASSIGN ARQ-CLIARQ
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Climov-cq
           FILE STATUS IS FILE-STATUS-ARQ.

           SELECT CTLEXP ASSIGN ARQ-CTLEXP
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CT.

           SELECT EXPREL ASSIGN ARQ-EXPREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CT.

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

       FD  MOVEST.

       01  REG-MOVEST.
           05 Chave-Movest.
              10 Codigo-Produto-mv         PIC 9(005).
              10 Sequencia-mv              PIC 9(007).
           05 Tipo-mv                      PIC X(001).
           05 Data-mv                      PIC X(010).
           05 Quantidade-mv                PIC s9(007)v9(002).
           05 Operador-mv                  PIC X(010).
           05 Motivo-mv                    PIC X(030).
           05 Codigo-Deposito-mv           PIC 9(002).
           05 Numero-Lote-mv               PIC X(015).
           05 Validade-mv                  PIC 9(008).
           05 Custo-Unitario-mv            PIC 9(007)v9(002).

       FD  CLIMOV.

       01  REG-CLIMOV.
           05 Chave-Climov.
              10 Codigo-Cliente-cm         PIC 9(007).
              10 Data-AMD-cm               PIC 9(008).
              10 Tipo-cm                   PIC X(001).
              10 Numero-cm                 PIC 9(007).
              10 Parcela-cm                PIC 9(002).
           05 Valor-cm                     PIC 9(009)v9(002).
           05 Situacao-cm                  PIC X(001).

       FD  PERFECH.

       01  REG-PERFECH.
           05 Periodo-pf                   PIC 9(006).
           05 Situacao-pf                  PIC X(001).
           05 Data-Fech-pf                 PIC X(010).
           05 Operador-pf                  PIC X(010).

       FD  PEDARQ.

       01  REG-PEDARQ.
           05 Numero-Pedido-pa             PIC 9(007).
           05 FILLER                       PIC X(129).

       FD  ITEARQ.

       01  REG-ITEARQ.
           05 Chave-Item-iq                PIC X(010).
           05 FILLER                       PIC X(060).

       FD  FATARQ.

       01  REG-FATARQ.
           05 Chave-Fatura-fq              PIC X(009).
           05 FILLER                       PIC X(081).

       FD  RECARQ.

       01  REG-RECARQ.
           05 Chave-Recebto-rq             PIC X(012).
           05 FILLER                       PIC X(032).

       FD  MOVARQ.

       01  REG-MOVARQ.
           05 Chave-Movest-mq              PIC X(012).
           05 FILLER                       PIC X(094).

       FD  CLIARQ.

       01  REG-CLIARQ.
           05 Chave-Climov-cq              PIC X(025).
           05 FILLER                       PIC X(012).

       FD  CTLEXP.

       01  REG-CTLEXP.
           05 Data-ce                      PIC X(010).
           05 FIL-CE1                      PIC X(001).
           05 Ano-ce                       PIC 9(004).
           05 FIL-CE2                      PIC X(001).
           05 Arquivo-ce                   PIC X(010).
           05 FIL-CE3                      PIC X(001).
           05 Qtd-ce                       PIC 9(009).
           05 FIL-CE4                      PIC X(001).
           05 Valor-ce                     PIC -9(013),9(002).

       FD  EXPREL.

       01  REG-EXPREL                      PIC X(132).

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
                                            VALUE "PROGRAMA81".
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
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RECEBTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-MOVEST                      PIC X(080)   VALUE SPACES.
           05 ARQ-CLIMOV                      PIC X(080)   VALUE SPACES.
           05 ARQ-PERFECH                     PIC X(080)   VALUE SPACES.
           05 ARQ-PEDARQ                      PIC X(080)   VALUE SPACES.
           05 ARQ-ITEARQ                      PIC X(080)   VALUE SPACES.
           05 ARQ-FATARQ                      PIC X(080)   VALUE SPACES.
           05 ARQ-RECARQ                      PIC X(080)   VALUE SPACES.
           05 ARQ-MOVARQ                      PIC X(080)   VALUE SPACES.
           05 ARQ-CLIARQ                      PIC X(080)   VALUE SPACES.
           05 ARQ-CTLEXP                      PIC X(080)   VALUE SPACES.
           05 ARQ-EXPREL                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-ARQ                                VALUE "S".
              88 NO-FIN-ARQ                             VALUE "N".
           05 SW-FIM-AUX                   PIC X        VALUE "N".
              88 FIM-AUX                                VALUE "S".
              88 NO-FIM-AUX                             VALUE "N".
           05 SW-FIM-REC                   PIC X        VALUE "N".
              88 FIM-REC                                VALUE "S".
              88 NO-FIM-REC                             VALUE "N".

           05 FILE-STATUS-IT               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FA               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-MV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CM               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PF               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-ARQ              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CT               PIC 99       VALUE ZEROES.
           05 MODO-EXPURGO                 PIC 9(001)   VALUE ZEROES.
              88 MODO-SIMULACAO                         VALUE 1.
              88 MODO-EXECUCAO                          VALUE 2.
           05 CONFIRMA-W                   PIC X(001)   VALUE SPACES.
           05 ANOS-RETENCAO                PIC 9(002)   VALUE ZEROES.
           05 ANO-HOJE                     PIC 9(004)   VALUE ZEROES.
           05 ANO-CORTE                    PIC 9(004)   VALUE ZEROES.
           05 ANO-ABERTO                   PIC 9(004)   VALUE ZEROES.
           05 ANO-PEDIDO-W                 PIC 9(004)   VALUE ZEROES.
           05 ANO-W                        PIC 9(004)   VALUE ZEROES.
           05 DATA-EDIT-W                  PIC X(010)   VALUE SPACES.
           05 ANO-DATA-W                   PIC 9(004)   VALUE ZEROES.
           05 PERIODO-DATA-W               PIC 9(006)   VALUE ZEROES.
           05 SW-DATA-ELEGIVEL             PIC X        VALUE "N".
           05 SW-PEDIDO-ELEGIVEL           PIC X        VALUE "N".
           05 SW-ACHOU                     PIC X        VALUE "N".
           05 IND-A                        PIC 9(004)   VALUE ZEROES.
           05 IND-F                        PIC 9(004)   VALUE ZEROES.
           05 IND-K                        PIC 9(004)   VALUE ZEROES.
           05 IND-X                        PIC 9(001)   VALUE ZEROES.
           05 IND-INI                      PIC 9(005)   VALUE ZEROES.
           05 IND-FIM                      PIC 9(005)   VALUE ZEROES.
           05 IND-MEIO                     PIC 9(005)   VALUE ZEROES.
           05 QTD-ANOS                     PIC 9(004)   VALUE ZEROES.
           05 QTD-PED-ARQ                  PIC 9(005)   VALUE ZEROES.
           05 CONT-AVISOS-PED              PIC 9(005)   VALUE ZEROES.
           05 VALOR-W                      PIC S9(013)v9(002)
                                            VALUE ZEROES.
           05 DIF-QTD-W                    PIC S9(009)  VALUE ZEROES.
           05 DIF-VALOR-W                  PIC S9(013)v9(002)
                                            VALUE ZEROES.
           05 WRK-QTD                      PIC ZZZ.ZZZ.ZZ9.
           05 WRK-VALOR                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

      ********** CONTROLE POR ARQUIVO: 1 = ATIVO ANTES, 2 = MOVIDO ***
      *    PARA O HISTORICO, 3 = ATIVO DEPOIS. CONFERE QUANDO        *
      *    ANTES = MOVIDO + DEPOIS EM QUANTIDADE E EM VALOR (PEDIDO, *
      *    ITEM, FATURA, RECEBIMENTO, QUANTIDADE DO MOVIMENTO DE     *
      *    ESTOQUE E VALOR DO CLIMOV)                                *
           05 TABELA-CONTROLE.
              10 CONTROLE-OCC OCCURS 6 TIMES.
                 15 Nome-Ctl-T             PIC X(010).
                 15 Qtd-Ctl-T OCCURS 3     PIC 9(009).
                 15 Valor-Ctl-T OCCURS 3   PIC S9(013)v9(002).

      ********** TOTAIS MOVIDOS POR ANO DE ARQUIVO ******************
           05 TABELA-ANOS.
              10 ANOS-OCC OCCURS 50 TIMES.
                 15 Ano-T                  PIC 9(004).
                 15 Qtd-Ano-T OCCURS 6     PIC 9(009).
                 15 Valor-Ano-T OCCURS 6   PIC S9(013)v9(002).

      ********** PEDIDOS MOVIDOS NESTA EXECUCAO, EM ORDEM DE NUMERO, *
      *    COM O ANO DO ARQUIVO, PARA LEVAR JUNTO AS LINHAS DO CLIMOV*
           05 TABELA-PED-ARQ.
              10 PED-ARQ-OCC OCCURS 50000 TIMES.
                 15 Pedido-Arq-T           PIC 9(007).
                 15 Ano-Arq-T              PIC 9(004).

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
              10 DATE-AUXILIAR.
                 15 AA-AUX                 PIC X(002)  VALUE SPACES.
                 15 MM-AUX                 PIC X(002)  VALUE SPACES.
                 15 DD-AUX                 PIC X(002)  VALUE SPACES.
              10 DATA-HOJE-EDIT            PIC X(010)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF JOB-STATUS = "OK"
              MOVE 1 TO IND-X
              PERFORM CONTAR-ATIVOS
              PERFORM EXPURGAR-PEDIDOS
              PERFORM EXPURGAR-MOVEST
              PERFORM EXPURGAR-CLIMOV
              PERFORM FECHAR-ARQUIVOS-ANO
              IF MODO-EXECUCAO
                 MOVE 3 TO IND-X
                 PERFORM CONTAR-ATIVOS
              ELSE
                 PERFORM PROJETAR-DEPOIS
                    VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 6
              END-IF
              PERFORM GERAR-RELATORIO
              IF MODO-EXECUCAO
                 PERFORM GRAVAR-CONTROLE-ANOS
              END-IF
              CLOSE PEDIDOS ITENS FATURAS RECEBTOS MOVEST CLIMOV
                    PERFECH
           END-IF
           PERFORM FIN.

       INICIO.
      ********** EXPURGO ANUAL: MOVE PARA ARQUIVOS POR ANO NA PASTA **
      *    DE HISTORICO O MOVIMENTO ENCERRADO HA MAIS DE N ANOS:     *
      *    PEDIDO ENTREGUE CUJAS PARCELAS ESTAO TODAS PAGAS OU       *
      *    BAIXADAS POR PERDA, COM AS DATAS DO PEDIDO, DA EMISSAO E  *
      *    DO PAGAMENTO EM PERIODOS FECHADOS (PERFECH) ATE O ANO DE  *
      *    CORTE. O PEDIDO VAI COM OS ITENS, AS FATURAS, OS          *
      *    RECEBIMENTOS E AS LINHAS DO CLIMOV; O MOVIMENTO DE        *
      *    ESTOQUE SEGUE A MESMA REGRA PELA PROPRIA DATA.            *
      *    O ANO DO ARQUIVO E O DA DATA DO PEDIDO (OU DO MOVIMENTO)  *
           DISPLAY "EXPURGO ANUAL DO MOVIMENTO"
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE SPACES TO DATA-HOJE-EDIT
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-HOJE-EDIT
           COMPUTE ANO-HOJE = 2000 + FUNCTION NUMVAL(AA-AUX)
           INITIALIZE TABELA-CONTROLE TABELA-ANOS
           MOVE "PEDIDOS"  TO Nome-Ctl-T(1)
           MOVE "ITENS"    TO Nome-Ctl-T(2)
           MOVE "FATURAS"  TO Nome-Ctl-T(3)
           MOVE "RECEBTOS" TO Nome-Ctl-T(4)
           MOVE "MOVEST"   TO Nome-Ctl-T(5)
           MOVE "CLIMOV"   TO Nome-Ctl-T(6)
           DISPLAY "ANOS A MANTER NO ARQUIVO ATIVO (N): "
           ACCEPT ANOS-RETENCAO
           DISPLAY "1 = SIMULAR   2 = EXECUTAR O EXPURGO: "
           ACCEPT MODO-EXPURGO
           IF ANOS-RETENCAO = ZEROES
              OR (NOT MODO-SIMULACAO AND NOT MODO-EXECUCAO)
              DISPLAY "PARAMETROS INVALIDOS"
              MOVE "PARAMETRO" TO JOB-STATUS
           ELSE
              COMPUTE ANO-CORTE = ANO-HOJE - ANOS-RETENCAO
              DISPLAY "MOVIMENTO ATE " ANO-CORTE
                      " (PERIODOS FECHADOS) SERA ARQUIVADO"
              IF MODO-EXECUCAO
                 DISPLAY "CONFIRMA O EXPURGO? (S/N): "
                 ACCEPT CONFIRMA-W
                 IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
                    DISPLAY "EXPURGO CANCELADO"
                    MOVE "CANCELADO" TO JOB-STATUS
                 END-IF
              END-IF
           END-IF
           IF JOB-STATUS = "OK"
              OPEN INPUT PERFECH
              IF FILE-STATUS-PF NOT = 00
                 DISPLAY "perfech.dat AUSENTE: SEM PERIODOS FECHADOS "
                         "NADA PODE SER EXPURGADO"
                 MOVE "SEM PERFEC" TO JOB-STATUS
              END-IF
           END-IF
           IF JOB-STATUS = "OK"
              OPEN I-O PEDIDOS
                       ITENS
                       FATURAS
                       RECEBTOS
                       MOVEST
                       CLIMOV
              IF FILE-STATUS NOT = 00 OR FILE-STATUS-IT NOT = 00
                 OR FILE-STATUS-FA NOT = 00 OR FILE-STATUS-RC NOT = 00
                 OR FILE-STATUS-MV NOT = 00 OR FILE-STATUS-CM NOT = 00
                 DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
                 DISPLAY "STATUS: " FILE-STATUS " " FILE-STATUS-IT
                         " " FILE-STATUS-FA " " FILE-STATUS-RC
                         " " FILE-STATUS-MV " " FILE-STATUS-CM
                 MOVE "ERRO ABERT" TO JOB-STATUS
                 CLOSE PEDIDOS ITENS FATURAS RECEBTOS MOVEST CLIMOV
                       PERFECH
              END-IF
           END-IF.

       CONTAR-ATIVOS.
      ********** QUANTIDADE E VALOR DE CADA ARQUIVO ATIVO NA COLUNA **
      *    IND-X DO CONTROLE                                         *
           SET NO-FIN-ARQ TO TRUE
           MOVE ZEROES TO Numero-Pedido
           START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM UNTIL FIN-ARQ
              READ PEDIDOS NEXT RECORD
                 AT END SET FIN-ARQ TO TRUE
              END-READ
              IF NOT FIN-ARQ
                 ADD 1            TO Qtd-Ctl-T(1, IND-X)
                 ADD Valor-Pedido TO Valor-Ctl-T(1, IND-X)
              END-IF
           END-PERFORM
           SET NO-FIN-ARQ TO TRUE
           MOVE LOW-VALUES TO Chave-Item
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM UNTIL FIN-ARQ
              READ ITENS NEXT RECORD
                 AT END SET FIN-ARQ TO TRUE
              END-READ
              IF NOT FIN-ARQ
                 ADD 1             TO Qtd-Ctl-T(2, IND-X)
                 ADD Total-Item-it TO Valor-Ctl-T(2, IND-X)
              END-IF
           END-PERFORM
           SET NO-FIN-ARQ TO TRUE
           MOVE LOW-VALUES TO Chave-Fatura
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM UNTIL FIN-ARQ
              READ FATURAS NEXT RECORD
                 AT END SET FIN-ARQ TO TRUE
              END-READ
              IF NOT FIN-ARQ
                 ADD 1            TO Qtd-Ctl-T(3, IND-X)
                 ADD Valor-Fatura TO Valor-Ctl-T(3, IND-X)
              END-IF
           END-PERFORM
           SET NO-FIN-ARQ TO TRUE
           MOVE LOW-VALUES TO Chave-Recebto
           START RECEBTOS KEY IS NOT LESS THAN Chave-Recebto
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM UNTIL FIN-ARQ
              READ RECEBTOS NEXT RECORD
                 AT END SET FIN-ARQ TO TRUE
              END-READ
              IF NOT FIN-ARQ
                 ADD 1                TO Qtd-Ctl-T(4, IND-X)
                 ADD Valor-Recebto-rc TO Valor-Ctl-T(4, IND-X)
              END-IF
           END-PERFORM
           SET NO-FIN-ARQ TO TRUE
           MOVE LOW-VALUES TO Chave-Movest
           START MOVEST KEY IS NOT LESS THAN Chave-Movest
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM UNTIL FIN-ARQ
              READ MOVEST NEXT RECORD
                 AT END SET FIN-ARQ TO TRUE
              END-READ
              IF NOT FIN-ARQ
                 ADD 1             TO Qtd-Ctl-T(5, IND-X)
                 ADD Quantidade-mv TO Valor-Ctl-T(5, IND-X)
              END-IF
           END-PERFORM
           SET NO-FIN-ARQ TO TRUE
           MOVE LOW-VALUES TO Chave-Climov
           START CLIMOV KEY IS NOT LESS THAN Chave-Climov
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM UNTIL FIN-ARQ
              READ CLIMOV NEXT RECORD
                 AT END SET FIN-ARQ TO TRUE
              END-READ
              IF NOT FIN-ARQ
                 ADD 1        TO Qtd-Ctl-T(6, IND-X)
                 ADD Valor-cm TO Valor-Ctl-T(6, IND-X)
              END-IF
           END-PERFORM.

       EXPURGAR-PEDIDOS.
           SET NO-FIN-ARQ TO TRUE
           MOVE ZEROES TO Numero-Pedido
           START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM AVALIAR-UM-PEDIDO UNTIL FIN-ARQ.

       AVALIAR-UM-PEDIDO.
           READ PEDIDOS NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ AND PEDIDO-ENTREGUE
              MOVE Data-Pedido TO DATA-EDIT-W
              PERFORM TESTAR-DATA-ELEGIVEL
              MOVE SW-DATA-ELEGIVEL TO SW-PEDIDO-ELEGIVEL
              MOVE ANO-DATA-W       TO ANO-PEDIDO-W
              IF SW-PEDIDO-ELEGIVEL = "S"
                 PERFORM AVALIAR-FATURAS-PEDIDO
              END-IF
              IF SW-PEDIDO-ELEGIVEL = "S"
                 IF QTD-PED-ARQ < 50000
                    PERFORM MOVER-PEDIDO
                 ELSE
                    ADD 1 TO CONT-AVISOS-PED
                 END-IF
              END-IF
           END-IF.

       AVALIAR-FATURAS-PEDIDO.
      ********** TODAS AS PARCELAS PAGAS OU PERDIDAS, EMITIDAS E *****
      *    PAGAS EM PERIODO FECHADO ATE O ANO DE CORTE               *
           MOVE Numero-Pedido TO Numero-Pedido-fa
           MOVE ZEROES        TO Parcela-fa
           SET NO-FIM-AUX     TO TRUE
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX OR SW-PEDIDO-ELEGIVEL = "N"
              READ FATURAS NEXT RECORD
                 AT END SET FIM-AUX TO TRUE
              END-READ
              IF NOT FIM-AUX
                 IF Numero-Pedido-fa NOT = Numero-Pedido
                    SET FIM-AUX TO TRUE
                 ELSE
                    IF NOT FATURA-PAGA AND NOT FATURA-PERDA
                       MOVE "N" TO SW-PEDIDO-ELEGIVEL
                    ELSE
                       MOVE Data-Emissao-fa TO DATA-EDIT-W
                       PERFORM TESTAR-DATA-ELEGIVEL
                       IF SW-DATA-ELEGIVEL = "N"
                          MOVE "N" TO SW-PEDIDO-ELEGIVEL
                       END-IF
                       IF Data-Pagamento-fa NOT = SPACES
                          MOVE Data-Pagamento-fa TO DATA-EDIT-W
                          PERFORM TESTAR-DATA-ELEGIVEL
                          IF SW-DATA-ELEGIVEL = "N"
                             MOVE "N" TO SW-PEDIDO-ELEGIVEL
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       TESTAR-DATA-ELEGIVEL.
      ********** DATA DD-MM-AAAA ATE O ANO DE CORTE E COM O PERIODO **
      *    AAAAMM FECHADO NO PERFECH (PGM00024)                      *
           MOVE "N" TO SW-DATA-ELEGIVEL
           MOVE ZEROES TO ANO-DATA-W
           IF DATA-EDIT-W(7:4) IS NUMERIC
              AND DATA-EDIT-W(4:2) IS NUMERIC
              MOVE DATA-EDIT-W(7:4) TO ANO-DATA-W
              COMPUTE PERIODO-DATA-W = ANO-DATA-W * 100
                 + FUNCTION NUMVAL(DATA-EDIT-W(4:2))
              IF ANO-DATA-W <= ANO-CORTE
                 MOVE PERIODO-DATA-W TO Periodo-pf
                 READ PERFECH
                 IF FILE-STATUS-PF = 00 AND Situacao-pf = "F"
                    MOVE "S" TO SW-DATA-ELEGIVEL
                 END-IF
              END-IF
           END-IF.

       MOVER-PEDIDO.
      ********** NA SIMULACAO SO CONTA; NA EXECUCAO GRAVA NO ANO E ***
      *    APAGA DO ATIVO (ITENS, PARCELAS COM OS RECEBIMENTOS E POR *
      *    ULTIMO O PEDIDO)                                          *
           ADD 1 TO QTD-PED-ARQ
           MOVE Numero-Pedido TO Pedido-Arq-T(QTD-PED-ARQ)
           MOVE ANO-PEDIDO-W  TO Ano-Arq-T(QTD-PED-ARQ)
           MOVE ANO-PEDIDO-W  TO ANO-W
           PERFORM BUSCAR-ANO
           IF MODO-EXECUCAO
              PERFORM ABRIR-ARQUIVOS-ANO
           END-IF
           MOVE Numero-Pedido TO Numero-Pedido-it
           MOVE ZEROES        TO Sequencia-it
           SET NO-FIM-AUX     TO TRUE
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM MOVER-UM-ITEM UNTIL FIM-AUX
           MOVE Numero-Pedido TO Numero-Pedido-fa
           MOVE ZEROES        TO Parcela-fa
           SET NO-FIM-AUX     TO TRUE
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM MOVER-UMA-FATURA UNTIL FIM-AUX
           MOVE Valor-Pedido TO VALOR-W
           MOVE 1 TO IND-F
           PERFORM SOMAR-MOVIDO
           IF MODO-EXECUCAO
              MOVE REG-PEDIDOS TO REG-PEDARQ
              WRITE REG-PEDARQ
              IF FILE-STATUS-ARQ = 22
                 REWRITE REG-PEDARQ
              END-IF
              DELETE PEDIDOS RECORD
           END-IF.

       MOVER-UM-ITEM.
           READ ITENS NEXT RECORD
              AT END SET FIM-AUX TO TRUE
           END-READ
           IF NOT FIM-AUX
              IF Numero-Pedido-it NOT = Numero-Pedido
                 SET FIM-AUX TO TRUE
              ELSE
                 MOVE Total-Item-it TO VALOR-W
                 MOVE 2 TO IND-F
                 PERFORM SOMAR-MOVIDO
                 IF MODO-EXECUCAO
                    MOVE REG-ITENS TO REG-ITEARQ
                    WRITE REG-ITEARQ
                    IF FILE-STATUS-ARQ = 22
                       REWRITE REG-ITEARQ
                    END-IF
                    DELETE ITENS RECORD
                 END-IF
              END-IF
           END-IF.

       MOVER-UMA-FATURA.
           READ FATURAS NEXT RECORD
              AT END SET FIM-AUX TO TRUE
           END-READ
           IF NOT FIM-AUX
              IF Numero-Pedido-fa NOT = Numero-Pedido
                 SET FIM-AUX TO TRUE
              ELSE
                 MOVE Numero-Pedido-fa TO Numero-Pedido-rc
                 MOVE Parcela-fa       TO Parcela-rc
                 MOVE ZEROES           TO Sequencia-rc
                 SET NO-FIM-REC        TO TRUE
                 START RECEBTOS KEY IS NOT LESS THAN Chave-Recebto
                    INVALID KEY SET FIM-REC TO TRUE
                 END-START
                 PERFORM MOVER-UM-RECEBTO UNTIL FIM-REC
                 MOVE Valor-Fatura TO VALOR-W
                 MOVE 3 TO IND-F
                 PERFORM SOMAR-MOVIDO
                 IF MODO-EXECUCAO
                    MOVE REG-FATURAS TO REG-FATARQ
                    WRITE REG-FATARQ
                    IF FILE-STATUS-ARQ = 22
                       REWRITE REG-FATARQ
                    END-IF
                    DELETE FATURAS RECORD
                 END-IF
              END-IF
           END-IF.

       MOVER-UM-RECEBTO.
           READ RECEBTOS NEXT RECORD
              AT END SET FIM-REC TO TRUE
           END-READ
           IF NOT FIM-REC
              IF Numero-Pedido-rc NOT = Numero-Pedido-fa
                 OR Parcela-rc NOT = Parcela-fa
                 SET FIM-REC TO TRUE
              ELSE
                 MOVE Valor-Recebto-rc TO VALOR-W
                 MOVE 4 TO IND-F
                 PERFORM SOMAR-MOVIDO
                 IF MODO-EXECUCAO
                    MOVE REG-RECEBTOS TO REG-RECARQ
                    WRITE REG-RECARQ
                    IF FILE-STATUS-ARQ = 22
                       REWRITE REG-RECARQ
                    END-IF
                    DELETE RECEBTOS RECORD
                 END-IF
              END-IF
           END-IF.

       EXPURGAR-MOVEST.
           SET NO-FIN-ARQ TO TRUE
           MOVE LOW-VALUES TO Chave-Movest
           START MOVEST KEY IS NOT LESS THAN Chave-Movest
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM AVALIAR-UM-MOVEST UNTIL FIN-ARQ.

       AVALIAR-UM-MOVEST.
           READ MOVEST NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ
              MOVE Data-mv TO DATA-EDIT-W
              PERFORM TESTAR-DATA-ELEGIVEL
              IF SW-DATA-ELEGIVEL = "S"
                 MOVE ANO-DATA-W TO ANO-W
                 PERFORM BUSCAR-ANO
                 MOVE Quantidade-mv TO VALOR-W
                 MOVE 5 TO IND-F
                 PERFORM SOMAR-MOVIDO
                 IF MODO-EXECUCAO
                    PERFORM ABRIR-ARQUIVOS-ANO
                    MOVE REG-MOVEST TO REG-MOVARQ
                    WRITE REG-MOVARQ
                    IF FILE-STATUS-ARQ = 22
                       REWRITE REG-MOVARQ
                    END-IF
                    DELETE MOVEST RECORD
                 END-IF
              END-IF
           END-IF.

       EXPURGAR-CLIMOV.
      ********** LINHAS DO CLIMOV DOS PEDIDOS MOVIDOS: VAO PARA O ****
      *    ANO DO PEDIDO COM A SITUACAO E O VALOR FINAIS, JA QUE O   *
      *    MESTRE DEIXA O ARQUIVO ATIVO                              *
           SET NO-FIN-ARQ TO TRUE
           MOVE LOW-VALUES TO Chave-Climov
           START CLIMOV KEY IS NOT LESS THAN Chave-Climov
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM AVALIAR-UM-CLIMOV UNTIL FIN-ARQ.

       AVALIAR-UM-CLIMOV.
           READ CLIMOV NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ
              PERFORM BUSCAR-PEDIDO-ARQUIVADO
              IF SW-ACHOU = "S"
                 MOVE Ano-Arq-T(IND-MEIO) TO ANO-W
                 PERFORM BUSCAR-ANO
                 MOVE Valor-cm TO VALOR-W
                 MOVE 6 TO IND-F
                 PERFORM SOMAR-MOVIDO
                 IF MODO-EXECUCAO
                    PERFORM ABRIR-ARQUIVOS-ANO
                    DELETE CLIMOV RECORD
                    PERFORM ATUALIZAR-CLIMOV-FINAL
                    MOVE REG-CLIMOV TO REG-CLIARQ
                    WRITE REG-CLIARQ
                    IF FILE-STATUS-ARQ = 22
                       REWRITE REG-CLIARQ
                    END-IF
                 END-IF
              END-IF
           END-IF.

       ATUALIZAR-CLIMOV-FINAL.
           IF Tipo-cm = "P"
              MOVE Numero-cm TO Numero-Pedido-pa
              READ PEDARQ
              IF FILE-STATUS-ARQ = 00
                 MOVE REG-PEDARQ TO REG-PEDIDOS
                 MOVE Situacao-Pedido TO Situacao-cm
              END-IF
           ELSE
              MOVE Numero-cm  TO Chave-Fatura-fq(1:7)
              MOVE Parcela-cm TO Chave-Fatura-fq(8:2)
              READ FATARQ
              IF FILE-STATUS-ARQ = 00
                 MOVE REG-FATARQ TO REG-FATURAS
                 MOVE Situacao-Fatura TO Situacao-cm
              END-IF
           END-IF.

       BUSCAR-PEDIDO-ARQUIVADO.
      ********** PESQUISA BINARIA: A TABELA FOI MONTADA NA ORDEM DA ***
      *    CHAVE DO PEDIDOS                                          *
           MOVE "N"         TO SW-ACHOU
           MOVE 1           TO IND-INI
           MOVE QTD-PED-ARQ TO IND-FIM
           PERFORM UNTIL IND-INI > IND-FIM OR SW-ACHOU = "S"
              COMPUTE IND-MEIO = (IND-INI + IND-FIM) / 2
              IF Pedido-Arq-T(IND-MEIO) = Numero-cm
                 MOVE "S" TO SW-ACHOU
              ELSE
                 IF Pedido-Arq-T(IND-MEIO) < Numero-cm
                    COMPUTE IND-INI = IND-MEIO + 1
                 ELSE
                    IF IND-MEIO = 1
                       MOVE ZEROES TO IND-FIM
                    ELSE
                       COMPUTE IND-FIM = IND-MEIO - 1
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       BUSCAR-ANO.
           MOVE ZEROES TO IND-A
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > QTD-ANOS
              IF Ano-T(IND-K) = ANO-W
                 MOVE IND-K    TO IND-A
                 MOVE QTD-ANOS TO IND-K
              END-IF
           END-PERFORM
           IF IND-A = ZEROES AND QTD-ANOS < 50
              ADD 1 TO QTD-ANOS
              MOVE QTD-ANOS TO IND-A
              MOVE ANO-W    TO Ano-T(IND-A)
           END-IF.

       SOMAR-MOVIDO.
           ADD 1       TO Qtd-Ctl-T(IND-F, 2)
           ADD VALOR-W TO Valor-Ctl-T(IND-F, 2)
           IF IND-A > ZEROES
              ADD 1       TO Qtd-Ano-T(IND-A, IND-F)
              ADD VALOR-W TO Valor-Ano-T(IND-A, IND-F)
           END-IF.

       ABRIR-ARQUIVOS-ANO.
      ********** ARQUIVOS DO ANO NA PASTA DE HISTORICO, CRIADOS NA ***
      *    PRIMEIRA VEZ: pedidos_AAAA.dat, itens_AAAA.dat, ... COM O *
      *    MESMO LAYOUT E CHAVE DOS ATIVOS                           *
           IF ANO-W NOT = ANO-ABERTO
              PERFORM FECHAR-ARQUIVOS-ANO
              PERFORM MONTAR-ARQUIVOS-ANO
              OPEN I-O PEDARQ
              IF FILE-STATUS-ARQ NOT = 00
                 OPEN OUTPUT PEDARQ
                 CLOSE PEDARQ
                 OPEN I-O PEDARQ
              END-IF
              OPEN I-O ITEARQ
              IF FILE-STATUS-ARQ NOT = 00
                 OPEN OUTPUT ITEARQ
                 CLOSE ITEARQ
                 OPEN I-O ITEARQ
              END-IF
              OPEN I-O FATARQ
              IF FILE-STATUS-ARQ NOT = 00
                 OPEN OUTPUT FATARQ
                 CLOSE FATARQ
                 OPEN I-O FATARQ
              END-IF
              OPEN I-O RECARQ
              IF FILE-STATUS-ARQ NOT = 00
                 OPEN OUTPUT RECARQ
                 CLOSE RECARQ
                 OPEN I-O RECARQ
              END-IF
              OPEN I-O MOVARQ
              IF FILE-STATUS-ARQ NOT = 00
                 OPEN OUTPUT MOVARQ
                 CLOSE MOVARQ
                 OPEN I-O MOVARQ
              END-IF
              OPEN I-O CLIARQ
              IF FILE-STATUS-ARQ NOT = 00
                 OPEN OUTPUT CLIARQ
                 CLOSE CLIARQ
                 OPEN I-O CLIARQ
              END-IF
              MOVE ANO-W TO ANO-ABERTO
           END-IF.

       FECHAR-ARQUIVOS-ANO.
           IF ANO-ABERTO NOT = ZEROES
              CLOSE PEDARQ ITEARQ FATARQ RECARQ MOVARQ CLIARQ
              MOVE ZEROES TO ANO-ABERTO
           END-IF.

       MONTAR-ARQUIVOS-ANO.
           MOVE SPACES TO ARQ-PEDARQ
           STRING FUNCTION TRIM(Dir-Historico-Par) DELIMITED BY SIZE
                  "pedidos_" ANO-W ".dat" DELIMITED BY SIZE
                  INTO ARQ-PEDARQ
           MOVE SPACES TO ARQ-ITEARQ
           STRING FUNCTION TRIM(Dir-Historico-Par) DELIMITED BY SIZE
                  "itens_" ANO-W ".dat" DELIMITED BY SIZE
                  INTO ARQ-ITEARQ
           MOVE SPACES TO ARQ-FATARQ
           STRING FUNCTION TRIM(Dir-Historico-Par) DELIMITED BY SIZE
                  "faturas_" ANO-W ".dat" DELIMITED BY SIZE
                  INTO ARQ-FATARQ
           MOVE SPACES TO ARQ-RECARQ
           STRING FUNCTION TRIM(Dir-Historico-Par) DELIMITED BY SIZE
                  "recebtos_" ANO-W ".dat" DELIMITED BY SIZE
                  INTO ARQ-RECARQ
           MOVE SPACES TO ARQ-MOVARQ
           STRING FUNCTION TRIM(Dir-Historico-Par) DELIMITED BY SIZE
                  "movest_" ANO-W ".dat" DELIMITED BY SIZE
                  INTO ARQ-MOVARQ
           MOVE SPACES TO ARQ-CLIARQ
           STRING FUNCTION TRIM(Dir-Historico-Par) DELIMITED BY SIZE
                  "climov_" ANO-W ".dat" DELIMITED BY SIZE
                  INTO ARQ-CLIARQ.

       PROJETAR-DEPOIS.
           COMPUTE Qtd-Ctl-T(IND-F, 3) =
              Qtd-Ctl-T(IND-F, 1) - Qtd-Ctl-T(IND-F, 2)
           COMPUTE Valor-Ctl-T(IND-F, 3) =
              Valor-Ctl-T(IND-F, 1) - Valor-Ctl-T(IND-F, 2).

       GERAR-RELATORIO.
           OPEN OUTPUT EXPREL
           MOVE SPACES TO LINHA-REL
           IF MODO-EXECUCAO
              STRING "EXPURGO ANUAL DO MOVIMENTO - " DATA-HOJE-EDIT
                 DELIMITED BY SIZE INTO LINHA-REL
           ELSE
              STRING "EXPURGO ANUAL DO MOVIMENTO (SIMULACAO) - "
                     DATA-HOJE-EDIT
                 DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           WRITE REG-EXPREL FROM LINHA-REL
           WRITE REG-EXPREL FROM LINHA-EMPRESA
           MOVE SPACES TO LINHA-REL
           STRING "MANTIDOS " ANOS-RETENCAO " ANOS; ARQUIVADO O "
                  "MOVIMENTO ENCERRADO ATE " ANO-CORTE
                  " EM PERIODOS FECHADOS"
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-EXPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-EXPREL FROM LINHA-REL
           MOVE "TOTAIS DE CONTROLE (ANTES = MOVIDO + DEPOIS)"
                TO LINHA-REL
           WRITE REG-EXPREL FROM LINHA-REL
           MOVE "ARQUIVO          ANTES         MOVIDO         DEPOIS"
                TO LINHA-REL
           MOVE "CONFERE" TO LINHA-REL(58:7)
           WRITE REG-EXPREL FROM LINHA-REL
           PERFORM IMPRIMIR-CONTROLE
              VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 6
           MOVE SPACES TO LINHA-REL
           WRITE REG-EXPREL FROM LINHA-REL
           MOVE "MOVIDO POR ANO DE ARQUIVO (QUANTIDADE)" TO LINHA-REL
           WRITE REG-EXPREL FROM LINHA-REL
           MOVE "ANO    PEDIDOS     ITENS   FATURAS" TO LINHA-REL
           MOVE "  RECEBTOS    MOVEST    CLIMOV" TO LINHA-REL(35:30)
           WRITE REG-EXPREL FROM LINHA-REL
           PERFORM IMPRIMIR-ANO
              VARYING IND-A FROM 1 BY 1 UNTIL IND-A > QTD-ANOS
           IF CONT-AVISOS-PED > ZEROES
              MOVE SPACES TO LINHA-REL
              STRING "AVISO: " CONT-AVISOS-PED " PEDIDOS ELEGIVEIS "
                     "FICARAM PARA A PROXIMA EXECUCAO (LIMITE DE "
                     "50000 POR EXECUCAO)"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-EXPREL FROM LINHA-REL
              ADD 1 TO JOB-AVISOS
           END-IF
           CLOSE EXPREL
           MOVE "expurgo.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       IMPRIMIR-CONTROLE.
           MOVE SPACES TO LINHA-REL
           MOVE Nome-Ctl-T(IND-F) TO LINHA-REL(1:10)
           MOVE Qtd-Ctl-T(IND-F, 1) TO WRK-QTD
           MOVE WRK-QTD TO LINHA-REL(12:11)
           MOVE Qtd-Ctl-T(IND-F, 2) TO WRK-QTD
           MOVE WRK-QTD TO LINHA-REL(27:11)
           MOVE Qtd-Ctl-T(IND-F, 3) TO WRK-QTD
           MOVE WRK-QTD TO LINHA-REL(42:11)
           COMPUTE DIF-QTD-W = Qtd-Ctl-T(IND-F, 1)
              - Qtd-Ctl-T(IND-F, 2) - Qtd-Ctl-T(IND-F, 3)
           COMPUTE DIF-VALOR-W = Valor-Ctl-T(IND-F, 1)
              - Valor-Ctl-T(IND-F, 2) - Valor-Ctl-T(IND-F, 3)
           IF DIF-QTD-W = ZEROES AND DIF-VALOR-W = ZEROES
              MOVE "SIM" TO LINHA-REL(58:3)
           ELSE
              MOVE "DIVERGENCIA" TO LINHA-REL(58:11)
              MOVE "DIVERGENC" TO JOB-STATUS
           END-IF
           WRITE REG-EXPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           MOVE "  VALOR" TO LINHA-REL(1:7)
           MOVE Valor-Ctl-T(IND-F, 1) TO WRK-VALOR
           MOVE WRK-VALOR TO LINHA-REL(12:18)
           MOVE Valor-Ctl-T(IND-F, 2) TO WRK-VALOR
           MOVE WRK-VALOR TO LINHA-REL(31:18)
           MOVE Valor-Ctl-T(IND-F, 3) TO WRK-VALOR
           MOVE WRK-VALOR TO LINHA-REL(50:18)
           WRITE REG-EXPREL FROM LINHA-REL.

       IMPRIMIR-ANO.
           MOVE SPACES TO LINHA-REL
           STRING Ano-T(IND-A) " " Qtd-Ano-T(IND-A, 1)
                  " " Qtd-Ano-T(IND-A, 2) " " Qtd-Ano-T(IND-A, 3)
                  " " Qtd-Ano-T(IND-A, 4) " " Qtd-Ano-T(IND-A, 5)
                  " " Qtd-Ano-T(IND-A, 6)
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-EXPREL FROM LINHA-REL.

       GRAVAR-CONTROLE-ANOS.
      ********** CONTROLE_EXPURGO.CSV NA PASTA DE HISTORICO: UMA *****
      *    LINHA POR ANO E ARQUIVO MOVIDO, ACUMULANDO AS EXECUCOES   *
           MOVE SPACES TO ARQ-CTLEXP
           STRING FUNCTION TRIM(Dir-Historico-Par) DELIMITED BY SIZE
                  "controle_expurgo.csv" DELIMITED BY SIZE
                  INTO ARQ-CTLEXP
           OPEN EXTEND CTLEXP
           IF FILE-STATUS-CT NOT = 00
              OPEN OUTPUT CTLEXP
           END-IF
           IF FILE-STATUS-CT = 00
              PERFORM VARYING IND-A FROM 1 BY 1 UNTIL IND-A > QTD-ANOS
                 PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 6
                    IF Qtd-Ano-T(IND-A, IND-F) > ZEROES
                       MOVE DATA-HOJE-EDIT          TO Data-ce
                       MOVE Ano-T(IND-A)            TO Ano-ce
                       MOVE Nome-Ctl-T(IND-F)       TO Arquivo-ce
                       MOVE Qtd-Ano-T(IND-A, IND-F) TO Qtd-ce
                       MOVE Valor-Ano-T(IND-A, IND-F)
                         TO Valor-ce
                       MOVE ";" TO FIL-CE1 FIL-CE2 FIL-CE3 FIL-CE4
                       WRITE REG-CTLEXP
                    END-IF
                 END-PERFORM
              END-PERFORM
              CLOSE CTLEXP
           ELSE
              DISPLAY "AVISO: controle_expurgo.csv NAO GRAVADO"
              ADD 1 TO JOB-AVISOS
           END-IF.

       FIN.
           IF JOB-STATUS = "OK" OR JOB-STATUS = "DIVERGENC"
              DISPLAY "RELATORIO GERADO: expurgo.txt"
              DISPLAY "Pedidos arquivados    : " Qtd-Ctl-T(1, 2)
              DISPLAY "Movimentos de estoque : " Qtd-Ctl-T(5, 2)
              IF JOB-STATUS = "DIVERGENC"
                 DISPLAY "ATENCAO: TOTAIS DE CONTROLE NAO CONFEREM"
              END-IF
           END-IF

           COMPUTE JOB-LIDOS = Qtd-Ctl-T(1, 1) + Qtd-Ctl-T(5, 1)
           COMPUTE JOB-GRAVADOS = Qtd-Ctl-T(1, 2) + Qtd-Ctl-T(2, 2)
              + Qtd-Ctl-T(3, 2) + Qtd-Ctl-T(4, 2) + Qtd-Ctl-T(5, 2)
              + Qtd-Ctl-T(6, 2)
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
           STRING "ANOS-RETENCAO=" ANOS-RETENCAO
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA81 "
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
           MOVE SPACES TO ARQ-MOVEST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "movest.dat" DELIMITED BY SIZE
                  INTO ARQ-MOVEST
           MOVE SPACES TO ARQ-CLIMOV
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "climov.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIMOV
           MOVE SPACES TO ARQ-PERFECH
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "perfech.dat" DELIMITED BY SIZE
                  INTO ARQ-PERFECH
           MOVE SPACES TO ARQ-EXPREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "expurgo.txt" DELIMITED BY SIZE
                  INTO ARQ-EXPREL.
       END PROGRAM PROGRAMA81.
