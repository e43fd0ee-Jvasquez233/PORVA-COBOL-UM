      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: KARDEX VALORIZADO POR PRODUTO (CUSTO MEDIO PONDERADO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA96.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MOVEST ASSIGN ARQ-MOVEST
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Movest
           FILE STATUS IS FILE-STATUS-MOV.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT KARDEX ASSIGN ARQ-KARDEX
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-KX.

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
       FD  MOVEST.

      ********** DIARIO DE MOVIMENTOS: E = ENTRADA POR COMPRA, *******
      *    S = SAIDA PELO FATURAMENTO (PROGRAMA10), A = AJUSTE       *
      *    MANUAL AUDITADO, I = ACERTO DE INVENTARIO, T = TRANSFE-   *
      *    RENCIA ENTRE DEPOSITOS (UMA SAIDA E UMA ENTRADA)          *
      *    Custo-Unitario-mv: CUSTO DA ENTRADA DE COMPRA; NOS        *
      *    DEMAIS MOVIMENTOS, O CUSTO MEDIO DO PRODUTO NO MOMENTO    *
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

       FD  KARDEX.

       01  REG-KARDEX                      PIC X(132).

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
                                            VALUE "PROGRAMA96".
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
           05 ARQ-MOVEST                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-KARDEX                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS-MOV              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-KX               PIC 99       VALUE ZEROES.
           05 SW-FIM-MOV                   PIC X        VALUE "N".
              88 FIM-MOV                                VALUE "S".
              88 NO-FIM-MOV                             VALUE "N".
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 SW-CABEC-PRODUTO             PIC X        VALUE "N".

      ********** "AUTO" NA LINHA DE COMANDO: TODOS OS PRODUTOS, DO ***
      *    PRIMEIRO DIA DO MES ATE HOJE, SEM PERGUNTAS (AGENDADOR)   *
           05 ARG-LINHA                    PIC X(080)   VALUE SPACES.
           05 SW-MODO-AUTO                 PIC X        VALUE "N".
              88 MODO-AUTO                              VALUE "S".
              88 MODO-INTERATIVO                        VALUE "N".

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC 9(002)   VALUE ZEROES.
              10 MM-AUX                    PIC 9(002)   VALUE ZEROES.
              10 DD-AUX                    PIC 9(002)   VALUE ZEROES.
           05 DATA-HOJE-W                  PIC X(010)   VALUE SPACES.

           05 Produto-Sel-W                PIC 9(005)   VALUE ZEROES.
           05 Data-Inf-W                   PIC X(010)   VALUE SPACES.
           05 Data-Inf-R REDEFINES Data-Inf-W.
              10 Inf-Dia-W                 PIC 9(002).
              10 Inf-Sep1-W                PIC X(001).
              10 Inf-Mes-W                 PIC 9(002).
              10 Inf-Sep2-W                PIC X(001).
              10 Inf-Ano-W                 PIC 9(004).
           05 Data-AMD-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-AMD-R REDEFINES Data-AMD-W.
              10 Ano-AMD-W                 PIC 9(004).
              10 Mes-AMD-W                 PIC 9(002).
              10 Dia-AMD-W                 PIC 9(002).
           05 SW-DATA-OK                   PIC X        VALUE "N".
           05 Data-Ini-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-Fim-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-Ini-Edit-W              PIC X(010)   VALUE SPACES.
           05 Data-Fim-Edit-W              PIC X(010)   VALUE SPACES.
           05 Data-Mov-W                   PIC 9(008)   VALUE ZEROES.

      ********** SALDO CORRENTE DO PRODUTO EM QUANTIDADE E VALOR; ****
      *    ENTRADA ENTRA PELO SEU CUSTO, SAIDA SAI PELO CUSTO MEDIO  *
           05 Produto-Atual-W              PIC 9(005)   VALUE ZEROES.
           05 Saldo-Qtd-K                  PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 Saldo-Valor-K                PIC s9(011)v9(002)
                                            VALUE ZEROES.
           05 Custo-Medio-K                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Custo-Mov-K                  PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Valor-Mov-K                  PIC s9(011)v9(002)
                                            VALUE ZEROES.
           05 Entradas-Qtd-K               PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 Saidas-Qtd-K                 PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 CONT-MOV-PERIODO             PIC 9(007)   VALUE ZEROES.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-PRODUTOS                PIC 9(005)   VALUE ZEROES.
           05 TOTAL-ESTOQUE-FINAL          PIC s9(013)v9(002)
                                            VALUE ZEROES.

           05 WRK-QTD                      PIC ZZZ.ZZZ.ZZ9,99-.
           05 WRK-SALDO                    PIC ZZZ.ZZZ.ZZ9,99-.
           05 WRK-CUSTO                    PIC Z.ZZZ.ZZ9,99.
           05 WRK-MEDIO                    PIC Z.ZZZ.ZZ9,99.
           05 WRK-VALOR                    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 WRK-VALOR2                   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 WRK-TOTAL                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           ACCEPT ARG-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(ARG-LINHA) TO ARG-LINHA
           IF ARG-LINHA(1:4) = "AUTO"
              SET MODO-AUTO TO TRUE
           END-IF
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF SW-ARQUIVOS-OK = "S"
              PERFORM PROCESSAR-MOVIMENTOS
           END-IF
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE SPACES TO DATA-HOJE-W
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-HOJE-W
      ********** PERIODO PADRAO: DO PRIMEIRO DIA DO MES ATE HOJE *****
           COMPUTE Data-Fim-W = 20000000 + AA-AUX * 10000
                              + MM-AUX * 100 + DD-AUX
           COMPUTE Data-Ini-W = 20000000 + AA-AUX * 10000
                              + MM-AUX * 100 + 1
           MOVE ZEROES TO Produto-Sel-W

           IF MODO-INTERATIVO
              DISPLAY "KARDEX VALORIZADO (CUSTO MEDIO PONDERADO)"
              DISPLAY "INSIRA PRODUTO (0 = TODOS): "
              ACCEPT Produto-Sel-W
              DISPLAY "INSIRA DATA INICIAL (DD-MM-AAAA, "
                      "ENTER = INICIO DO MES): "
              MOVE SPACES TO Data-Inf-W
              ACCEPT Data-Inf-W
              IF Data-Inf-W NOT = SPACES
                 PERFORM VALIDAR-DATA
                 IF SW-DATA-OK = "S"
                    MOVE Data-AMD-W TO Data-Ini-W
                 ELSE
                    DISPLAY "DATA INVALIDA; VALE O INICIO DO MES"
                 END-IF
              END-IF
              DISPLAY "INSIRA DATA FINAL (DD-MM-AAAA, ENTER = HOJE): "
              MOVE SPACES TO Data-Inf-W
              ACCEPT Data-Inf-W
              IF Data-Inf-W NOT = SPACES
                 PERFORM VALIDAR-DATA
                 IF SW-DATA-OK = "S"
                    MOVE Data-AMD-W TO Data-Fim-W
                 ELSE
                    DISPLAY "DATA INVALIDA; VALE HOJE"
                 END-IF
              END-IF
           END-IF
           IF Data-Ini-W > Data-Fim-W
              MOVE Data-Fim-W TO Data-Ini-W
           END-IF
           MOVE Data-Ini-W TO Data-AMD-W
           MOVE SPACES TO Data-Ini-Edit-W
           STRING Dia-AMD-W "-" Mes-AMD-W "-" Ano-AMD-W
              DELIMITED BY SIZE INTO Data-Ini-Edit-W
           MOVE Data-Fim-W TO Data-AMD-W
           MOVE SPACES TO Data-Fim-Edit-W
           STRING Dia-AMD-W "-" Mes-AMD-W "-" Ano-AMD-W
              DELIMITED BY SIZE INTO Data-Fim-Edit-W

           OPEN INPUT MOVEST
           IF FILE-STATUS-MOV NOT = 00
              DISPLAY "movest.dat NAO PODE SER ABERTO"
              DISPLAY "STATUS: " FILE-STATUS-MOV
              MOVE "SEM MOVEST" TO JOB-STATUS
           ELSE
              MOVE "S" TO SW-ARQUIVOS-OK
              OPEN INPUT PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE "S" TO SW-PRODUTOS-OK
              END-IF
              OPEN OUTPUT KARDEX
              MOVE SPACES TO LINHA-REL
              STRING "KARDEX VALORIZADO - CUSTO MEDIO PONDERADO - "
                     "PERIODO " Data-Ini-Edit-W " A " Data-Fim-Edit-W
                     " - EMITIDO EM " DATA-HOJE-W
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
              IF LINHA-EMPRESA NOT = SPACES
                 MOVE LINHA-EMPRESA TO LINHA-REL
                 PERFORM ESCREVER-LINHA
              END-IF
           END-IF.

       VALIDAR-DATA.
           MOVE "N" TO SW-DATA-OK
           IF Inf-Dia-W IS NUMERIC AND Inf-Mes-W IS NUMERIC
              AND Inf-Ano-W IS NUMERIC
              AND Inf-Sep1-W = "-" AND Inf-Sep2-W = "-"
              IF Inf-Mes-W >= 1 AND Inf-Mes-W <= 12
                 AND Inf-Dia-W >= 1 AND Inf-Dia-W <= 31
                 AND Inf-Ano-W > 1900
                 MOVE Inf-Ano-W TO Ano-AMD-W
                 MOVE Inf-Mes-W TO Mes-AMD-W
                 MOVE Inf-Dia-W TO Dia-AMD-W
                 MOVE "S" TO SW-DATA-OK
              END-IF
           END-IF.

       PROCESSAR-MOVIMENTOS.
      ********** O DIARIO E LIDO NA ORDEM DA CHAVE (PRODUTO E ********
      *    SEQUENCIA, QUE E A ORDEM DE LANCAMENTO). O QUE E ANTERIOR *
      *    AO PERIODO SO FORMA O SALDO INICIAL; O POSTERIOR NAO VALE *
           MOVE Produto-Sel-W TO Codigo-Produto-mv
           MOVE ZEROES        TO Sequencia-mv
           SET NO-FIM-MOV TO TRUE
           START MOVEST KEY IS NOT LESS THAN Chave-Movest
              INVALID KEY SET FIM-MOV TO TRUE
           END-START
           MOVE ZEROES TO Produto-Atual-W
           PERFORM LER-UM-MOVIMENTO UNTIL FIM-MOV
           IF Produto-Atual-W NOT = ZEROES
              PERFORM FECHAR-PRODUTO
           END-IF

           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE TOTAL-ESTOQUE-FINAL TO WRK-TOTAL
           STRING "VALOR TOTAL DO ESTOQUE EM " Data-Fim-Edit-W ": "
                  WRK-TOTAL
                  "   PRODUTOS: " CONT-PRODUTOS
                  "   MOVIMENTOS NO PERIODO: " CONT-MOV-PERIODO
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA.

       LER-UM-MOVIMENTO.
           READ MOVEST NEXT RECORD
              AT END SET FIM-MOV TO TRUE
           END-READ
           IF NOT FIM-MOV
              IF Produto-Sel-W NOT = ZEROES
                 AND Codigo-Produto-mv NOT = Produto-Sel-W
                 SET FIM-MOV TO TRUE
              END-IF
           END-IF
           IF NOT FIM-MOV AND Codigo-Produto-mv NOT = ZEROES
              ADD 1 TO CONT-LIDOS
              IF Codigo-Produto-mv NOT = Produto-Atual-W
                 IF Produto-Atual-W NOT = ZEROES
                    PERFORM FECHAR-PRODUTO
                 END-IF
                 PERFORM ABRIR-PRODUTO
              END-IF
              MOVE ZEROES TO Data-Mov-W
              IF Data-mv(1:2) IS NUMERIC AND Data-mv(4:2) IS NUMERIC
                 AND Data-mv(7:4) IS NUMERIC
                 COMPUTE Data-Mov-W =
                    FUNCTION NUMVAL(Data-mv(7:4)) * 10000
                    + FUNCTION NUMVAL(Data-mv(4:2)) * 100
                    + FUNCTION NUMVAL(Data-mv(1:2))
              END-IF
              IF Data-Mov-W NOT > Data-Fim-W
                 IF Data-Mov-W NOT < Data-Ini-W
                    AND SW-CABEC-PRODUTO NOT = "S"
                    PERFORM CABECALHO-PRODUTO
                 END-IF
                 PERFORM VALORIZAR-MOVIMENTO
                 IF Data-Mov-W NOT < Data-Ini-W
                    PERFORM IMPRIMIR-MOVIMENTO
                 END-IF
              END-IF
           END-IF.

       ABRIR-PRODUTO.
           MOVE Codigo-Produto-mv TO Produto-Atual-W
           MOVE ZEROES TO Saldo-Qtd-K Saldo-Valor-K Custo-Medio-K
           MOVE ZEROES TO Entradas-Qtd-K Saidas-Qtd-K
           MOVE "N"    TO SW-CABEC-PRODUTO.

       VALORIZAR-MOVIMENTO.
      ********** ENTRADA (QUANTIDADE POSITIVA) PELO CUSTO GRAVADO NO *
      *    MOVIMENTO, OU PELO MEDIO SE VEIO SEM CUSTO; SAIDA PELO    *
      *    CUSTO MEDIO CORRENTE. O MEDIO SO MUDA NAS ENTRADAS E,     *
      *    COM O SALDO ZERADO OU NEGATIVO, O VALOR VOLTA A ZERO      *
           IF Custo-Unitario-mv IS NOT NUMERIC
              MOVE ZEROES TO Custo-Unitario-mv
           END-IF
           IF Quantidade-mv > ZEROES
              IF Custo-Unitario-mv > ZEROES
                 MOVE Custo-Unitario-mv TO Custo-Mov-K
              ELSE
                 MOVE Custo-Medio-K     TO Custo-Mov-K
              END-IF
           ELSE
              IF Custo-Medio-K > ZEROES
                 MOVE Custo-Medio-K     TO Custo-Mov-K
              ELSE
                 MOVE Custo-Unitario-mv TO Custo-Mov-K
              END-IF
           END-IF
           COMPUTE Valor-Mov-K ROUNDED = Quantidade-mv * Custo-Mov-K
           ADD Quantidade-mv TO Saldo-Qtd-K
           ADD Valor-Mov-K   TO Saldo-Valor-K
           IF Saldo-Qtd-K > ZEROES
              COMPUTE Custo-Medio-K ROUNDED =
                 Saldo-Valor-K / Saldo-Qtd-K
           ELSE
              MOVE ZEROES TO Saldo-Valor-K
           END-IF.

       IMPRIMIR-MOVIMENTO.
           ADD 1 TO CONT-MOV-PERIODO
           IF Quantidade-mv > ZEROES
              ADD Quantidade-mv TO Entradas-Qtd-K
           ELSE
              SUBTRACT Quantidade-mv FROM Saidas-Qtd-K
           END-IF
           MOVE Quantidade-mv TO WRK-QTD
           MOVE Custo-Mov-K   TO WRK-CUSTO
           MOVE Valor-Mov-K   TO WRK-VALOR
           MOVE Saldo-Qtd-K   TO WRK-SALDO
           MOVE Saldo-Valor-K TO WRK-VALOR2
           MOVE Custo-Medio-K TO WRK-MEDIO
           MOVE SPACES TO LINHA-REL
           STRING Data-mv " " Tipo-mv " " Codigo-Deposito-mv " "
                  WRK-QTD " " WRK-CUSTO " " WRK-VALOR " "
                  WRK-SALDO " " WRK-VALOR2 " " WRK-MEDIO " "
                  Motivo-mv
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA.

       CABECALHO-PRODUTO.
      ********** CABECALHO E SALDO ANTERIOR AO PERIODO ***************
           MOVE "S" TO SW-CABEC-PRODUTO
           ADD 1 TO CONT-PRODUTOS
           MOVE SPACES TO Descricao-Produto
           IF SW-PRODUTOS-OK = "S"
              MOVE Produto-Atual-W TO Codigo-Produto
              READ PRODUTOS
              IF FILE-STATUS-PRO NOT = 00
                 MOVE "(SEM CADASTRO)" TO Descricao-Produto
              END-IF
           END-IF
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           STRING "PRODUTO " Produto-Atual-W " - " Descricao-Produto
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "DATA       T DP      QUANTIDADE  CUSTO UNIT."
                TO LINHA-REL
           MOVE "        VALOR MOV.     SALDO QTD.       SALDO VALOR"
                TO LINHA-REL(46:)
           MOVE "  CUSTO MEDIO MOTIVO" TO LINHA-REL(97:)
           PERFORM ESCREVER-LINHA
           MOVE Saldo-Qtd-K   TO WRK-SALDO
           MOVE Saldo-Valor-K TO WRK-VALOR2
           MOVE Custo-Medio-K TO WRK-MEDIO
           STRING "SALDO ANTERIOR A " Data-Ini-Edit-W
              DELIMITED BY SIZE INTO LINHA-REL
           MOVE WRK-SALDO     TO LINHA-REL(64:)
           MOVE WRK-VALOR2    TO LINHA-REL(80:)
           MOVE WRK-MEDIO     TO LINHA-REL(99:)
           PERFORM ESCREVER-LINHA.

       FECHAR-PRODUTO.
      ********** PRODUTO SEM MOVIMENTO NO PERIODO SO APARECE SE ******
      *    TIVER SALDO; O VALOR FINAL VAI PARA O TOTAL DO ESTOQUE    *
           IF SW-CABEC-PRODUTO NOT = "S" AND Saldo-Qtd-K NOT = ZEROES
              PERFORM CABECALHO-PRODUTO
           END-IF
           IF SW-CABEC-PRODUTO = "S"
              MOVE Entradas-Qtd-K TO WRK-QTD
              MOVE Saidas-Qtd-K   TO WRK-SALDO
              MOVE SPACES TO LINHA-REL
              STRING "ENTRADAS NO PERIODO: " WRK-QTD
                     "   SAIDAS NO PERIODO: " WRK-SALDO
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
              MOVE Saldo-Qtd-K   TO WRK-SALDO
              MOVE Saldo-Valor-K TO WRK-VALOR2
              MOVE Custo-Medio-K TO WRK-MEDIO
              STRING "SALDO FINAL EM " Data-Fim-Edit-W
                 DELIMITED BY SIZE INTO LINHA-REL
              MOVE WRK-SALDO     TO LINHA-REL(64:)
              MOVE WRK-VALOR2    TO LINHA-REL(80:)
              MOVE WRK-MEDIO     TO LINHA-REL(99:)
              PERFORM ESCREVER-LINHA
              ADD Saldo-Valor-K TO TOTAL-ESTOQUE-FINAL
           END-IF.

       ESCREVER-LINHA.
           MOVE LINHA-REL TO REG-KARDEX
           WRITE REG-KARDEX
           MOVE SPACES TO LINHA-REL.

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              CLOSE MOVEST KARDEX
              MOVE "kardex.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-PRODUTOS-OK = "S"
                 CLOSE PRODUTOS
              END-IF
              IF MODO-INTERATIVO
                 MOVE TOTAL-ESTOQUE-FINAL TO WRK-TOTAL
                 DISPLAY "PRODUTOS NO KARDEX   : " CONT-PRODUTOS
                 DISPLAY "MOVIMENTOS NO PERIODO: " CONT-MOV-PERIODO
                 DISPLAY "VALOR DO ESTOQUE     : " WRK-TOTAL
                 DISPLAY "RELATORIO GRAVADO EM kardex.txt"
              END-IF
           END-IF
           MOVE CONT-LIDOS       TO JOB-LIDOS
           MOVE CONT-MOV-PERIODO TO JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           IF JOB-STATUS = "OK" OR JOB-STATUS = "AVISO"
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
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
           STRING "PRODUTO=" Produto-Sel-W " DE=" Data-Ini-Edit-W
                  " ATE=" Data-Fim-Edit-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA96 "
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
           MOVE SPACES TO ARQ-MOVEST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "movest.dat" DELIMITED BY SIZE
                  INTO ARQ-MOVEST
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-KARDEX
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "kardex.txt" DELIMITED BY SIZE
                  INTO ARQ-KARDEX.
       END PROGRAM PROGRAMA96.
