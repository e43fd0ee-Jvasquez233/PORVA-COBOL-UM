           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS.

           SELECT CREDCLI ASSIGN ARQ-CREDCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Credcli
           FILE STATUS IS FILE-STATUS-CC.

           SELECT EXTRATO ASSIGN ARQ-EXTRATO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".


       FD  CREDCLI.

       01  REG-CREDCLI.
           05 Chave-Credcli.
              10 Codigo-Cliente-cc         PIC 9(007).
              10 Sequencia-cc              PIC 9(005).
           05 Data-cc                      PIC X(010).
           05 Tipo-cc                      PIC X(001).
              88 CREDITO-DEVOLUCAO                       VALUE "D".
              88 CREDITO-EXCESSO                         VALUE "E".
              88 CREDITO-COMPENSADO                      VALUE "C".
           05 Valor-cc                     PIC s9(009)v9(002).
           05 Numero-Pedido-cc             PIC 9(007).
           05 Parcela-cc                   PIC 9(002).
           05 Historico-cc                 PIC X(030).
           05 Operador-cc                  PIC X(010).

       FD  EXTRATO.

           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RECEBTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-EXTRATO                     PIC X(080)   VALUE SPACES.
           05 ARQ-CREDCLI                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
           05 SALDO-CORRENTE               PIC s9(011)v9(002)
                                            VALUE ZEROES.
           05 DATA-AMD-W                   PIC 9(008)   VALUE ZEROES.
           05 FILE-STATUS-CC               PIC 99       VALUE ZEROES.
           05 SALDO-CREDOR-W               PIC s9(011)v9(002)
                                            VALUE ZEROES.

      ********** EVENTOS DO CLIENTE EM ORDEM CRONOLOGICA: ************
      *    F = FATURA EMITIDA (DEBITO), P = PAGAMENTO (CREDITO),     *
      *    N = NOTA DE CREDITO ABATIDA NA PARCELA (CREDITO),         *
      *    D = SOBRA DE DEVOLUCAO LANCADA NO SALDO CREDOR (CREDITO), *
      *    V = CHEQUE DEVOLVIDO, ESTORNO DO PAGAMENTO (DEBITO)       *
           05 TABELA-EVENTOS.
              10 EVENTO-OCC OCCURS 9999 TIMES.
                 15 Data-AMD-T             PIC 9(008).
           START RECEBTOS KEY IS NOT LESS THAN Chave-Recebto
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM CARREGAR-UM-RECEBTO UNTIL FIN-ARQ

      ********** SALDO CREDOR DO CLIENTE (CREDCLI.DAT); SEM O ********
      *    ARQUIVO O EXTRATO SAI SO COM FATURAS E PAGAMENTOS         *
           OPEN INPUT CREDCLI
           IF FILE-STATUS-CC = 00
              SET NO-FIN-ARQ TO TRUE
              MOVE CLIENTE-EXT TO Codigo-Cliente-cc
              MOVE ZEROES      TO Sequencia-cc
              START CREDCLI KEY IS NOT LESS THAN Chave-Credcli
                 INVALID KEY SET FIN-ARQ TO TRUE
              END-START
              PERFORM CARREGAR-UM-CREDITO UNTIL FIN-ARQ
              CLOSE CREDCLI
           END-IF.

       CARREGAR-UMA-FATURA.
           READ FATURAS NEXT RECORD
           READ RECEBTOS NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
      ********** A COMPENSACAO (FORMA S) SO CONSOME UM CREDITO QUE **
      *    JA ENTROU NO EXTRATO (PAGAMENTO A MAIOR OU DEVOLUCAO)     *
           IF NOT FIN-ARQ
              AND Forma-Recebto-rc NOT = "S"
              MOVE Numero-Pedido-rc TO Numero-Pedido-fa
              MOVE Parcela-rc       TO Parcela-fa
              READ FATURAS
                    + FUNCTION NUMVAL(Data-Recebto-rc(1:2))
                 MOVE Data-Recebto-rc TO
                      Data-Edit-T(QTD-EVENTOS)
                 IF Forma-Recebto-rc = "N"
                    MOVE "N" TO Tipo-T(QTD-EVENTOS)
                 ELSE
                 IF Forma-Recebto-rc = "V"
                    MOVE "V" TO Tipo-T(QTD-EVENTOS)
                 ELSE
                    MOVE "P" TO Tipo-T(QTD-EVENTOS)
                 END-IF
                 END-IF
                 MOVE SPACES TO Documento-T(QTD-EVENTOS)
                 STRING Numero-Pedido-rc "/" Parcela-rc
                    DELIMITED BY SIZE
              END-IF
           END-IF.

       CARREGAR-UM-CREDITO.
      ********** TODOS OS LANCAMENTOS FORMAM O SALDO CREDOR; SO A *****
      *    SOBRA DE DEVOLUCAO VIRA EVENTO (O PAGAMENTO A MAIOR JA    *
      *    ESTA NO RECEBIMENTO E A COMPENSACAO FOI IGNORADA ACIMA)   *
           READ CREDCLI NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ
              IF Codigo-Cliente-cc NOT = CLIENTE-EXT
                 SET FIN-ARQ TO TRUE
              ELSE
                 ADD Valor-cc TO SALDO-CREDOR-W
                 IF CREDITO-DEVOLUCAO
                    AND QTD-EVENTOS < 9999
                    ADD 1 TO QTD-EVENTOS
                    COMPUTE Data-AMD-T(QTD-EVENTOS) =
                       FUNCTION NUMVAL(Data-cc(7:4)) * 10000
                       + FUNCTION NUMVAL(Data-cc(4:2)) * 100
                       + FUNCTION NUMVAL(Data-cc(1:2))
                    MOVE Data-cc TO Data-Edit-T(QTD-EVENTOS)
                    MOVE "D" TO Tipo-T(QTD-EVENTOS)
                    MOVE SPACES TO Documento-T(QTD-EVENTOS)
                    STRING Numero-Pedido-cc "/DEV"
                       DELIMITED BY SIZE
                       INTO Documento-T(QTD-EVENTOS)
                    MOVE Valor-cc TO Valor-Ev-T(QTD-EVENTOS)
                    MOVE "N" TO SW-Listado-T(QTD-EVENTOS)
                 END-IF
              END-IF
           END-IF.

       GERAR-EXTRATO.
           OPEN OUTPUT EXTRATO
           MOVE SPACES TO LINHA-TITULO
           STRING "SALDO DEVEDOR ATUAL: " SALDO-DET
              DELIMITED BY SIZE INTO LINHA-TITULO
           WRITE REG-EXTRATO FROM LINHA-TITULO
           MOVE SPACES TO LINHA-TITULO
           MOVE SALDO-CREDOR-W TO SALDO-DET
           STRING "SALDO CREDOR DISPONIVEL: " SALDO-DET
                  " (COMPENSAVEL NA BAIXA, FORMA S)"
              DELIMITED BY SIZE INTO LINHA-TITULO
           WRITE REG-EXTRATO FROM LINHA-TITULO
           CLOSE EXTRATO
           MOVE "extratocli.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       LISTAR-EVENTO-CRONO.
      ********** SELECIONA O EVENTO MAIS ANTIGO AINDA NAO LISTADO ****
           IF IDX-MENOR > ZEROES
              INITIALIZE LINHA-DET
              MOVE Data-Edit-T(IDX-MENOR)  TO DATA-DET
              EVALUATE Tipo-T(IDX-MENOR)
                 WHEN "F"
                    MOVE "FATURA"          TO TIPO-DET
                    ADD Valor-Ev-T(IDX-MENOR) TO SALDO-CORRENTE
                 WHEN "N"
                    MOVE "NOTA CRED"       TO TIPO-DET
                    SUBTRACT Valor-Ev-T(IDX-MENOR)
                       FROM SALDO-CORRENTE
                 WHEN "D"
                    MOVE "DEVOLUCAO"       TO TIPO-DET
                    SUBTRACT Valor-Ev-T(IDX-MENOR)
                       FROM SALDO-CORRENTE
                 WHEN "V"
                    MOVE "CHQ DEVOLV"      TO TIPO-DET
                    ADD Valor-Ev-T(IDX-MENOR) TO SALDO-CORRENTE
                 WHEN OTHER
                    MOVE "PAGAMENTO"       TO TIPO-DET
                    SUBTRACT Valor-Ev-T(IDX-MENOR)
                       FROM SALDO-CORRENTE
              END-EVALUATE
              MOVE Documento-T(IDX-MENOR)  TO DOC-DET
              MOVE Valor-Ev-T(IDX-MENOR)   TO VALOR-DET
              MOVE SALDO-CORRENTE          TO SALDO-DET
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "CLIENTE=" CLIENTE-EXT
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA43 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "extratocli.txt" DELIMITED BY SIZE
                  INTO ARQ-EXTRATO
           MOVE SPACES TO ARQ-CREDCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "credcli.dat" DELIMITED BY SIZE
                  INTO ARQ-CREDCLI.
       END PROGRAM PROGRAMA43.
