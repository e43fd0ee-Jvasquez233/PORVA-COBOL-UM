           RECORD KEY IS Periodo-pf
           FILE STATUS IS FILE-STATUS-PF.

           SELECT CREDCLI ASSIGN ARQ-CREDCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Credcli
           FILE STATUS IS FILE-STATUS-CC.

           SELECT OCORREL ASSIGN ARQ-OCORREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           05 Data-Fech-pf                 PIC X(010).
           05 Operador-pf                  PIC X(010).

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

       FD  OCORREL.

       01  REG-OCORREL                     PIC X(100).
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-RETORNO                     PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-OCORREL                     PIC X(080)   VALUE SPACES.
           05 ARQ-PERFECH                     PIC X(080)   VALUE SPACES.
           05 ARQ-HISTVENDAS                  PIC X(080)   VALUE SPACES.
           05 ARQ-CREDCLI                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.

           05 FILE-STATUS-HV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PF               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CC               PIC 99       VALUE ZEROES.
           05 SW-CREDCLI-OK                PIC X        VALUE "N".
           05 SW-FIM-CC                    PIC X        VALUE "N".
              88 FIM-CC                                 VALUE "S".
              88 NO-FIM-CC                              VALUE "N".
           05 SALDO-TITULO-W               PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 EXCEDENTE-W                  PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 SEQ-CREDITO-NOVA-W           PIC 9(005)   VALUE ZEROES.
           05 CONT-EXCEDENTES              PIC 9(005)   VALUE ZEROES.
           05 SW-PERIODO-FECHADO           PIC X        VALUE "N".
           05 PERIODO-TESTE-W              PIC 9(006)   VALUE ZEROES.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
                 DISPLAY "STATUS: " FILE-STATUS
                 SET FIN-RETORNO TO TRUE
              ELSE
      ********** PAGAMENTO A MAIOR VAI PARA O SALDO CREDOR DO *******
      *    CLIENTE (CREDCLI.DAT, O MESMO DO PGM00018/PGM00037)       *
                 OPEN I-O CREDCLI
                 IF FILE-STATUS-CC NOT = 00
                    OPEN OUTPUT CREDCLI
                    CLOSE CREDCLI
                    OPEN I-O CREDCLI
                 END-IF
                 IF FILE-STATUS-CC = 00
                    MOVE "S" TO SW-CREDCLI-OK
                 END-IF
                 OPEN OUTPUT OCORREL
                 MOVE "OCORRENCIAS DO RETORNO BANCARIO"
                      TO LINHA-OCOR
                     Data-Ocorr-ret(5:4)
                 DELIMITED BY SIZE INTO DATA-OCORR-EDIT

              COMPUTE SALDO-TITULO-W = Valor-Fatura - Valor-Pago-fa
              MOVE ZEROES              TO EXCEDENTE-W
              IF Valor-Pago-ret > SALDO-TITULO-W
                 COMPUTE EXCEDENTE-W = Valor-Pago-ret - SALDO-TITULO-W
              END-IF

              PERFORM PROXIMA-SEQUENCIA-RECEB
              MOVE Pedido-ret          TO Numero-Pedido-rc
              MOVE Parcela-ret         TO Parcela-rc
              REWRITE REG-FATURAS
              ADD 1 TO CONT-BAIXADAS
              PERFORM ATUALIZAR-HISTORICO-VENDAS
              IF EXCEDENTE-W > ZEROES
                 PERFORM GRAVAR-CREDITO-EXCEDENTE
              END-IF
           END-IF
           END-IF
           END-IF.
              CLOSE HISTVENDAS
           END-IF.

       GRAVAR-CREDITO-EXCEDENTE.
      ********** O BANCO LIQUIDOU MAIS QUE O SALDO DO TITULO: A ******
      *    DIFERENCA FICA COMO SALDO CREDOR DO CLIENTE, PARA SER     *
      *    COMPENSADA NA BAIXA MANUAL (PGM00018, FORMA S)            *
           MOVE SPACES TO LINHA-OCOR
           IF SW-CREDCLI-OK = "S"
              PERFORM PROXIMA-SEQUENCIA-CREDITO
              MOVE Codigo-Cliente-fa   TO Codigo-Cliente-cc
              MOVE SEQ-CREDITO-NOVA-W  TO Sequencia-cc
              MOVE DATA-OCORR-EDIT     TO Data-cc
              MOVE "E"                 TO Tipo-cc
              MOVE EXCEDENTE-W         TO Valor-cc
              MOVE Pedido-ret          TO Numero-Pedido-cc
              MOVE Parcela-ret         TO Parcela-cc
              MOVE "EXCESSO RETORNO BANCARIO" TO Historico-cc
              MOVE "RETORNO"           TO Operador-cc
              WRITE REG-CREDCLI
           END-IF
           IF SW-CREDCLI-OK = "S" AND FILE-STATUS-CC = 00
              ADD 1 TO CONT-EXCEDENTES
              STRING "TITULO " Pedido-ret "/" Parcela-ret
                     " PAGO A MAIOR; EXCEDENTE " EXCEDENTE-W
                     " NO SALDO CREDOR DO CLIENTE " Codigo-Cliente-fa
                 DELIMITED BY SIZE INTO LINHA-OCOR
           ELSE
              STRING "TITULO " Pedido-ret "/" Parcela-ret
                     " PAGO A MAIOR; EXCEDENTE " EXCEDENTE-W
                     " NAO GRAVADO NO SALDO CREDOR"
                 DELIMITED BY SIZE INTO LINHA-OCOR
           END-IF
           WRITE REG-OCORREL FROM LINHA-OCOR
           ADD 1 TO JOB-AVISOS.

       PROXIMA-SEQUENCIA-CREDITO.
           MOVE ZEROES                TO SEQ-CREDITO-NOVA-W
           MOVE Codigo-Cliente-fa     TO Codigo-Cliente-cc
           MOVE ZEROES                TO Sequencia-cc
           SET NO-FIM-CC              TO TRUE
           START CREDCLI KEY IS NOT LESS THAN Chave-Credcli
              INVALID KEY SET FIM-CC TO TRUE
           END-START
           PERFORM CONTAR-UM-CREDITO UNTIL FIM-CC
           ADD 1                      TO SEQ-CREDITO-NOVA-W.

       CONTAR-UM-CREDITO.
           READ CREDCLI NEXT RECORD
              AT END SET FIM-CC TO TRUE
           END-READ
           IF NOT FIM-CC
              IF Codigo-Cliente-cc = Codigo-Cliente-fa
                 MOVE Sequencia-cc    TO SEQ-CREDITO-NOVA-W
              ELSE
                 SET FIM-CC           TO TRUE
              END-IF
           END-IF.

       PROXIMA-SEQUENCIA-RECEB.
           MOVE ZEROES                TO SEQUENCIA-NOVA-W
           MOVE Pedido-ret            TO Numero-Pedido-rc
                 FATURAS
                 RECEBTOS
                 OCORREL
           MOVE "retornocc.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           IF SW-CREDCLI-OK = "S"
              CLOSE CREDCLI
           END-IF

           DISPLAY "RETORNO PROCESSADO"
           DISPLAY "Titulos lidos        : " CONT-LIDOS
           DISPLAY "Baixas automaticas   : " CONT-BAIXADAS
           DISPLAY "Entradas confirmadas : " CONT-CONFIRMADAS
           DISPLAY "Ocorrencias/rejeicoes: " CONT-REJEITADAS
           DISPLAY "Excedentes p/ credito: " CONT-EXCEDENTES
           DISPLAY "Relatorio            : retornocc.txt"

           MOVE CONT-LIDOS    TO JOB-LIDOS
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA35 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "histvendas.dat" DELIMITED BY SIZE
                  INTO ARQ-HISTVENDAS
           MOVE SPACES TO ARQ-CREDCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "credcli.dat" DELIMITED BY SIZE
                  INTO ARQ-CREDCLI.
       END PROGRAM PROGRAMA35.
