           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT SALDEP ASSIGN ARQ-SALDEP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Saldep
           FILE STATUS IS FILE-STATUS-SDP.

           SELECT DEPOSITOS ASSIGN ARQ-DEPOSITOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Deposito
           FILE STATUS IS FILE-STATUS-DEP.

           SELECT ESTOQREL ASSIGN ARQ-ESTOQREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  PRODUTOS.

           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  SALDEP.

       01  REG-SALDEP.
           05 Chave-Saldep.
              10 Codigo-Deposito-se        PIC 9(002).
              10 Codigo-Produto-se         PIC 9(005).
           05 Saldo-Deposito-se            PIC s9(007)v9(002).

       FD  DEPOSITOS.

       01  REG-DEPOSITOS.
           05 Codigo-Deposito              PIC 9(002).
           05 Descricao-Deposito           PIC X(030).
           05 Tipo-Deposito                PIC X(001).
           05 Zonas-Deposito.
              10 Zona-Dep OCCURS 10 TIMES  PIC X(003).
           05 Situacao-Deposito            PIC X(001).
              88 DEPOSITO-ATIVO                          VALUE "A".
           05 Operador-Inclusao-dp         PIC X(010).
           05 Data-Inclusao-dp             PIC X(010).
           05 Hora-Inclusao-dp             PIC X(008).
           05 Operador-Alteracao-dp        PIC X(010).
           05 Data-Alteracao-dp            PIC X(010).
           05 Hora-Alteracao-dp            PIC X(008).

       FD  ESTOQREL.

       01  REG-ESTOQREL                    PIC X(132).

       FD  JOBLOG.

           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-ESTOQREL                    PIC X(080)   VALUE SPACES.
           05 ARQ-SALDEP                      PIC X(080)   VALUE SPACES.
           05 ARQ-DEPOSITOS                   PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 CONT-PRODUTOS                PIC 9(005)   VALUE ZEROES.
           05 CONT-REPOR                   PIC 9(005)   VALUE ZEROES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 WRK-SALDO                    PIC Z.ZZZ.ZZ9,99-.
           05 WRK-RESERV                   PIC Z.ZZZ.ZZ9,99.
           05 WRK-DISPON                   PIC Z.ZZZ.ZZ9,99-.
           05 DISPONIVEL-W                 PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 WRK-PONTO                    PIC Z.ZZZ.ZZ9,99.
           05 DESCRICAO-W                  PIC X(040)   VALUE SPACES.
           05 FILE-STATUS-SDP              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-DEP              PIC 99       VALUE ZEROES.
           05 DEPOSITO-W                   PIC 9(002)   VALUE ZEROES.
           05 DESCR-DEPOSITO-W             PIC X(030)   VALUE SPACES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE

           DISPLAY "POSICAO DE ESTOQUE"
           DISPLAY "INSIRA DEPOSITO (0 = TODOS): "
           ACCEPT DEPOSITO-W

           OPEN INPUT SALDOS
           IF FILE-STATUS NOT = 00
              DISPLAY "saldos.dat AUSENTE; USE O PGM00033 PRIMEIRO"
              SET FIN-SALDOS TO TRUE
           ELSE
              PERFORM ABRIR-SALDO-DEPOSITO
              OPEN INPUT PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE "S" TO SW-PRODUTOS-OK
              MOVE "POSICAO DE ESTOQUE" TO LINHA-REL
              WRITE REG-ESTOQREL FROM LINHA-REL
              WRITE REG-ESTOQREL FROM LINHA-EMPRESA
              IF DEPOSITO-W NOT = ZEROES
                 MOVE SPACES TO LINHA-REL
                 STRING "DEPOSITO: " DEPOSITO-W " - "
                        DESCR-DEPOSITO-W
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-ESTOQREL FROM LINHA-REL
              END-IF
              MOVE SPACES TO LINHA-REL
              WRITE REG-ESTOQREL FROM LINHA-REL
              SET NO-FIN-SALDOS TO TRUE
           END-IF.

       PROCESO.
           IF DEPOSITO-W = ZEROES
              PERFORM LISTAR-SALDO
           ELSE
              PERFORM LISTAR-SALDO-DEPOSITO
           END-IF
           PERFORM LEER-SALDOS.

       ABRIR-SALDO-DEPOSITO.
      ********** POSICAO DE UM SO DEPOSITO: SALDO DO SALDEP.DAT ******
      *    (PGM00033/PGM00040); SEM ELE, OU COM DEPOSITO NAO         *
      *    CADASTRADO, VOLTA A POSICAO CONSOLIDADA                   *
           MOVE SPACES TO DESCR-DEPOSITO-W
           IF DEPOSITO-W NOT = ZEROES
              OPEN INPUT SALDEP
              IF FILE-STATUS-SDP NOT = 00
                 DISPLAY "saldep.dat AUSENTE; POSICAO CONSOLIDADA"
                 MOVE ZEROES TO DEPOSITO-W
              END-IF
           END-IF
           IF DEPOSITO-W NOT = ZEROES
              OPEN INPUT DEPOSITOS
              IF FILE-STATUS-DEP = 00
                 MOVE DEPOSITO-W TO Codigo-Deposito
                 READ DEPOSITOS
                 IF FILE-STATUS-DEP = 00
                    MOVE Descricao-Deposito TO DESCR-DEPOSITO-W
                 END-IF
                 CLOSE DEPOSITOS
              ELSE
                 MOVE ZEROES TO FILE-STATUS-DEP
                 IF DEPOSITO-W = 01
                    MOVE "DEPOSITO PRINCIPAL" TO DESCR-DEPOSITO-W
                 ELSE
                    MOVE 23 TO FILE-STATUS-DEP
                 END-IF
              END-IF
              IF FILE-STATUS-DEP NOT = 00
                 DISPLAY "DEPOSITO " DEPOSITO-W
                         " NAO CADASTRADO; POSICAO CONSOLIDADA"
                 CLOSE SALDEP
                 MOVE ZEROES TO DEPOSITO-W
              END-IF
           END-IF.

       LEER-SALDOS.
           READ SALDOS NEXT RECORD
                AT END
                 MOVE Descricao-Produto TO DESCRICAO-W
              END-IF
           END-IF
      ********** DISPONIVEL = SALDO MENOS O RESERVADO PELOS PEDIDOS **
      *    EM ABERTO (PGM00005); A REPOSICAO E AVALIADA SOBRE ELE    *
           COMPUTE DISPONIVEL-W = Saldo-Estoque-sd - Reservado-sd
           MOVE SPACES TO LINHA-REL
           MOVE Saldo-Estoque-sd   TO WRK-SALDO
           MOVE Reservado-sd       TO WRK-RESERV
           MOVE DISPONIVEL-W       TO WRK-DISPON
           MOVE Ponto-Reposicao-sd TO WRK-PONTO
           STRING "PRODUTO " Codigo-Produto-sd " "
                  DESCRICAO-W(1:30)
                  " SALDO " WRK-SALDO
                  " RESERV " WRK-RESERV
                  " DISPON " WRK-DISPON
                  " REPOS " WRK-PONTO
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-ESTOQREL FROM LINHA-REL
           IF Ponto-Reposicao-sd > ZEROES
              AND DISPONIVEL-W <= Ponto-Reposicao-sd
              ADD 1 TO CONT-REPOR
              ADD 1 TO JOB-AVISOS
              MOVE "  *** ABAIXO DO PONTO DE REPOSICAO ***"
              WRITE REG-ESTOQREL FROM LINHA-REL
           END-IF.

       LISTAR-SALDO-DEPOSITO.
      ********** NO DEPOSITO SO HA SALDO: A RESERVA E O PONTO DE *****
      *    REPOSICAO SAO DO PRODUTO NA EMPRESA (POSICAO CONSOLIDADA) *
           MOVE DEPOSITO-W        TO Codigo-Deposito-se
           MOVE Codigo-Produto-sd TO Codigo-Produto-se
           READ SALDEP
           IF FILE-STATUS-SDP = 00
              ADD 1 TO CONT-PRODUTOS
              MOVE SPACES TO DESCRICAO-W
              IF SW-PRODUTOS-OK = "S"
                 MOVE Codigo-Produto-sd TO Codigo-Produto
                 READ PRODUTOS
                 IF FILE-STATUS-PRO = 00
                    MOVE Descricao-Produto TO DESCRICAO-W
                 END-IF
              END-IF
              MOVE SPACES TO LINHA-REL
              MOVE Saldo-Deposito-se TO WRK-SALDO
              STRING "PRODUTO " Codigo-Produto-sd " "
                     DESCRICAO-W(1:30)
                     " SALDO NO DEPOSITO " WRK-SALDO
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-ESTOQREL FROM LINHA-REL
           END-IF.

       FIN.
           MOVE SPACES TO LINHA-REL
           WRITE REG-ESTOQREL FROM LINHA-REL
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-ESTOQREL FROM LINHA-REL
           CLOSE ESTOQREL
           MOVE "estoque.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           CLOSE SALDOS
           IF SW-PRODUTOS-OK = "S"
              CLOSE PRODUTOS
           END-IF
           IF DEPOSITO-W NOT = ZEROES
              CLOSE SALDEP
           END-IF

           DISPLAY "POSICAO GERADA: estoque.txt"
           DISPLAY "Produtos listados : " CONT-PRODUTOS
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "DEPOSITO=" DEPOSITO-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA59 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "estoque.txt" DELIMITED BY SIZE
                  INTO ARQ-ESTOQREL
           MOVE SPACES TO ARQ-SALDEP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldep.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDEP
           MOVE SPACES TO ARQ-DEPOSITOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "depositos.dat" DELIMITED BY SIZE
                  INTO ARQ-DEPOSITOS.
       END PROGRAM PROGRAMA59.
