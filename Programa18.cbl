           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT PLANOVIS ASSIGN ARQ-PLANOVIS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Plano
           FILE STATUS IS FILE-STATUS-PL.

           SELECT ROTEIROLOG ASSIGN ARQ-ROTEIROLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-LOG.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  VENDEDOR.


       01  REG-ROTEIRO                     PIC X(100).

       FD  PLANOVIS.

      ********** PLANO MENSAL DE VISITAS (PROGRAMA88), LIDO PELO *****
      *    ROTEIRO DIARIO (PROGRAMA18) E PELA ADERENCIA (PROGRAMA52) *
       01  REG-PLANOVIS.
           05 Chave-Plano.
              10 Codigo-Vendedor-pl        PIC 9(003).
              10 Data-Plano-pl             PIC 9(008).
              10 Codigo-Cliente-pl         PIC 9(007).
           05 Frequencia-pl                PIC X(001).
           05 Fora-Preferencia-pl          PIC X(001).

       FD  ROTEIROLOG BLOCK 107 CHARACTERS.

      ********** DIARIO DOS ROTEIROS GERADOS, USADO PELO CONFRONTO ***
           05 Prazo-Venc-Par               PIC 9(003)   VALUE 30.
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-RELVENCL                    PIC X(080)   VALUE SPACES.
           05 ARQ-ROTEIRO                     PIC X(080)   VALUE SPACES.
           05 ARQ-ROTEIROLOG                  PIC X(080)   VALUE SPACES.
           05 ARQ-PLANOVIS                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SW-FIM-RELV                  PIC X        VALUE "N".
           05 FILE-STATUS-LOG              PIC 99       VALUE ZEROES.
           05 SW-LOG-OK                    PIC X        VALUE "N".
           05 DATA-GER-EDIT                PIC X(010)   VALUE SPACES.
      ********** DATA DO PLANO MENSAL; ZERO = CARTEIRA COMPLETA ******
           05 DATA-PLANO-ROTA              PIC 9(008)   VALUE ZEROES.
           05 DATA-PLANO-R REDEFINES DATA-PLANO-ROTA.
              10 AAAA-PLANO                PIC 9(004).
              10 MM-PLANO                  PIC 9(002).
              10 DD-PLANO                  PIC 9(002).
           05 FILE-STATUS-PL               PIC 99       VALUE ZEROES.
           05 SW-FIM-PLANO                 PIC X        VALUE "N".
              88 FIM-PLANO                              VALUE "S".
              88 NO-FIM-PLANO                           VALUE "N".

           05 TABELA-CARTEIRA.
              10 CARTEIRA-OCC OCCURS 9999 TIMES.
           IF VISITAS-POR-DIA = ZEROES
              MOVE 10 TO VISITAS-POR-DIA
           END-IF
           DISPLAY "INSIRA DATA DO PLANO (AAAAMMDD, 0 = CARTEIRA "
                   "COMPLETA): "
           ACCEPT DATA-PLANO-ROTA

           OPEN INPUT RELVENCL
           IF FILE-STATUS = 00
           MOVE Latitude-v        TO Lat-Atual
           MOVE Longitude-v       TO Long-Atual

           IF DATA-PLANO-ROTA = ZEROES
              PERFORM CARREGAR-CARTEIRA
           ELSE
              PERFORM CARREGAR-PLANO
           END-IF

           IF QTD-CARTEIRA = ZEROES
              DISPLAY "NENHUM CLIENTE NA CARTEIRA DESTE VENDEDOR "
                      "(VER RELVENCLI.CSV OU O PLANO MENSAL)"
              CLOSE CLIENTES VENDEDOR RELVENCL
              STOP RUN
           END-IF
           END-PERFORM
           END-IF.

       CARREGAR-PLANO.
      ********** CLIENTES DO PLANO MENSAL (PROGRAMA88) PARA O *******
      *    VENDEDOR NA DATA PEDIDA: UM SO DIA DE ROTEIRO, DATADO COM *
      *    A DATA DO PLANO                                           *
           MOVE 999 TO VISITAS-POR-DIA
           OPEN INPUT PLANOVIS
           IF FILE-STATUS-PL NOT = 00
              DISPLAY "planovis.dat AUSENTE; EXECUTE O PLANO MENSAL "
                      "PRIMEIRO"
           ELSE
              MOVE COD-VEND-ROTA   TO Codigo-Vendedor-pl
              MOVE DATA-PLANO-ROTA TO Data-Plano-pl
              MOVE ZEROES          TO Codigo-Cliente-pl
              SET NO-FIM-PLANO TO TRUE
              START PLANOVIS KEY IS NOT LESS THAN Chave-Plano
                 INVALID KEY SET FIM-PLANO TO TRUE
              END-START
              PERFORM UNTIL FIM-PLANO
                 READ PLANOVIS NEXT RECORD
                    AT END SET FIM-PLANO TO TRUE
                 END-READ
                 IF NO-FIM-PLANO
                    IF Codigo-Vendedor-pl NOT = COD-VEND-ROTA
                       OR Data-Plano-pl NOT = DATA-PLANO-ROTA
                       SET FIM-PLANO TO TRUE
                    ELSE
                       MOVE Codigo-Cliente-pl TO Codigo-Cliente
                       READ CLIENTES KEY Codigo-Cliente
                       IF FILE-STATUS = 00 AND QTD-CARTEIRA < 9999
                          ADD 1 TO QTD-CARTEIRA
                          MOVE Codigo-Cliente
                               TO Codigo-Cliente-R(QTD-CARTEIRA)
                          MOVE Razão-Social
                               TO Razão-Social-R(QTD-CARTEIRA)
                          MOVE Latitude-c  TO Lat-R(QTD-CARTEIRA)
                          MOVE Longitude-c TO Long-R(QTD-CARTEIRA)
                          MOVE "N"       TO SW-Visitado-R(QTD-CARTEIRA)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PLANOVIS
           END-IF.

       LEER-RELVENCL.
           READ RELVENCL
              AT END SET FIM-RELV TO TRUE
           MOVE SPACES TO DATA-GER-EDIT
           STRING JOB-DD "-" JOB-MM "-20" JOB-AA
              DELIMITED BY SIZE INTO DATA-GER-EDIT
           IF DATA-PLANO-ROTA NOT = ZEROES
              MOVE SPACES TO DATA-GER-EDIT
              STRING DD-PLANO "-" MM-PLANO "-" AAAA-PLANO
                 DELIMITED BY SIZE INTO DATA-GER-EDIT
           END-IF
           OPEN EXTEND ROTEIROLOG
           IF FILE-STATUS-LOG NOT = 00
              OPEN OUTPUT ROTEIROLOG

           PERFORM GRAVAR-TOTAL-DIA
           CLOSE ROTEIRO
           MOVE "roteiro.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           IF SW-LOG-OK = "S"
              CLOSE ROTEIROLOG
           END-IF.
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "VENDEDOR=" COD-VEND-ROTA " DATA=" DATA-PLANO-ROTA
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA18 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
                  DELIMITED BY SIZE
                  "relvencli.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVENCL
           MOVE SPACES TO ARQ-PLANOVIS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "planovis.dat" DELIMITED BY SIZE
                  INTO ARQ-PLANOVIS
           MOVE SPACES TO ARQ-ROTEIRO
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
