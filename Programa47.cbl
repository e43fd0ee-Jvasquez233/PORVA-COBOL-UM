           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  ENTREGAPEND.

           05 Dias-Entrega-Par             PIC 9(003)   VALUE 5.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-ENTREGAPEND                 PIC X(080)   VALUE SPACES.
           05 DATA-REF-W                   PIC X(010)   VALUE SPACES.
           05 DIAS-PARADO                  PIC s9(005)  VALUE ZEROES.
           05 CONT-ATRASADOS               PIC 9(005)   VALUE ZEROES.
           05 CONT-ATRASO-PROMETIDA        PIC 9(005)   VALUE ZEROES.
           05 CONT-ATRASO-PARADO           PIC 9(005)   VALUE ZEROES.
           05 DATA-PROM-INT                PIC 9(008)   VALUE ZEROES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
                 15 FILLER                 PIC X(008)  VALUE "DIAS".
                 15 FILLER                 PIC X(012)
                                            VALUE "RESPONSAVEL".
                 15 FILLER                 PIC X(006)  VALUE "BASE".
                 15 FILLER                 PIC X(037)  VALUE SPACES.
              10 LINHA-DET.
                 15 PEDIDO-DET             PIC ZZZZZZ9.
                 15 FILLER                 PIC X(002)  VALUE SPACES.
                 15 DIAS-DET               PIC ZZZZ9.
                 15 FILLER                 PIC X(003)  VALUE SPACES.
                 15 RESP-DET               PIC X(010).
                 15 FILLER                 PIC X(002)  VALUE SPACES.
                 15 BASE-DET               PIC X(005).
                 15 FILLER                 PIC X(037)  VALUE SPACES.

       PROCEDURE DIVISION.

           ELSE
              OPEN OUTPUT ENTREGAPEND
              MOVE SPACES TO LINHA-TITULO
              MOVE "PEDIDOS FATURADOS COM ENTREGA ATRASADA"
                   TO LINHA-TITULO
              WRITE REG-ENTREGAPEND FROM LINHA-TITULO
              MOVE SPACES TO LINHA-TITULO
              STRING "BASE PROM: DATA PROMETIDA JA PASSADA (DESDE = "
                     "DATA PROMETIDA)"
                 DELIMITED BY SIZE INTO LINHA-TITULO
              WRITE REG-ENTREGAPEND FROM LINHA-TITULO
              MOVE SPACES TO LINHA-TITULO
              STRING "BASE PAR : PEDIDO SEM DATA PROMETIDA PARADO HA "
                     "MAIS DE " Dias-Entrega-Par " DIAS"
                 DELIMITED BY SIZE INTO LINHA-TITULO
              WRITE REG-ENTREGAPEND FROM LINHA-TITULO
              WRITE REG-ENTREGAPEND FROM LINHA-EMPRESA
           END-READ.

       AVALIAR-ENTREGA.
      ********** PEDIDO COM DATA PROMETIDA (PGM00005, PELOS DIAS DE **
      *    ENTREGA DA ZONA) ESTA ATRASADO QUANDO ELA JA PASSOU; OS   *
      *    DIAS SAO OS DE ATRASO SOBRE A PROMESSA. SEM ELA VALE O    *
      *    PRAZO GENERICO DO PARAMETRO                               *
           IF Data-Prometida-ped IS NUMERIC
              AND Data-Prometida-ped > ZEROES
              PERFORM AVALIAR-DATA-PROMETIDA
           ELSE
              PERFORM AVALIAR-PRAZO-GENERICO
           END-IF.

       AVALIAR-DATA-PROMETIDA.
           COMPUTE DATA-PROM-INT = FUNCTION INTEGER-OF-DATE
              (Data-Prometida-ped)
           COMPUTE DIAS-PARADO = DATA-HOJE-INT - DATA-PROM-INT
           IF DIAS-PARADO > ZEROES
              ADD 1 TO CONT-ATRASADOS
              ADD 1 TO CONT-ATRASO-PROMETIDA
              INITIALIZE LINHA-DET
              MOVE Numero-Pedido     TO PEDIDO-DET
              MOVE Codigo-Cliente-p  TO CLIENTE-DET
              MOVE Situacao-Pedido   TO SIT-DET
              MOVE SPACES            TO DATA-REF-W
              STRING Data-Prometida-ped(7:2) "-"
                     Data-Prometida-ped(5:2) "-"
                     Data-Prometida-ped(1:4)
                 DELIMITED BY SIZE INTO DATA-REF-W
              MOVE DATA-REF-W        TO DESDE-DET
              MOVE DIAS-PARADO       TO DIAS-DET
              MOVE Responsavel-ped   TO RESP-DET
              MOVE "PROM"            TO BASE-DET
              WRITE REG-ENTREGAPEND FROM LINHA-DET
           END-IF.

       AVALIAR-PRAZO-GENERICO.
      ********** A REFERENCIA E A DATA DA ULTIMA MUDANCA DE **********
      *    SITUACAO (PGM00028); SEM ELA VALE A DATA DO PEDIDO        *
           IF Data-Situacao-ped NOT = SPACES
           COMPUTE DIAS-PARADO = DATA-HOJE-INT - DATA-REF-INT
           IF DIAS-PARADO > Dias-Entrega-Par
              ADD 1 TO CONT-ATRASADOS
              ADD 1 TO CONT-ATRASO-PARADO
              INITIALIZE LINHA-DET
              MOVE Numero-Pedido     TO PEDIDO-DET
              MOVE Codigo-Cliente-p  TO CLIENTE-DET
              MOVE DATA-REF-W        TO DESDE-DET
              MOVE DIAS-PARADO       TO DIAS-DET
              MOVE Responsavel-ped   TO RESP-DET
              MOVE "PAR"             TO BASE-DET
              WRITE REG-ENTREGAPEND FROM LINHA-DET
           END-IF.

       FIN.
           WRITE REG-ENTREGAPEND FROM LINHA-BLNK
           MOVE SPACES TO LINHA-TITULO
           STRING "PEDIDOS ATRASADOS: " CONT-ATRASADOS
                  "  (DATA PROMETIDA: " CONT-ATRASO-PROMETIDA
                  "  SEM DATA, PARADOS: " CONT-ATRASO-PARADO ")"
              DELIMITED BY SIZE INTO LINHA-TITULO
           WRITE REG-ENTREGAPEND FROM LINHA-TITULO
           CLOSE ENTREGAPEND
           MOVE "entregapend.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           CLOSE PEDIDOS

           DISPLAY "ALERTA DE ENTREGAS GERADO: entregapend.txt"
           DISPLAY "Pedidos atrasados: " CONT-ATRASADOS
           DISPLAY "  Data prometida : " CONT-ATRASO-PROMETIDA
           DISPLAY "  Sem data       : " CONT-ATRASO-PARADO

           MOVE CONT-ATRASADOS TO JOB-LIDOS JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA47 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
