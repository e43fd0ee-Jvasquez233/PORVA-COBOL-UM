           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  CLIREB.

           05 Zona-i                       PIC X(003).
           05 FIL-7                        PIC X           VALUE ";".
           05 Classificacao-i              PIC X(001).
           05 FIL-8                        PIC X           VALUE ";".
           05 CEP-i                        PIC X(008).

       FD  CLIHIST.

           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIENTES                 PIC X(080)   VALUE SPACES.
           05 ARQ-CLIREB                   PIC X(080)   VALUE SPACES.
                TO REG-RECONC
           WRITE REG-RECONC
           CLOSE RECONC
           MOVE "rebuildrec.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL

           DISPLAY "RECONSTRUCAO CONCLUIDA"
           DISPLAY "Recuperados do indexado : " CONT-RECUPERADOS
              DISPLAY "O RECONSTRUIDO FICOU EM clirebuild.dat"
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA24 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
