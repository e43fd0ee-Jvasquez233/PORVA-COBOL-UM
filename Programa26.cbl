           05 Valor-Depois-log              PIC X(080).
           05 FIL-LOG8                      PIC X.
           05 Empresa-log                   PIC 9(002).
           05 FIL-LOG9                      PIC X.
           05 Sequencia-log                 PIC 9(009).
           05 FIL-LOG10                     PIC X.
           05 Hash-log                      PIC 9(018).

       FD  ESTATAUD.

           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-AUDITLOG                 PIC X(080)   VALUE SPACES.
           05 ARQ-ESTATAUD                 PIC X(080)   VALUE SPACES.
              WRITE REG-ESTATAUD
           END-IF
           CLOSE ESTATAUD
           MOVE "estatisticaaudit.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL

           DISPLAY "ESTATISTICAS GERADAS: estatisticaaudit.txt".

              DELIMITED BY SIZE INTO REG-ESTATAUD
           WRITE REG-ESTATAUD.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA26 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
