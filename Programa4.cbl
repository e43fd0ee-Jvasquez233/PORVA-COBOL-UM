           05 Prazo-Venc-Par               PIC 9(003)   VALUE 30.
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIOUT                      PIC X(080)   VALUE SPACES.
           05 ARQ-INFORME4                    PIC X(080)   VALUE SPACES.
           CLOSE CLIOUT
                 INFORME4
                 INFORME4CSV
           MOVE "informe4.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           MOVE CONT-CLIENTES TO JOB-LIDOS JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING FUNCTION TRIM(ARG-LINHA)
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           INSPECT PARAMETROS-SPOOL REPLACING ALL QUOTE BY SPACE
                   ALL "&" BY SPACE ALL "|" BY SPACE
                   ALL "<" BY SPACE ALL ">" BY SPACE
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA4 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
