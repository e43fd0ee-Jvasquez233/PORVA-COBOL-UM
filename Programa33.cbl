           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  VENDEDOR.

           05 Perc-Em-Dia-ri               PIC 9(003).
           05 Nota-Risco-ri                PIC X(001).
           05 Data-Calculo-ri              PIC X(010).
           05 Qtd-Cheques-Dev-ri           PIC 9(003).
           05 Data-Ult-Devol-ri            PIC X(010).

       FD  RISCOREL.

           05 Prazo-Venc-Par               PIC 9(003)   VALUE 30.
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.

           05 DATA-VENC-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-PAGO-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-DEVOL-INT               PIC 9(008)   VALUE ZEROES.
           05 DIAS-ATRASO                  PIC s9(005)  VALUE ZEROES.
           05 CONT-FAT-PAGAS               PIC 9(007)   VALUE ZEROES.
           05 CONT-CLIENTES-NOTA           PIC 9(005)   VALUE ZEROES.
                 15 Soma-Atraso-T          PIC 9(009).
                 15 Maior-Atraso-T         PIC 9(005).
                 15 Qtd-Em-Dia-T           PIC 9(005).
                 15 Nota-T                 PIC X(001).
                 15 SW-Listado-T           PIC X(001).

           05 CONSTANTS-NUMERICS.
           MOVE Cliente-T(IND-T)      TO Codigo-Cliente-ri
           READ RISCOCLI
           IF FILE-STATUS = 00
              PERFORM APLICAR-CHEQUES-DEVOLVIDOS
              MOVE NOTA-W             TO Nota-T(IND-T)
              MOVE ATRASO-MEDIO-W     TO Atraso-Medio-ri
              MOVE Maior-Atraso-T(IND-T) TO Maior-Atraso-ri
              MOVE PERC-EM-DIA-W      TO Perc-Em-Dia-ri
              MOVE PERC-EM-DIA-W      TO Perc-Em-Dia-ri
              MOVE NOTA-W             TO Nota-Risco-ri
              MOVE DATA-HOJE-EDIT     TO Data-Calculo-ri
              MOVE ZEROES             TO Qtd-Cheques-Dev-ri
              MOVE SPACES             TO Data-Ult-Devol-ri
              MOVE NOTA-W             TO Nota-T(IND-T)
              WRITE REG-RISCOCLI
           END-IF.

       APLICAR-CHEQUES-DEVOLVIDOS.
      ********** CHEQUE DEVOLVIDO (BAIXA DO PGM00018) REBAIXA A NOTA *
      *    EM UM NIVEL POR CHEQUE ENQUANTO A ULTIMA DEVOLUCAO TIVER  *
      *    MENOS DE UM ANO                                           *
           IF Qtd-Cheques-Dev-ri IS NOT NUMERIC
              MOVE ZEROES TO Qtd-Cheques-Dev-ri
              MOVE SPACES TO Data-Ult-Devol-ri
           END-IF
           IF Qtd-Cheques-Dev-ri > ZEROES
              AND Data-Ult-Devol-ri(1:2) IS NUMERIC
              AND Data-Ult-Devol-ri(4:2) IS NUMERIC
              AND Data-Ult-Devol-ri(7:4) IS NUMERIC
              COMPUTE DATA-HOJE-INT = FUNCTION INTEGER-OF-DATE
                 (20000000 + FUNCTION NUMVAL(AA-AUX) * 10000
                  + FUNCTION NUMVAL(MM-AUX) * 100
                  + FUNCTION NUMVAL(DD-AUX))
              COMPUTE DATA-DEVOL-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(Data-Ult-Devol-ri(7:4)) * 10000
                  + FUNCTION NUMVAL(Data-Ult-Devol-ri(4:2)) * 100
                  + FUNCTION NUMVAL(Data-Ult-Devol-ri(1:2)))
              IF DATA-HOJE-INT - DATA-DEVOL-INT < 365
                 PERFORM REBAIXAR-NOTA Qtd-Cheques-Dev-ri TIMES
              END-IF
           END-IF.

       REBAIXAR-NOTA.
           EVALUATE NOTA-W
              WHEN "A"
                 MOVE "B" TO NOTA-W
              WHEN "B"
                 MOVE "C" TO NOTA-W
              WHEN "C"
                 MOVE "D" TO NOTA-W
              WHEN OTHER
                 MOVE "E" TO NOTA-W
           END-EVALUATE.

       CALCULAR-NOTA.
           IF Qtd-Pagas-T(IND-T) > ZEROES
              COMPUTE ATRASO-MEDIO-W ROUNDED =
           WRITE REG-RISCOREL FROM LINHA-EMPRESA
           PERFORM LISTAR-VENDEDOR
              VARYING COD-V FROM 1 BY 1 UNTIL COD-V > 999
           CLOSE RISCOREL
           MOVE "riscopag.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       LISTAR-VENDEDOR.
           MOVE ZEROES TO IND-S
              IF FILE-STATUS = 00
                 MOVE Razão-Social      TO RAZAO-DET
              END-IF
              MOVE Nota-T(IDX-PIOR)     TO NOTA-DET
              MOVE ATRASO-MEDIO-W       TO ATRMED-DET
              MOVE Maior-Atraso-T(IDX-PIOR) TO MAIORATR-DET
              MOVE PERC-EM-DIA-W        TO PERCDIA-DET
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA33 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
