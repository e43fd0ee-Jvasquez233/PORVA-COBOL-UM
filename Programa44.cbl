           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT EQUIPES ASSIGN ARQ-EQUIPES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Equipe
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT PAINEL ASSIGN ARQ-PAINEL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  FATURAS.


       01  REG-JOBLOGIN                    PIC X(080).

       FD  EQUIPES.

      ********** VIGENCIAS DA HIERARQUIA DE VENDAS (PGM00045): A *****
      *    PARTIR DE Data-Inicio-eq (AAAAMMDD) O VENDEDOR RESPONDE   *
      *    AO SUPERVISOR E AO GERENTE REGIONAL INFORMADOS, QUE SAO   *
      *    CODIGOS DO CADASTRO DE VENDEDORES (ZERO = SEM). VALE A    *
      *    VIGENCIA MAIS RECENTE ATE A DATA DE REFERENCIA, O QUE     *
      *    PRESERVA A APURACAO DOS MESES PASSADOS. O OVERRIDE E O    *
      *    PERCENTUAL DO SUPERVISOR SOBRE AS VENDAS DO VENDEDOR      *
       01  REG-EQUIPES.
           05 Chave-Equipe.
              10 Codigo-Vendedor-eq        PIC 9(003).
              10 Data-Inicio-eq            PIC 9(008).
           05 Codigo-Supervisor-eq         PIC 9(003).
           05 Codigo-Gerente-eq            PIC 9(003).
           05 Perc-Override-eq             PIC 9(002)v9(002).
           05 Operador-eq                  PIC X(010).
           05 Data-Registro-eq             PIC X(010).

       FD  PAINEL.

       01  REG-PAINEL                      PIC X(100).
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-EXCECOES                    PIC X(080)   VALUE SPACES.
           05 ARQ-JOBLOGIN                    PIC X(080)   VALUE SPACES.
           05 ARQ-PAINEL                      PIC X(080)   VALUE SPACES.
           05 ARQ-EQUIPES                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
           05 IND-JOB                      PIC 9(002)   VALUE ZEROES.
           05 TABELA-ULT-JOBS.
              10 Linha-Job-T OCCURS 10     PIC X(080).
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 COD-E                        PIC 9(004)   VALUE ZEROES.

      ********** SUPERVISOR VIGENTE HOJE DE CADA VENDEDOR E OS *******
      *    PEDIDOS DO DIA SOMADOS POR SUPERVISOR                     *
           05 TABELA-SUPERVISOR-VEND.
              10 Supervisor-Vend-T OCCURS 999 PIC 9(003).
           05 TABELA-PED-EQUIPE.
              10 PED-EQUIPE-OCC OCCURS 999 TIMES.
                 15 Cont-Ped-Eqp-T         PIC 9(005).
                 15 Valor-Ped-Eqp-T        PIC 9(011)v9(002).
           05 CONT-PED-SEM-EQP             PIC 9(005)   VALUE ZEROES.
           05 VALOR-PED-SEM-EQP            PIC 9(011)v9(002)
                                            VALUE ZEROES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
               + FUNCTION NUMVAL(DD-AUX))

           INITIALIZE VENCIDO-FAIXA
           PERFORM CARREGAR-EQUIPES

           OPEN INPUT PEDIDOS
                INPUT FATURAS
              IF Data-Inclusao OF REG-PEDIDOS = DATA-HOJE-EDIT
                 ADD 1 TO CONT-PED-HOJE
                 ADD Valor-Pedido TO VALOR-PED-HOJE
                 PERFORM SOMAR-PEDIDO-EQUIPE
              END-IF
           END-IF.

       SOMAR-PEDIDO-EQUIPE.
           MOVE ZEROES TO COD-E
           IF Codigo-Vendedor-p > ZEROES
              MOVE Supervisor-Vend-T(Codigo-Vendedor-p) TO COD-E
           END-IF
           IF COD-E = ZEROES
              ADD 1 TO CONT-PED-SEM-EQP
              ADD Valor-Pedido TO VALOR-PED-SEM-EQP
           ELSE
              ADD 1 TO Cont-Ped-Eqp-T(COD-E)
              ADD Valor-Pedido TO Valor-Ped-Eqp-T(COD-E)
           END-IF.

       CARREGAR-EQUIPES.
      ********** ULTIMA VIGENCIA JA INICIADA DE CADA VENDEDOR ********
           INITIALIZE TABELA-SUPERVISOR-VEND TABELA-PED-EQUIPE
           COMPUTE DATA-HOJE-AMD = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)
           OPEN INPUT EQUIPES
           IF FILE-STATUS-AUX = 00
              SET NO-FIN-ARQ TO TRUE
              MOVE ZEROES TO Chave-Equipe
              START EQUIPES KEY IS NOT LESS THAN Chave-Equipe
                 INVALID KEY SET FIN-ARQ TO TRUE
              END-START
              PERFORM UNTIL FIN-ARQ
                 READ EQUIPES NEXT RECORD
                    AT END SET FIN-ARQ TO TRUE
                 END-READ
                 IF NOT FIN-ARQ
                    IF Data-Inicio-eq <= DATA-HOJE-AMD
                       AND Codigo-Vendedor-eq > ZEROES
                       MOVE Codigo-Supervisor-eq TO
                            Supervisor-Vend-T(Codigo-Vendedor-eq)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE EQUIPES
           END-IF.

       SOMAR-FATURAS-DIA.
           SET NO-FIN-ARQ TO TRUE
           MOVE ZEROES TO Chave-Fatura
           END-READ
           IF NOT FIN-ARQ
              IF Data-Recebto-rc = DATA-HOJE-EDIT
                 AND Forma-Recebto-rc NOT = "S"
                 AND Forma-Recebto-rc NOT = "N"
                 AND Forma-Recebto-rc NOT = "V"
                 ADD 1 TO CONT-REC-HOJE
                 ADD Valor-Recebto-rc TO VALOR-REC-HOJE
              END-IF
           WRITE REG-PAINEL FROM LINHA-TITULO
           WRITE REG-PAINEL FROM LINHA-BLNK

           MOVE "PEDIDOS DE HOJE POR EQUIPE (SUPERVISOR):"
                TO LINHA-TITULO
           WRITE REG-PAINEL FROM LINHA-TITULO
           PERFORM VARYING COD-E FROM 1 BY 1 UNTIL COD-E > 999
              IF Cont-Ped-Eqp-T(COD-E) > ZEROES
                 MOVE SPACES TO LINHA-TITULO
                 MOVE Valor-Ped-Eqp-T(COD-E) TO WRK-VALOR
                 STRING "  SUPERVISOR " COD-E(2:3) " : "
                        Cont-Ped-Eqp-T(COD-E)
                        "  VALOR " WRK-VALOR
                    DELIMITED BY SIZE INTO LINHA-TITULO
                 WRITE REG-PAINEL FROM LINHA-TITULO
              END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-TITULO
           MOVE VALOR-PED-SEM-EQP TO WRK-VALOR
           STRING "  SEM SUPERVISOR : " CONT-PED-SEM-EQP
                  "  VALOR " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-TITULO
           WRITE REG-PAINEL FROM LINHA-TITULO
           WRITE REG-PAINEL FROM LINHA-BLNK

           MOVE "TOTAL VENCIDO POR FAIXA (SALDO ABERTO):"
                TO LINHA-TITULO
           WRITE REG-PAINEL FROM LINHA-TITULO
              WRITE REG-PAINEL FROM Linha-Job-T(IND-JOB)
           END-PERFORM

           CLOSE PAINEL
           MOVE "painel.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       FIN.
           DISPLAY "PAINEL DIARIO GERADO: painel.txt"
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA44 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "painel.txt" DELIMITED BY SIZE
                  INTO ARQ-PAINEL
           MOVE SPACES TO ARQ-EQUIPES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "equipes.dat" DELIMITED BY SIZE
                  INTO ARQ-EQUIPES.
       END PROGRAM PROGRAMA44.
