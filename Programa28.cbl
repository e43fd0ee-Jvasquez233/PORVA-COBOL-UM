           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT EQUIPES ASSIGN ARQ-EQUIPES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Equipe
           FILE STATUS IS FILE-STATUS-EQ.

           SELECT SUGESTAO ASSIGN ARQ-SUGESTAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SG.

           SELECT CARTEIRA ASSIGN ARQ-CARTEIRA
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CAR.
           05 Numero-Filial-i              PIC ZZZ.
           05 FIL-9                        PIC X           VALUE ";".

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

       FD  SUGESTAO.

      ********** SUGESTOES DE VENDA CRUZADA (PROGRAMA80), ATE CINCO **
      *    POR CLIENTE, EM ORDEM DE CLIENTE E DE PRIORIDADE          *
       01  REG-SUGESTAO.
           05 Codigo-Cliente-sg            PIC 9(007).
           05 FIL-SG1                      PIC X           VALUE ";".
           05 Ordem-sg                     PIC 9(001).
           05 FIL-SG2                      PIC X           VALUE ";".
           05 Codigo-Produto-sg            PIC 9(005).
           05 FIL-SG3                      PIC X           VALUE ";".
           05 Descricao-Produto-sg         PIC X(040).
           05 FIL-SG4                      PIC X           VALUE ";".
           05 Clientes-Grupo-sg            PIC 9(005).
           05 FIL-SG5                      PIC X           VALUE ";".
           05 Afinidade-sg                 PIC 9(005).

       FD  CARTEIRA.

       01  REG-CARTEIRA                    PIC X(100).
           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-VENDEDOR                 PIC X(080)   VALUE SPACES.
           05 ARQ-RELVENCL                 PIC X(080)   VALUE SPACES.
           05 ARQ-CARTEIRA                 PIC X(080)   VALUE SPACES.
           05 ARQ-EQUIPES                  PIC X(080)   VALUE SPACES.
           05 ARQ-SUGESTAO                 PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 CONT-BACKUP                  PIC 9(005)   VALUE ZEROES.
           05 CONT-FICHAS                  PIC 9(003)   VALUE ZEROES.
           05 WRK-SAL                      PIC ZZ9,99999999-.
           05 FILE-STATUS-EQ               PIC 99       VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 COD-V                        PIC 9(004)   VALUE ZEROES.
           05 COD-E                        PIC 9(004)   VALUE ZEROES.
           05 SUB-VENDEDORES               PIC 9(005)   VALUE ZEROES.
           05 SUB-TITULAR                  PIC 9(005)   VALUE ZEROES.
           05 SUB-BACKUP                   PIC 9(005)   VALUE ZEROES.
           05 FILE-STATUS-SG               PIC 99       VALUE ZEROES.
           05 QTD-SUG                      PIC 9(005)   VALUE ZEROES.
           05 IND-SUG                      PIC 9(005)   VALUE ZEROES.
           05 COD-CLI-SUG                  PIC 9(007)   VALUE ZEROES.
           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.

      ********** CARTEIRA DE CADA VENDEDOR E A SUA EQUIPE VIGENTE ****
      *    HOJE, PARA OS SUBTOTAIS DO carteiraequipes.txt            *
           05 TABELA-CARTEIRA-VEND.
              10 CARTEIRA-VEND-OCC OCCURS 999 TIMES.
                 15 SW-Vend-Existe-T       PIC X(001).
                 15 Nome-Vend-T            PIC X(040).
                 15 Titular-Vend-T         PIC 9(005).
                 15 Backup-Vend-T          PIC 9(005).
                 15 Supervisor-Vend-T      PIC 9(003).
                 15 Gerente-Vend-T         PIC 9(003).

      ********** SUGESTOES DE VENDA CRUZADA (SUGESTOES.CSV DO ******
      *    PROGRAMA80), IMPRESSAS SOB CADA CLIENTE TITULAR           *
           05 TABELA-SUGESTAO.
              10 SUGESTAO-OCC OCCURS 15000 TIMES.
                 15 Cliente-Sug-T          PIC 9(007).
                 15 Produto-Sug-T          PIC 9(005).
                 15 Descricao-Sug-T        PIC X(040).

           05 LINHA-DET.
              10 CODIGO-DET                PIC ZZZZZZ9.
      *    (COM DISTANCIA E ALERTA), OS CLIENTES EM QUE E BACKUP E  *
      *    OS TOTAIS, PRONTO PARA IMPRIMIR OU ENVIAR INDIVIDUALMENTE*
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-EQUIPES
           PERFORM CARREGAR-SUGESTOES
           PERFORM INICIO
           PERFORM GERAR-RESUMO-EQUIPES
           PERFORM FIN
           STOP RUN.

                  "  CAPACIDADE: " Capacidade-Vendedor
              DELIMITED BY SIZE INTO REG-CARTEIRA
           WRITE REG-CARTEIRA
           MOVE SPACES TO REG-CARTEIRA
           STRING "SUPERVISOR: " Supervisor-Vend-T(Codigo-Vendedor)
                  "  GERENTE REGIONAL: "
                  Gerente-Vend-T(Codigo-Vendedor)
              DELIMITED BY SIZE INTO REG-CARTEIRA
           WRITE REG-CARTEIRA
           MOVE ZEROES      TO WRK-SAL
           MOVE Latitude-v  TO WRK-SAL
           MOVE SPACES TO REG-CARTEIRA
              DELIMITED BY SIZE INTO REG-CARTEIRA
           WRITE REG-CARTEIRA
           CLOSE CARTEIRA
           IF Codigo-Vendedor > ZEROES
              MOVE "S"             TO SW-Vend-Existe-T(Codigo-Vendedor)
              MOVE Nombre-Vendedor TO Nome-Vend-T(Codigo-Vendedor)
              MOVE CONT-TITULAR    TO Titular-Vend-T(Codigo-Vendedor)
              MOVE CONT-BACKUP     TO Backup-Vend-T(Codigo-Vendedor)
           END-IF
           ADD 1 TO CONT-FICHAS.

       LISTAR-TITULARES.
                       MOVE Alerta-Dist-i   TO ALERTA-DET
                       MOVE LINHA-DET       TO REG-CARTEIRA
                       WRITE REG-CARTEIRA
                       MOVE FUNCTION NUMVAL(Codigo-Cliente-i)
                            TO COD-CLI-SUG
                       PERFORM LISTAR-SUGESTOES-CLIENTE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RELVENCL
           END-IF.

       LISTAR-SUGESTOES-CLIENTE.
           PERFORM VARYING IND-SUG FROM 1 BY 1 UNTIL IND-SUG > QTD-SUG
              IF Cliente-Sug-T(IND-SUG) = COD-CLI-SUG
                 MOVE SPACES TO REG-CARTEIRA
                 STRING "        OFERECER: " Produto-Sug-T(IND-SUG)
                        " " Descricao-Sug-T(IND-SUG)
                    DELIMITED BY SIZE INTO REG-CARTEIRA
                 WRITE REG-CARTEIRA
              END-IF
           END-PERFORM.

       CARREGAR-SUGESTOES.
      ********** SEM O SUGESTOES.CSV A FICHA SAI SEM AS OFERTAS ******
           MOVE ZEROES TO QTD-SUG
           OPEN INPUT SUGESTAO
           IF FILE-STATUS-SG = 00
              SET NO-FIM-REL TO TRUE
              PERFORM UNTIL FIM-REL
                 READ SUGESTAO
                    AT END SET FIM-REL TO TRUE
                 END-READ
                 IF NOT FIM-REL AND QTD-SUG < 15000
                    AND Codigo-Cliente-sg IS NUMERIC
                    ADD 1 TO QTD-SUG
                    MOVE Codigo-Cliente-sg    TO Cliente-Sug-T(QTD-SUG)
                    MOVE Codigo-Produto-sg    TO Produto-Sug-T(QTD-SUG)
                    MOVE Descricao-Produto-sg
                      TO Descricao-Sug-T(QTD-SUG)
                 END-IF
              END-PERFORM
              CLOSE SUGESTAO
           END-IF.

       LISTAR-BACKUPS.
           SET NO-FIM-REL TO TRUE
           OPEN INPUT RELVENCL
              CLOSE RELVENCL
           END-IF.

       CARREGAR-EQUIPES.
      ********** EQUIPE VIGENTE HOJE DE CADA VENDEDOR: A ULTIMA ******
      *    VIGENCIA JA INICIADA (EQUIPES.DAT, MANTIDO PELO PGM00045; *
      *    EM ORDEM DE VENDEDOR E DATA)                              *
           INITIALIZE TABELA-CARTEIRA-VEND
           ACCEPT DATE-AUXILIAR FROM DATE
           COMPUTE DATA-HOJE-AMD = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)
           OPEN INPUT EQUIPES
           IF FILE-STATUS-EQ = 00
              SET NO-FIM-REL TO TRUE
              MOVE ZEROES TO Chave-Equipe
              START EQUIPES KEY IS NOT LESS THAN Chave-Equipe
                 INVALID KEY SET FIM-REL TO TRUE
              END-START
              PERFORM UNTIL FIM-REL
                 READ EQUIPES NEXT RECORD
                    AT END SET FIM-REL TO TRUE
                 END-READ
                 IF NOT FIM-REL
                    IF Data-Inicio-eq <= DATA-HOJE-AMD
                       AND Codigo-Vendedor-eq > ZEROES
                       MOVE Codigo-Supervisor-eq TO
                            Supervisor-Vend-T(Codigo-Vendedor-eq)
                       MOVE Codigo-Gerente-eq    TO
                            Gerente-Vend-T(Codigo-Vendedor-eq)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE EQUIPES
           END-IF.

       GERAR-RESUMO-EQUIPES.
      ********** CARTEIRA SOMADA POR SUPERVISOR (COM OS VENDEDORES ***
      *    DE CADA EQUIPE) E POR GERENTE REGIONAL                    *
           MOVE SPACES TO ARQ-CARTEIRA
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "carteiraequipes.txt" DELIMITED BY SIZE
                  INTO ARQ-CARTEIRA
           OPEN OUTPUT CARTEIRA
           MOVE "CARTEIRA POR EQUIPE DE VENDAS" TO REG-CARTEIRA
           WRITE REG-CARTEIRA
           WRITE REG-CARTEIRA FROM LINHA-EMPRESA
           MOVE SPACES TO REG-CARTEIRA
           WRITE REG-CARTEIRA
           PERFORM RESUMIR-SUPERVISOR
              VARYING COD-E FROM 1 BY 1 UNTIL COD-E > 999
           MOVE ZEROES TO COD-E
           PERFORM RESUMIR-SUPERVISOR
           MOVE "POR GERENCIA REGIONAL" TO REG-CARTEIRA
           WRITE REG-CARTEIRA
           PERFORM RESUMIR-GERENTE
              VARYING COD-E FROM 1 BY 1 UNTIL COD-E > 999
           CLOSE CARTEIRA
           MOVE "carteiraequipes.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       RESUMIR-SUPERVISOR.
      ********** COD-E ZERO LISTA OS VENDEDORES SEM SUPERVISOR *******
           MOVE ZEROES TO SUB-VENDEDORES SUB-TITULAR SUB-BACKUP
           PERFORM VARYING COD-V FROM 1 BY 1 UNTIL COD-V > 999
              IF SW-Vend-Existe-T(COD-V) = "S"
                 AND Supervisor-Vend-T(COD-V) = COD-E
                 IF SUB-VENDEDORES = ZEROES
                    MOVE SPACES TO REG-CARTEIRA
                    IF COD-E = ZEROES
                       MOVE "SEM SUPERVISOR" TO REG-CARTEIRA
                    ELSE
                       STRING "SUPERVISOR " COD-E(2:3) " - "
                              Nome-Vend-T(COD-E)
                          DELIMITED BY SIZE INTO REG-CARTEIRA
                    END-IF
                    WRITE REG-CARTEIRA
                 END-IF
                 ADD 1 TO SUB-VENDEDORES
                 ADD Titular-Vend-T(COD-V) TO SUB-TITULAR
                 ADD Backup-Vend-T(COD-V)  TO SUB-BACKUP
                 MOVE SPACES TO REG-CARTEIRA
                 STRING "   " COD-V(2:3) " " Nome-Vend-T(COD-V)
                        " TITULAR: " Titular-Vend-T(COD-V)
                        " BACKUP: " Backup-Vend-T(COD-V)
                    DELIMITED BY SIZE INTO REG-CARTEIRA
                 WRITE REG-CARTEIRA
              END-IF
           END-PERFORM
           IF SUB-VENDEDORES > ZEROES
              MOVE SPACES TO REG-CARTEIRA
              STRING "   SUBTOTAL DA EQUIPE - VENDEDORES: "
                     SUB-VENDEDORES
                     " TITULAR: " SUB-TITULAR
                     " BACKUP: " SUB-BACKUP
                 DELIMITED BY SIZE INTO REG-CARTEIRA
              WRITE REG-CARTEIRA
              MOVE SPACES TO REG-CARTEIRA
              WRITE REG-CARTEIRA
           END-IF.

       RESUMIR-GERENTE.
           MOVE ZEROES TO SUB-VENDEDORES SUB-TITULAR SUB-BACKUP
           PERFORM VARYING COD-V FROM 1 BY 1 UNTIL COD-V > 999
              IF SW-Vend-Existe-T(COD-V) = "S"
                 AND Gerente-Vend-T(COD-V) = COD-E
                 ADD 1 TO SUB-VENDEDORES
                 ADD Titular-Vend-T(COD-V) TO SUB-TITULAR
                 ADD Backup-Vend-T(COD-V)  TO SUB-BACKUP
              END-IF
           END-PERFORM
           IF SUB-VENDEDORES > ZEROES
              MOVE SPACES TO REG-CARTEIRA
              STRING "GERENTE " COD-E(2:3) " - "
                     Nome-Vend-T(COD-E)(1:30)
                     " VENDEDORES: " SUB-VENDEDORES
                     " TITULAR: " SUB-TITULAR
                     " BACKUP: " SUB-BACKUP
                 DELIMITED BY SIZE INTO REG-CARTEIRA
              WRITE REG-CARTEIRA
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA28 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
           MOVE SPACES TO ARQ-RELVENCL
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "relvencli.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVENCL
           MOVE SPACES TO ARQ-EQUIPES
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "equipes.dat" DELIMITED BY SIZE
                  INTO ARQ-EQUIPES
           MOVE SPACES TO ARQ-SUGESTAO
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "sugestoes.csv" DELIMITED BY SIZE
                  INTO ARQ-SUGESTAO.

       FIN.
           DISPLAY "FICHAS DE CARTEIRA GERADAS: " CONT-FICHAS
           DISPLAY "ARQUIVOS carteiraNNN.txt NA PASTA DE DADOS"
           DISPLAY "SUBTOTAIS POR EQUIPE: carteiraequipes.txt".

       END PROGRAM PROGRAMA28.
