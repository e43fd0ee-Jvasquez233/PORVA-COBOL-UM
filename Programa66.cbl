      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: LOTES A VENCER POR DEPOSITO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA66.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOTES ASSIGN ARQ-LOTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Lote
           FILE STATUS IS FILE-STATUS.

           SELECT DEPOSITOS ASSIGN ARQ-DEPOSITOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Deposito
           FILE STATUS IS FILE-STATUS-DEP.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT LOTVENC ASSIGN ARQ-LOTVENC
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT JOBLOG   ASSIGN ARQ-JOBLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.

           SELECT EMPRESACTL ASSIGN "C:\Users\Jose Angel\Documents\co
      -    "bol\files\empresa.txt"
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-EMP.

           SELECT PARAMS   ASSIGN "C:\Users\Jose Angel\Documents\cobol\f
      -    "iles\parametros.txt"
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-PAR.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTES.

       01  REG-LOTES.
           05 Chave-Lote.
              10 Codigo-Deposito-lt        PIC 9(002).
              10 Codigo-Produto-lt         PIC 9(005).
              10 Validade-lt               PIC 9(008).
              10 Numero-Lote-lt            PIC X(015).
           05 Saldo-Lote-lt                PIC s9(007)v9(002).
           05 Data-Entrada-lt              PIC X(010).

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

       FD  PRODUTOS.

       01  REG-PRODUTOS.
           05 Codigo-Produto               PIC 9(005).
           05 Descricao-Produto            PIC X(040).
           05 Unidade-Produto              PIC X(003).
           05 Preco-Lista                  PIC 9(007)v9(002).
           05 Produto-Ativo                PIC X(001)   VALUE "S".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  LOTVENC.

       01  REG-LOTVENC                     PIC X(132).

       FD  JOBLOG.

       01  REG-JOBLOG.
           05 Programa-j                   PIC X(010).
           05 FIL-J1                       PIC X          VALUE ";".
           05 Evento-j                     PIC X(006).
           05 FIL-J2                       PIC X          VALUE ";".
           05 Data-j                       PIC X(010).
           05 FIL-J3                       PIC X          VALUE ";".
           05 Hora-j                       PIC X(008).
           05 FIL-J4                       PIC X          VALUE ";".
           05 Lidos-j                      PIC 9(007).
           05 FIL-J5                       PIC X          VALUE ";".
           05 Gravados-j                   PIC 9(007).
           05 FIL-J6                       PIC X          VALUE ";".
           05 Avisos-j                     PIC 9(005).
           05 FIL-J7                       PIC X          VALUE ";".
           05 Status-j                     PIC X(010).

       FD  EMPRESACTL.

       01  REG-EMPRESACTL.
           05 Codigo-ec                    PIC 9(002).
           05 FIL-EC1                      PIC X.
           05 Nome-ec                      PIC X(040).
           05 FIL-EC2                      PIC X.
           05 Dir-Empresa-ec               PIC X(060).

       FD  PARAMS.

       01  REG-PARAMS.
           05 Dir-Dados-F                  PIC X(060).
           05 Dir-Historico-F              PIC X(060).
           05 Dir-Backup-F                 PIC X(060).
           05 Max-Dist-F                   PIC 9(010).
           05 Max-Dist-VIP-F               PIC 9(010).
           05 Prazo-Venc-F                 PIC 9(003).
           05 Meses-Inat-F                 PIC 9(003).
           05 Perc-Multa-F                 PIC 9(003)v9(002).
           05 Juros-Dia-F                  PIC 9(001)v9(004).
           05 Conta-Clientes-F             PIC X(008).
           05 Conta-Receita-F              PIC X(008).
           05 Conta-Caixa-F                PIC X(008).
           05 Perc-Prov-6190-F             PIC 9(003).
           05 Perc-Prov-90-F               PIC 9(003).
           05 Limite-Alcada-F              PIC 9(009)v9(002).
           05 Desc-Max-Oper-F              PIC 9(002)v9(002).
           05 Desc-Max-Super-F             PIC 9(002)v9(002).
           05 Dias-Entrega-F               PIC 9(003).
           05 Valor-Km-F                   PIC 9(003)v9(002).
           05 Tol-Km-F                     PIC 9(003).
           05 Perc-Cresc-F                 PIC 9(003)v9(002).


       WORKING-STORAGE SECTION.

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
                                            VALUE "PROGRAMA66".
           05 JOB-EVENTO                   PIC X(006)   VALUE SPACES.
           05 JOB-LIDOS                    PIC 9(007)   VALUE ZEROES.
           05 JOB-GRAVADOS                 PIC 9(007)   VALUE ZEROES.
           05 JOB-AVISOS                   PIC 9(005)   VALUE ZEROES.
           05 JOB-STATUS                   PIC X(010)   VALUE "OK".
           05 ARQ-JOBLOG                   PIC X(080)   VALUE SPACES.
           05 JOB-DT-AUX.
              10 JOB-AA                    PIC X(002)   VALUE SPACES.
              10 JOB-MM                    PIC X(002)   VALUE SPACES.
              10 JOB-DD                    PIC X(002)   VALUE SPACES.
           05 JOB-HR-AUX.
              10 JOB-HH                    PIC X(002)   VALUE SPACES.
              10 JOB-MI                    PIC X(002)   VALUE SPACES.
              10 JOB-SS                    PIC X(002)   VALUE SPACES.
              10 JOB-ML                    PIC X(002)   VALUE SPACES.

       01  AREA-EMPRESA.
           05 FILE-STATUS-EMP              PIC 99       VALUE ZEROES.
           05 LINHA-EMPRESA                PIC X(060)   VALUE SPACES.

       01  AREA-PARAMETROS.
           05 FILE-STATUS-PAR              PIC 99       VALUE ZEROES.
           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".
           05 Dir-Historico-Par            PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\history\".
           05 Dir-Backup-Par               PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\backup\".
           05 Max-Distancia-Par            PIC 9(010)   VALUE 500000.
           05 Max-Dist-VIP-Par             PIC 9(010)   VALUE 300000.
           05 Prazo-Venc-Par               PIC 9(003)   VALUE 30.
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-LOTES                       PIC X(080)   VALUE SPACES.
           05 ARQ-DEPOSITOS                   PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-LOTVENC                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-LOTES                              VALUE "S".
              88 NO-FIN-LOTES                           VALUE "N".

           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-DEP              PIC 99       VALUE ZEROES.
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 SW-DEPOSITOS-OK              PIC X        VALUE "N".
           05 DIAS-ANTECEDENCIA            PIC 9(003)   VALUE ZEROES.
           05 DEPOSITO-W                   PIC 9(002)   VALUE ZEROES.
           05 DEPOSITO-ANT                 PIC 9(002)   VALUE ZEROES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-LIMITE-AMD              PIC 9(008)   VALUE ZEROES.
           05 DIAS-RESTANTES               PIC s9(005)  VALUE ZEROES.
           05 DATA-VAL-AMD                 PIC 9(008)   VALUE ZEROES.
           05 DATA-VAL-AMD-R REDEFINES DATA-VAL-AMD.
              10 VAL-ANO                   PIC 9(004).
              10 VAL-MES                   PIC 9(002).
              10 VAL-DIA                   PIC 9(002).
           05 CONT-LOTES                   PIC 9(005)   VALUE ZEROES.
           05 CONT-VENCIDOS                PIC 9(005)   VALUE ZEROES.
           05 CONT-LOTES-DEP               PIC 9(005)   VALUE ZEROES.
           05 QTD-DEP-W                    PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 WRK-SALDO                    PIC Z.ZZZ.ZZ9,99-.
           05 WRK-TOTAL                    PIC ZZZ.ZZZ.ZZ9,99-.
           05 WRK-DIAS                     PIC ZZZZ9-.
           05 DESCRICAO-W                  PIC X(040)   VALUE SPACES.
           05 DESCR-DEPOSITO-W             PIC X(030)   VALUE SPACES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
              10 DATE-AUXILIAR.
                 15 AA-AUX                 PIC X(002)  VALUE SPACES.
                 15 MM-AUX                 PIC X(002)  VALUE SPACES.
                 15 DD-AUX                 PIC X(002)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-LOTES
           PERFORM FIN.

       INICIO.
      ********** LISTA OS LOTES COM SALDO QUE VENCEM ATE HOJE MAIS N *
      *    DIAS (OS JA VENCIDOS TAMBEM), POR DEPOSITO; A CHAVE DO    *
      *    LOTES.DAT JA TRAZ DEPOSITO, PRODUTO E VALIDADE EM ORDEM   *
           ACCEPT DATE-AUXILIAR FROM DATE
           COMPUTE DATA-HOJE-AMD = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)
           COMPUTE DATA-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(DATA-HOJE-AMD)

           DISPLAY "LOTES A VENCER POR DEPOSITO"
           DISPLAY "INSIRA DIAS DE ANTECEDENCIA (0 = PADRAO 30): "
           ACCEPT DIAS-ANTECEDENCIA
           IF DIAS-ANTECEDENCIA = ZEROES
              MOVE 30 TO DIAS-ANTECEDENCIA
           END-IF
           DISPLAY "INSIRA DEPOSITO (0 = TODOS): "
           ACCEPT DEPOSITO-W
           COMPUTE DATA-LIMITE-AMD = FUNCTION DATE-OF-INTEGER
              (DATA-HOJE-INT + DIAS-ANTECEDENCIA)

           OPEN INPUT LOTES
           IF FILE-STATUS NOT = 00
              DISPLAY "lotes.dat AUSENTE; USE O PGM00033 PRIMEIRO"
              SET FIN-LOTES TO TRUE
              MOVE "SEM LOTES" TO JOB-STATUS
           ELSE
              OPEN INPUT PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE "S" TO SW-PRODUTOS-OK
              ELSE
                 MOVE "N" TO SW-PRODUTOS-OK
              END-IF
              OPEN INPUT DEPOSITOS
              IF FILE-STATUS-DEP = 00
                 MOVE "S" TO SW-DEPOSITOS-OK
              ELSE
                 MOVE "N" TO SW-DEPOSITOS-OK
              END-IF
              OPEN OUTPUT LOTVENC
              MOVE SPACES TO LINHA-REL
              STRING "LOTES A VENCER EM ATE " DIAS-ANTECEDENCIA
                     " DIAS"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-LOTVENC FROM LINHA-REL
              WRITE REG-LOTVENC FROM LINHA-EMPRESA
              MOVE SPACES TO LINHA-REL
              WRITE REG-LOTVENC FROM LINHA-REL
              MOVE ZEROES TO DEPOSITO-ANT
              SET NO-FIN-LOTES TO TRUE
              MOVE LOW-VALUES TO Chave-Lote
              IF DEPOSITO-W NOT = ZEROES
                 MOVE DEPOSITO-W TO Codigo-Deposito-lt
              END-IF
              START LOTES KEY IS NOT LESS THAN Chave-Lote
                 INVALID KEY SET FIN-LOTES TO TRUE
              END-START
              PERFORM LEER-LOTES
           END-IF.

       PROCESO.
           ADD 1 TO JOB-LIDOS
           IF Saldo-Lote-lt > ZEROES
              AND Validade-lt <= DATA-LIMITE-AMD
              IF Codigo-Deposito-lt NOT = DEPOSITO-ANT
                 PERFORM TOTALIZAR-DEPOSITO
                 PERFORM CABECALHO-DEPOSITO
              END-IF
              PERFORM LISTAR-LOTE
           END-IF
           PERFORM LEER-LOTES.

       LEER-LOTES.
           READ LOTES NEXT RECORD
                AT END
                SET FIN-LOTES TO TRUE
           END-READ
           IF NOT FIN-LOTES AND DEPOSITO-W NOT = ZEROES
              AND Codigo-Deposito-lt NOT = DEPOSITO-W
              SET FIN-LOTES TO TRUE
           END-IF.

       CABECALHO-DEPOSITO.
           MOVE Codigo-Deposito-lt TO DEPOSITO-ANT
           MOVE ZEROES TO CONT-LOTES-DEP
           MOVE ZEROES TO QTD-DEP-W
           MOVE SPACES TO DESCR-DEPOSITO-W
           IF SW-DEPOSITOS-OK = "S"
              MOVE Codigo-Deposito-lt TO Codigo-Deposito
              READ DEPOSITOS
              IF FILE-STATUS-DEP = 00
                 MOVE Descricao-Deposito TO DESCR-DEPOSITO-W
              END-IF
           END-IF
           MOVE SPACES TO LINHA-REL
           STRING "DEPOSITO " Codigo-Deposito-lt " - "
                  DESCR-DEPOSITO-W
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-LOTVENC FROM LINHA-REL.

       LISTAR-LOTE.
           ADD 1 TO CONT-LOTES
           ADD 1 TO CONT-LOTES-DEP
           ADD 1 TO JOB-GRAVADOS
           ADD Saldo-Lote-lt TO QTD-DEP-W
           MOVE SPACES TO DESCRICAO-W
           IF SW-PRODUTOS-OK = "S"
              MOVE Codigo-Produto-lt TO Codigo-Produto
              READ PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE Descricao-Produto TO DESCRICAO-W
              END-IF
           END-IF
           MOVE Validade-lt TO DATA-VAL-AMD
           COMPUTE DIAS-RESTANTES =
              FUNCTION INTEGER-OF-DATE(Validade-lt) - DATA-HOJE-INT
           MOVE DIAS-RESTANTES TO WRK-DIAS
           MOVE Saldo-Lote-lt  TO WRK-SALDO
           MOVE SPACES TO LINHA-REL
           STRING "  PRODUTO " Codigo-Produto-lt " "
                  DESCRICAO-W(1:25)
                  " LOTE " Numero-Lote-lt
                  " VAL " VAL-DIA "-" VAL-MES "-" VAL-ANO
                  " DIAS " WRK-DIAS
                  " SALDO " WRK-SALDO
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-LOTVENC FROM LINHA-REL
           IF DIAS-RESTANTES < ZEROES
              ADD 1 TO CONT-VENCIDOS
              ADD 1 TO JOB-AVISOS
              MOVE "    *** LOTE VENCIDO ***" TO LINHA-REL
              WRITE REG-LOTVENC FROM LINHA-REL
           END-IF.

       TOTALIZAR-DEPOSITO.
           IF DEPOSITO-ANT NOT = ZEROES
              MOVE QTD-DEP-W TO WRK-TOTAL
              MOVE SPACES TO LINHA-REL
              STRING "  TOTAL DO DEPOSITO " DEPOSITO-ANT
                     ": " CONT-LOTES-DEP " LOTES, QUANTIDADE "
                     WRK-TOTAL
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-LOTVENC FROM LINHA-REL
              MOVE SPACES TO LINHA-REL
              WRITE REG-LOTVENC FROM LINHA-REL
           END-IF.

       FIN.
           IF JOB-STATUS = "OK"
              PERFORM TOTALIZAR-DEPOSITO
              MOVE SPACES TO LINHA-REL
              STRING "LOTES A VENCER: " CONT-LOTES
                     "   JA VENCIDOS: " CONT-VENCIDOS
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-LOTVENC FROM LINHA-REL
              CLOSE LOTVENC
              MOVE "lotesvenc.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              CLOSE LOTES
              IF SW-PRODUTOS-OK = "S"
                 CLOSE PRODUTOS
              END-IF
              IF SW-DEPOSITOS-OK = "S"
                 CLOSE DEPOSITOS
              END-IF
              DISPLAY "RELATORIO GERADO: lotesvenc.txt"
              DISPLAY "Lotes a vencer : " CONT-LOTES
              DISPLAY "Ja vencidos    : " CONT-VENCIDOS
           END-IF

           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           STOP RUN.

       GRAVAR-JOBLOG.
      ********** REGISTRA INICIO/FIM DA EXECUCAO NO JOBLOG.CSV *******
      *    COMUM A TODOS OS LOTES, PARA A CONFERENCIA DA MANHA       *
      *    (OPCAO 39 DO MENU)                                        *
           MOVE SPACES TO ARQ-JOBLOG
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "joblog.csv" DELIMITED BY SIZE INTO ARQ-JOBLOG
           OPEN EXTEND JOBLOG
           IF FILE-STATUS-JOB NOT = 00
              OPEN OUTPUT JOBLOG
           END-IF
           IF FILE-STATUS-JOB = 00
              ACCEPT JOB-DT-AUX FROM DATE
              ACCEPT JOB-HR-AUX FROM TIME
              MOVE JOB-NOME     TO Programa-j
              MOVE JOB-EVENTO   TO Evento-j
              MOVE SPACES       TO Data-j
              STRING JOB-DD "-" JOB-MM "-20" JOB-AA
                 DELIMITED BY SIZE INTO Data-j
              MOVE SPACES       TO Hora-j
              STRING JOB-HH ":" JOB-MI ":" JOB-SS
                 DELIMITED BY SIZE INTO Hora-j
              MOVE JOB-LIDOS    TO Lidos-j
              MOVE JOB-GRAVADOS TO Gravados-j
              MOVE JOB-AVISOS   TO Avisos-j
              MOVE JOB-STATUS   TO Status-j
              MOVE ";" TO FIL-J1 FIL-J2 FIL-J3 FIL-J4 FIL-J5
                          FIL-J6 FIL-J7
              WRITE REG-JOBLOG
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "DEPOSITO=" DEPOSITO-W " DIAS=" DIAS-ANTECEDENCIA
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA66 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
      *    RELATORIOS IMPRIMEM O SEU CODIGO E NOME. SEM O ARQUIVO,   *
      *    VALE O COMPORTAMENTO DE EMPRESA UNICA                     *
           MOVE SPACES TO LINHA-EMPRESA
           OPEN INPUT EMPRESACTL
           IF FILE-STATUS-EMP = 00
              READ EMPRESACTL
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Empresa-ec NOT = SPACES
                       MOVE Dir-Empresa-ec TO Dir-Dados-Par
                       MOVE SPACES TO Dir-Historico-Par
                       STRING FUNCTION TRIM(Dir-Empresa-ec)
                              DELIMITED BY SIZE
                              "history\" DELIMITED BY SIZE
                              INTO Dir-Historico-Par
                       MOVE SPACES TO Dir-Backup-Par
                       STRING FUNCTION TRIM(Dir-Empresa-ec)
                              DELIMITED BY SIZE
                              "backup\" DELIMITED BY SIZE
                              INTO Dir-Backup-Par
                    END-IF
                    MOVE SPACES TO LINHA-EMPRESA
                    STRING "EMPRESA: " Codigo-ec " - "
                           FUNCTION TRIM(Nome-ec)
                       DELIMITED BY SIZE INTO LINHA-EMPRESA
              END-READ
              CLOSE EMPRESACTL
           END-IF.

       CARREGAR-PARAMETROS.
      ********** LE O ARQUIVO CENTRAL DE PARAMETROS (PARAMETROS.TXT, *
      *    MANTIDO PELO PGM00013) E MONTA OS CAMINHOS DOS ARQUIVOS   *
      *    DE DADOS; SEM ELE VALEM OS PADROES HISTORICOS. SO O       *
      *    PROPRIO PARAMETROS.TXT FICA EM CAMINHO FIXO               *
           OPEN INPUT PARAMS
           IF FILE-STATUS-PAR = 00
              READ PARAMS
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Dados-F NOT = SPACES
                       MOVE Dir-Dados-F TO Dir-Dados-Par
                    END-IF
                    IF Dir-Historico-F NOT = SPACES
                       MOVE Dir-Historico-F TO Dir-Historico-Par
                    END-IF
                    IF Dir-Backup-F NOT = SPACES
                       MOVE Dir-Backup-F TO Dir-Backup-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-LOTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "lotes.dat" DELIMITED BY SIZE
                  INTO ARQ-LOTES
           MOVE SPACES TO ARQ-DEPOSITOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "depositos.dat" DELIMITED BY SIZE
                  INTO ARQ-DEPOSITOS
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-LOTVENC
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "lotesvenc.txt" DELIMITED BY SIZE
                  INTO ARQ-LOTVENC.
       END PROGRAM PROGRAMA66.
