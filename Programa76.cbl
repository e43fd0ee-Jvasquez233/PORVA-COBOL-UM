      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: REMESSA DE CONSULTA AO BUREAU DE CREDITO (SERASA/SPC)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA76.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS.

           SELECT BUREAUCLI ASSIGN ARQ-BUREAUCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-bc
           FILE STATUS IS FILE-STATUS-BC.

           SELECT BUREAUREM ASSIGN ARQ-BUREAUREM
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
       FD  CLIENTES.

       01  REG-CLIENTES.
           05 Codigo-Cliente               PIC 9(007).
           05 CNPJ                         PIC 9(014).
           05 Razão-Social                 PIC X(040).
           05 Latitude-c                   PIC s9(003)v9(008).
           05 Longitude-c                  PIC s9(003)v9(008).
           05 Codigo-Vendedor-Fixo         PIC 9(003)   VALUE ZEROES.
           05 Zona-Cliente                 PIC X(003)   VALUE SPACES.
           05 Classificacao-Cliente        PIC X(001)   VALUE "P".
              88 CLIENTE-VIP                             VALUE "V".
              88 CLIENTE-PADRAO                          VALUE "S".
              88 CLIENTE-PROSPECTO                       VALUE "P".
           05 Situacao-Cliente             PIC X(001)   VALUE "A".
              88 CLIENTE-ATIVO                           VALUE "A".
              88 CLIENTE-INATIVO                         VALUE "I".
              88 CLIENTE-BLOQUEADO                       VALUE "B".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  BUREAUCLI.

      ********** ULTIMA CONSULTA AO BUREAU DE CREDITO POR CLIENTE, ***
      *    COM A CONSULTA ANTERIOR PARA COMPARACAO (PROGRAMA77)      *
       01  REG-BUREAUCLI.
           05 Codigo-Cliente-bc            PIC 9(007).
           05 CNPJ-bc                      PIC 9(014).
           05 Data-Consulta-bc             PIC X(010).
           05 Score-bc                     PIC 9(004).
           05 Qtd-Restricoes-bc            PIC 9(003).
           05 Valor-Restricoes-bc          PIC 9(009)v9(002).
           05 Qtd-Protestos-bc             PIC 9(003).
           05 Valor-Protestos-bc           PIC 9(009)v9(002).
           05 Data-Anterior-bc             PIC X(010).
           05 Score-Ant-bc                 PIC 9(004).
           05 Qtd-Restricoes-Ant-bc        PIC 9(003).
           05 Qtd-Protestos-Ant-bc         PIC 9(003).
           05 Situacao-Bureau-bc           PIC X(001).
              88 BUREAU-PRIMEIRA                         VALUE "N".
              88 BUREAU-ESTAVEL                          VALUE "E".
              88 BUREAU-PIOROU                           VALUE "P".

       FD  BUREAUREM.

       01  REG-BUREAUREM                   PIC X(080).

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
           05 FIL-EC3                      PIC X.
           05 Sandbox-ec                   PIC X(001).

       FD  PARAMS.

       01  REG-PARAMS.
           05 Dir-Dados-F                  PIC X(060).
           05 Dir-Historico-F              PIC X(060).
           05 Dir-Backup-F                 PIC X(060).
           05 Max-Dist-F                   PIC 9(010).
           05 Max-Dist-VIP-F               PIC 9(010).
           05 Prazo-Venc-F                 PIC 9(003).
           05 Meses-Inat-F                 PIC 9(003).

       WORKING-STORAGE SECTION.

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
                                            VALUE "PROGRAMA76".
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
           05 SW-EMPRESA-SANDBOX           PIC X        VALUE "N".

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

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-BUREAUCLI                   PIC X(080)   VALUE SPACES.
           05 ARQ-BUREAUREM                   PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-CLIENTES                           VALUE "S".
              88 NO-FIN-CLIENTES                        VALUE "N".

           05 FILE-STATUS-BC               PIC 99       VALUE ZEROES.
           05 SW-BUREAUCLI-OK              PIC X        VALUE "N".
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-PROSPECTOS              PIC 9(005)   VALUE ZEROES.
           05 CONT-ATIVOS                  PIC 9(005)   VALUE ZEROES.
           05 MES-ROTACAO                  PIC 9(002)   VALUE ZEROES.
           05 QUOCIENTE-W                  PIC 9(007)   VALUE ZEROES.
           05 RESTO-W                      PIC 9(002)   VALUE ZEROES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
              10 DATE-AUXILIAR.
                 15 AA-AUX                 PIC X(002)  VALUE SPACES.
                 15 MM-AUX                 PIC X(002)  VALUE SPACES.
                 15 DD-AUX                 PIC X(002)  VALUE SPACES.

      ********** LEIAUTE POSICIONAL DE CONSULTA DO BUREAU: ***********
      *    0 = HEADER, 1 = CNPJ A CONSULTAR, 9 = TRAILER             *
           05 REGISTROS-REMESSA.
              10 REG-HEADER-REM.
                 15 FILLER                 PIC X(001)  VALUE "0".
                 15 FILLER                 PIC X(008)  VALUE "CONSULTA".
                 15 HEADER-DATA            PIC X(008).
                 15 HEADER-EMPRESA         PIC X(040).
                 15 FILLER                 PIC X(023)  VALUE SPACES.
              10 REG-CONSULTA-REM.
                 15 FILLER                 PIC X(001)  VALUE "1".
                 15 CNPJ-REM               PIC 9(014).
                 15 CLIENTE-REM            PIC 9(007).
                 15 TIPO-REM               PIC X(001).
                 15 RAZAO-REM              PIC X(040).
                 15 FILLER                 PIC X(017)  VALUE SPACES.
              10 REG-TRAILER-REM.
                 15 FILLER                 PIC X(001)  VALUE "9".
                 15 QTD-CONSULTAS-TRL      PIC 9(007).
                 15 FILLER                 PIC X(072)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-CLIENTES
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE MM-AUX TO MES-ROTACAO
           SET NO-FIN-CLIENTES TO TRUE

      ********** EMPRESA DE TREINAMENTO (SANDBOX): NENHUMA CONSULTA **
      *    EXTERNA PODE SAIR DELA                                    *
           IF SW-EMPRESA-SANDBOX = "S"
              DISPLAY "EMPRESA DE TREINAMENTO: CONSULTA INIBIDA"
              MOVE "SANDBOX" TO JOB-STATUS
              SET FIN-CLIENTES TO TRUE
           ELSE
           OPEN INPUT CLIENTES
           IF FILE-STATUS NOT = 00
              DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
              DISPLAY "STATUS: " FILE-STATUS
              SET FIN-CLIENTES TO TRUE
              MOVE "SEM CLIENT" TO JOB-STATUS
           ELSE
              OPEN INPUT BUREAUCLI
              IF FILE-STATUS-BC = 00
                 MOVE "S" TO SW-BUREAUCLI-OK
              END-IF
              OPEN OUTPUT BUREAUREM
              MOVE SPACES TO HEADER-DATA
              STRING DD-AUX MM-AUX "20" AA-AUX
                 DELIMITED BY SIZE INTO HEADER-DATA
              MOVE LINHA-EMPRESA TO HEADER-EMPRESA
              WRITE REG-BUREAUREM FROM REG-HEADER-REM
              PERFORM LEER-CLIENTES
           END-IF
           END-IF.

       LEER-CLIENTES.
           READ CLIENTES NEXT RECORD
                AT END
                SET FIN-CLIENTES TO TRUE
           END-READ.

       PROCESO.
      ********** PROSPECTOS AINDA NAO CONSULTADOS SEMPRE VAO; OS *****
      *    ATIVOS RODAM EM 12 GRUPOS PELO RESTO DO CODIGO POR 12,    *
      *    UM GRUPO POR MES, E CADA ATIVO E CONSULTADO UMA VEZ AO    *
      *    ANO. BLOQUEADOS E INATIVOS FICAM DE FORA                  *
           ADD 1 TO CONT-LIDOS
           IF CLIENTE-PROSPECTO AND CLIENTE-ATIVO
              IF SW-BUREAUCLI-OK = "S"
                 MOVE Codigo-Cliente TO Codigo-Cliente-bc
                 READ BUREAUCLI
              ELSE
                 MOVE 23 TO FILE-STATUS-BC
              END-IF
              IF FILE-STATUS-BC NOT = 00
                 MOVE "P" TO TIPO-REM
                 PERFORM GERAR-CONSULTA
                 ADD 1 TO CONT-PROSPECTOS
              END-IF
           ELSE
              IF CLIENTE-ATIVO
                 DIVIDE Codigo-Cliente BY 12 GIVING QUOCIENTE-W
                        REMAINDER RESTO-W
                 IF RESTO-W + 1 = MES-ROTACAO
                    MOVE "A" TO TIPO-REM
                    PERFORM GERAR-CONSULTA
                    ADD 1 TO CONT-ATIVOS
                 END-IF
              END-IF
           END-IF
           PERFORM LEER-CLIENTES.

       GERAR-CONSULTA.
           MOVE CNPJ           TO CNPJ-REM
           MOVE Codigo-Cliente TO CLIENTE-REM
           MOVE Razão-Social   TO RAZAO-REM
           WRITE REG-BUREAUREM FROM REG-CONSULTA-REM
           ADD 1 TO JOB-GRAVADOS.

       FIN.
           IF JOB-STATUS = "OK"
              COMPUTE QTD-CONSULTAS-TRL = CONT-PROSPECTOS + CONT-ATIVOS
              WRITE REG-BUREAUREM FROM REG-TRAILER-REM
              CLOSE CLIENTES
                    BUREAUREM
              IF SW-BUREAUCLI-OK = "S"
                 CLOSE BUREAUCLI
              END-IF
              DISPLAY "REMESSA GERADA: bureauremessa.txt"
              DISPLAY "Clientes lidos        : " CONT-LIDOS
              DISPLAY "Prospectos a consultar: " CONT-PROSPECTOS
              DISPLAY "Ativos do mes (rodizio): " CONT-ATIVOS
           END-IF

           MOVE CONT-LIDOS TO JOB-LIDOS
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
                    IF Sandbox-ec = "S"
                       MOVE "S" TO SW-EMPRESA-SANDBOX
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
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-BUREAUCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "bureaucli.dat" DELIMITED BY SIZE
                  INTO ARQ-BUREAUCLI
           MOVE SPACES TO ARQ-BUREAUREM
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "bureauremessa.txt" DELIMITED BY SIZE
                  INTO ARQ-BUREAUREM.
       END PROGRAM PROGRAMA76.
