      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: AGENDADOR DAS ROTINAS BATCH (CALENDARIO E DEPENDENCIAS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA94.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AGENDA ASSIGN ARQ-AGENDA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Job-ag
           FILE STATUS IS FILE-STATUS-AG.

           SELECT FERIADOS ASSIGN ARQ-FERIADOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Data-Feriado-fe
           FILE STATUS IS FILE-STATUS-FER.

           SELECT JOBLOGIN ASSIGN ARQ-JOBLOGIN
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JI.

           SELECT AGENDALOG ASSIGN ARQ-AGENDALOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-AL.

           SELECT AGENDAREL ASSIGN ARQ-AGENDAREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-AR.

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
       FD  AGENDA.

      ********** AGENDA DAS ROTINAS BATCH (PGM00049), EXECUTADA PELO *
      *    AGENDADOR (PROGRAMA94). Comando-ag E A LINHA PASSADA AO   *
      *    SISTEMA, COM ARGUMENTOS OU REDIRECIONAMENTO DE ENTRADA    *
      *    PARA OS PROGRAMAS QUE PERGUNTAM ALGO (EX. "Pgm00004.exe   *
      *    AUTO"). Programa-Log-ag E O NOME GRAVADO NO JOBLOG.CSV,   *
      *    ONDE O AGENDADOR CONFERE O STATUS; "*" = SEM JOBLOG, VALE *
      *    SO O RETURN-CODE. Parametro-ag: DIA DA SEMANA (S, 1 =     *
      *    SEGUNDA), N-ESIMO DIA UTIL (N) OU DIA DO MES (M)          *
       01  REG-AGENDA.
           05 Codigo-Job-ag                PIC X(010).
           05 Descricao-ag                 PIC X(040).
           05 Comando-ag                   PIC X(060).
           05 Programa-Log-ag              PIC X(010).
           05 Frequencia-ag                PIC X(001).
              88 FREQ-DIARIA                             VALUE "D".
              88 FREQ-DIA-UTIL                           VALUE "U".
              88 FREQ-SEMANAL                            VALUE "S".
              88 FREQ-ENESIMO-UTIL                       VALUE "N".
              88 FREQ-DIA-FIXO                           VALUE "M".
              88 FREQ-FIM-MES                            VALUE "F".
           05 Parametro-ag                 PIC 9(002).
           05 Predecessores-ag.
              10 Predecessor-ag OCCURS 5 TIMES PIC X(010).
           05 Ativo-ag                     PIC X(001).
              88 ROTINA-ATIVA                            VALUE "S".
           05 Ultima-Execucao-ag           PIC X(010).
           05 Hora-Execucao-ag             PIC X(008).
           05 Ultimo-Status-ag             PIC X(010).
           05 Operador-ag                  PIC X(010).
           05 Data-Alteracao-ag            PIC X(010).


       FD  FERIADOS.

       01  REG-FERIADOS.
           05 Data-Feriado-fe              PIC 9(008).
           05 Descricao-Feriado            PIC X(030).

       FD  JOBLOGIN.

      ********** JOBLOG.CSV LIDO PELO AGENDADOR (MESMO LAYOUT DO *****
      *    REG-JOBLOG GRAVADO POR TODOS OS LOTES)                    *
       01  REG-JOBLOGIN.
           05 Programa-ji                  PIC X(010).
           05 FILLER                       PIC X.
           05 Evento-ji                    PIC X(006).
           05 FILLER                       PIC X.
           05 Data-ji                      PIC X(010).
           05 FILLER                       PIC X.
           05 Hora-ji                      PIC X(008).
           05 FILLER                       PIC X.
           05 Lidos-ji                     PIC X(007).
           05 FILLER                       PIC X.
           05 Gravados-ji                  PIC X(007).
           05 FILLER                       PIC X.
           05 Avisos-ji                    PIC X(005).
           05 FILLER                       PIC X.
           05 Status-ji                    PIC X(010).

       FD  AGENDALOG.

      ********** HISTORICO DAS EXECUCOES DO AGENDADOR ****************
       01  REG-AGENDALOG.
           05 Data-al                      PIC X(010).
           05 FIL-AL1                      PIC X          VALUE ";".
           05 Hora-Inicio-al               PIC X(008).
           05 FIL-AL2                      PIC X          VALUE ";".
           05 Hora-Fim-al                  PIC X(008).
           05 FIL-AL3                      PIC X          VALUE ";".
           05 Codigo-Job-al                PIC X(010).
           05 FIL-AL4                      PIC X          VALUE ";".
           05 Status-al                    PIC X(010).
           05 FIL-AL5                      PIC X          VALUE ";".
           05 Return-Code-al               PIC -ZZZ9.

       FD  AGENDAREL.

       01  REG-AGENDAREL                   PIC X(132).

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
                                            VALUE "PROGRAMA94".
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
           05 ARQ-AGENDA                      PIC X(080)   VALUE SPACES.
           05 ARQ-FERIADOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-JOBLOGIN                    PIC X(080)   VALUE SPACES.
           05 ARQ-AGENDALOG                   PIC X(080)   VALUE SPACES.
           05 ARQ-AGENDAREL                   PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SW-FIM-AGENDA                PIC X        VALUE "N".
              88 FIM-AGENDA                             VALUE "S".
              88 NO-FIM-AGENDA                          VALUE "N".
           05 SW-FIM-JOBLOG                PIC X        VALUE "N".
              88 FIM-JOBLOG                             VALUE "S".
              88 NO-FIM-JOBLOG                          VALUE "N".

           05 FILE-STATUS-AG               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FER              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-JI               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AL               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AR               PIC 99       VALUE ZEROES.
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-FERIADOS-OK               PIC X        VALUE "N".
           05 OPC-W                        PIC 9        VALUE ZEROES.

      ********** MODOS: "AUTO" NA LINHA DE COMANDO EXECUTA SEM *******
      *    PERGUNTAS (AGENDADOR DO SISTEMA OPERACIONAL) E DEVOLVE    *
      *    RETURN-CODE 8 SE ALGUMA ROTINA FALHOU OU FOI BLOQUEADA;   *
      *    "LISTAR" SO MOSTRA O QUE RODARIA HOJE (PGM00049)          *
           05 ARG-LINHA                    PIC X(080)   VALUE SPACES.
           05 SW-MODO-AUTO                 PIC X        VALUE "N".
              88 MODO-AUTO                              VALUE "S".
              88 MODO-INTERATIVO                        VALUE "N".
           05 SW-SIMULACAO                 PIC X        VALUE "N".
              88 SIMULACAO                              VALUE "S".
              88 EXECUCAO-REAL                          VALUE "N".

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.
           05 HORA-AUXILIAR.
              10 HH-AUX                    PIC X(002)   VALUE SPACES.
              10 MIN-AUX                   PIC X(002)   VALUE SPACES.
              10 SEG-AUX                   PIC X(002)   VALUE SPACES.
              10 MILI-AUX                  PIC X(002)   VALUE SPACES.
           05 DATA-HOJE-W                  PIC X(010)   VALUE SPACES.
           05 HORA-INICIO-W                PIC X(008)   VALUE SPACES.
           05 HORA-FIM-W                   PIC X(008)   VALUE SPACES.

      ********** CALENDARIO: DATAS EM AAAAMMDD E EM DIAS CORRIDOS *****
      *    (INTEGER-OF-DATE); DIA DA SEMANA 0 = SEGUNDA ... 6 = DOMINGO*
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-TESTE-AMD               PIC 9(008)   VALUE ZEROES.
           05 DATA-TESTE-R REDEFINES DATA-TESTE-AMD.
              10 AAAA-Teste-W              PIC 9(004).
              10 MM-Teste-W                PIC 9(002).
              10 DD-Teste-W                PIC 9(002).
           05 DATA-TESTE-INT               PIC 9(008)   VALUE ZEROES.
           05 DATA-UTIL-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-UTIL-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-CORRIDA-INT             PIC 9(008)   VALUE ZEROES.
           05 PRIMEIRO-DIA-INT             PIC 9(008)   VALUE ZEROES.
           05 ULTIMO-DIA-INT               PIC 9(008)   VALUE ZEROES.
           05 DATA-AUX-AMD                 PIC 9(008)   VALUE ZEROES.
           05 DATA-AUX-R REDEFINES DATA-AUX-AMD.
              10 AAAA-Aux-W                PIC 9(004).
              10 MM-Aux-W                  PIC 9(002).
              10 DD-Aux-W                  PIC 9(002).
           05 DIA-SEMANA-W                 PIC 9(001)   VALUE ZEROES.
           05 DIA-LIMITE-W                 PIC 9(002)   VALUE ZEROES.
           05 CONT-UTEIS-W                 PIC 9(002)   VALUE ZEROES.
           05 SW-DIA-UTIL                  PIC X        VALUE "N".
           05 SW-DEVIDO                    PIC X        VALUE "N".
           05 SW-HA-UTIL-DEPOIS            PIC X        VALUE "N".
           05 DATA-DEVIDA-ANT              PIC 9(008)   VALUE ZEROES.
           05 DIAS-ATRAS-W                 PIC 9(003)   VALUE ZEROES.
           05 DIAS-JANELA-ATRASO           PIC 9(003)   VALUE 62.
           05 Data-Conv-X                  PIC X(008)   VALUE SPACES.
           05 Data-Conv-AMD REDEFINES Data-Conv-X
                                           PIC 9(008).

      ********** ROTINAS DA AGENDA; SITUACAO DO DIA: P = PENDENTE, ***
      *    E = EXECUTADA COM SUCESSO, F = FALHOU, B = BLOQUEADA,     *
      *    N = NAO DEVIDA HOJE                                       *
           05 QTD-JOBS                     PIC 9(003)   VALUE ZEROES.
           05 MAX-JOBS                     PIC 9(003)   VALUE 100.
           05 TABELA-JOBS.
              10 JOB-OCC OCCURS 100 TIMES INDEXED BY IDX-J IDX-P.
                 15 Codigo-T               PIC X(010).
                 15 Comando-T              PIC X(060).
                 15 Log-T                  PIC X(010).
                 15 Freq-T                 PIC X(001).
                 15 Param-T                PIC 9(002).
                 15 Pred-T OCCURS 5 TIMES  PIC X(010).
                 15 Ativo-T                PIC X(001).
                 15 Devido-T               PIC X(001).
                 15 Situacao-T             PIC X(001).
                 15 Status-Ult-T           PIC X(010).
                 15 Data-Ult-T             PIC 9(008).
                 15 Data-Suc-T             PIC 9(008).
                 15 Status-Dia-T           PIC X(010).
                 15 Motivo-T               PIC X(040).
           05 IND-PR                       PIC 9(001)   VALUE ZEROES.
           05 SW-PROGRESSO                 PIC X        VALUE "N".
           05 SW-PRED-OK                   PIC X        VALUE "N".
           05 SW-PRED-ESPERA               PIC X        VALUE "N".
           05 SW-ACHOU-PRED                PIC X        VALUE "N".
           05 Status-Teste-W               PIC X(010)   VALUE SPACES.
           05 SW-STATUS-OK                 PIC X        VALUE "N".

      ********** EXECUCAO DE UMA ROTINA E LEITURA DO SEU FIM NO ******
      *    JOBLOG.CSV: SO AS LINHAS GRAVADAS DEPOIS DO DISPARO       *
           05 COMANDO-W                    PIC X(080)   VALUE SPACES.
           05 RC-W                         PIC S9(004)  VALUE ZEROES.
           05 RC-EDIT-W                    PIC -ZZZ9.
           05 QTD-LINHAS-JOBLOG            PIC 9(007)   VALUE ZEROES.
           05 CONT-LINHAS-LIDAS            PIC 9(007)   VALUE ZEROES.
           05 Status-Fim-W                 PIC X(010)   VALUE SPACES.
           05 SW-ACHOU-FIM                 PIC X        VALUE "N".

           05 CONT-AGENDA                  PIC 9(005)   VALUE ZEROES.
           05 CONT-DEVIDAS                 PIC 9(005)   VALUE ZEROES.
           05 CONT-EXECUTADAS              PIC 9(005)   VALUE ZEROES.
           05 CONT-JA-FEITAS               PIC 9(005)   VALUE ZEROES.
           05 CONT-FALHAS                  PIC 9(005)   VALUE ZEROES.
           05 CONT-BLOQUEADAS              PIC 9(005)   VALUE ZEROES.
           05 CONT-ATRASADAS               PIC 9(005)   VALUE ZEROES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 SITUACAO-TEXTO-W             PIC X(012)   VALUE SPACES.
           05 DATA-EDIT-W                  PIC X(010)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           ACCEPT ARG-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(ARG-LINHA) TO ARG-LINHA
           EVALUATE TRUE
              WHEN ARG-LINHA(1:4) = "AUTO"
                 SET MODO-AUTO TO TRUE
              WHEN ARG-LINHA(1:6) = "LISTAR"
                 SET SIMULACAO TO TRUE
              WHEN OTHER
                 DISPLAY "AGENDADOR DE ROTINAS BATCH"
                 DISPLAY "OPCAO 1 EXECUTAR AS ROTINAS DEVIDAS HOJE"
                 DISPLAY "OPCAO 2 SO LISTAR (SIMULACAO)"
                 ACCEPT OPC-W
                 IF OPC-W NOT = 1
                    SET SIMULACAO TO TRUE
                 END-IF
           END-EVALUATE
      ********** A SIMULACAO NAO ENTRA NO JOBLOG: A CONFERENCIA DA ***
      *    MANHA SO VE O QUE DE FATO RODOU                           *
           IF EXECUCAO-REAL
              MOVE "INICIO" TO JOB-EVENTO
              PERFORM GRAVAR-JOBLOG
           END-IF

           PERFORM INICIO
           IF SW-ARQUIVOS-OK = "S"
              PERFORM CARREGAR-HISTORICO-JOBLOG
              PERFORM MARCAR-DEVIDAS-HOJE
              PERFORM PROCESSAR-PASSO UNTIL SW-PROGRESSO = "N"
              PERFORM MARCAR-CICLOS
              PERFORM VERIFICAR-ATRASADAS
           END-IF
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           ACCEPT HORA-AUXILIAR FROM TIME
           MOVE SPACES TO DATA-HOJE-W
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-HOJE-W
           MOVE SPACES TO Data-Conv-X
           STRING "20" AA-AUX MM-AUX DD-AUX
              DELIMITED BY SIZE INTO Data-Conv-X
           MOVE Data-Conv-AMD TO DATA-HOJE-AMD
           COMPUTE DATA-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(DATA-HOJE-AMD)

           IF SIMULACAO
              OPEN INPUT AGENDA
           ELSE
              OPEN I-O AGENDA
           END-IF
           IF FILE-STATUS-AG NOT = 00
              DISPLAY "agenda.dat AUSENTE; CADASTRE AS ROTINAS NO "
                      "PGM00049"
              DISPLAY "STATUS: " FILE-STATUS-AG
              MOVE "SEM AGENDA" TO JOB-STATUS
           ELSE
              MOVE "S" TO SW-ARQUIVOS-OK
      ********** SEM CALENDARIO DE FERIADOS (PGM00023), DIA UTIL ******
      *    E DE SEGUNDA A SEXTA                                      *
              OPEN INPUT FERIADOS
              IF FILE-STATUS-FER = 00
                 MOVE "S" TO SW-FERIADOS-OK
              END-IF
              OPEN OUTPUT AGENDAREL
              MOVE SPACES TO LINHA-REL
              STRING "AGENDA DE ROTINAS BATCH - " DATA-HOJE-W " "
                     HH-AUX ":" MIN-AUX
                 DELIMITED BY SIZE INTO LINHA-REL
              IF SIMULACAO
                 MOVE "(SIMULACAO: NADA FOI EXECUTADO)"
                   TO LINHA-REL(50:40)
              END-IF
              PERFORM ESCREVER-LINHA
              IF LINHA-EMPRESA NOT = SPACES
                 MOVE LINHA-EMPRESA TO LINHA-REL
                 PERFORM ESCREVER-LINHA
              END-IF
              MOVE ALL "-" TO LINHA-REL(1:100)
              PERFORM ESCREVER-LINHA
              PERFORM CARREGAR-AGENDA
              IF EXECUCAO-REAL
                 OPEN EXTEND AGENDALOG
                 IF FILE-STATUS-AL NOT = 00
                    OPEN OUTPUT AGENDALOG
                 END-IF
              END-IF
           END-IF.

       CARREGAR-AGENDA.
           MOVE ZEROES TO QTD-JOBS
           MOVE LOW-VALUES TO Codigo-Job-ag
           SET NO-FIM-AGENDA TO TRUE
           START AGENDA KEY IS NOT LESS THAN Codigo-Job-ag
              INVALID KEY SET FIM-AGENDA TO TRUE
           END-START
           PERFORM CARREGAR-UMA-ROTINA UNTIL FIM-AGENDA.

       CARREGAR-UMA-ROTINA.
           READ AGENDA NEXT RECORD
              AT END SET FIM-AGENDA TO TRUE
           END-READ
           IF NOT FIM-AGENDA
              ADD 1 TO CONT-AGENDA
              IF QTD-JOBS < MAX-JOBS
                 ADD 1 TO QTD-JOBS
                 SET IDX-J TO QTD-JOBS
                 MOVE Codigo-Job-ag     TO Codigo-T(IDX-J)
                 MOVE Comando-ag        TO Comando-T(IDX-J)
                 MOVE Programa-Log-ag   TO Log-T(IDX-J)
                 MOVE Frequencia-ag     TO Freq-T(IDX-J)
                 MOVE Parametro-ag      TO Param-T(IDX-J)
                 PERFORM VARYING IND-PR FROM 1 BY 1 UNTIL IND-PR > 5
                    MOVE Predecessor-ag(IND-PR)
                      TO Pred-T(IDX-J, IND-PR)
                 END-PERFORM
                 MOVE Ativo-ag          TO Ativo-T(IDX-J)
                 MOVE "N"               TO Devido-T(IDX-J)
                 MOVE "N"               TO Situacao-T(IDX-J)
                 MOVE SPACES            TO Status-Dia-T(IDX-J)
                 MOVE SPACES            TO Motivo-T(IDX-J)
      ********** ULTIMA EXECUCAO PELO AGENDADOR; O JOBLOG, QUANDO ****
      *    HOUVER, PREVALECE (INCLUI AS EXECUCOES PELO MENU)         *
                 MOVE Ultimo-Status-ag  TO Status-Ult-T(IDX-J)
                 MOVE ZEROES            TO Data-Ult-T(IDX-J)
                 MOVE ZEROES            TO Data-Suc-T(IDX-J)
                 IF Ultima-Execucao-ag NOT = SPACES
                    MOVE SPACES TO Data-Conv-X
                    STRING Ultima-Execucao-ag(7:4)
                           Ultima-Execucao-ag(4:2)
                           Ultima-Execucao-ag(1:2)
                       DELIMITED BY SIZE INTO Data-Conv-X
                    IF Data-Conv-X IS NUMERIC
                       MOVE Data-Conv-AMD TO Data-Ult-T(IDX-J)
                       MOVE Ultimo-Status-ag TO Status-Teste-W
                       PERFORM AVALIAR-STATUS
                       IF SW-STATUS-OK = "S"
                          MOVE Data-Conv-AMD TO Data-Suc-T(IDX-J)
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 DISPLAY "AGENDA COM MAIS DE " MAX-JOBS
                         " ROTINAS; IGNORADA: " Codigo-Job-ag
              END-IF
           END-IF.

       AVALIAR-STATUS.
      ********** SUCESSO NO JOBLOG: OK, OU AVISO (TERMINOU, COM *******
      *    OCORRENCIAS A CONFERIR); QUALQUER OUTRO STATUS E FALHA    *
           IF Status-Teste-W = "OK" OR Status-Teste-W = "AVISO"
              MOVE "S" TO SW-STATUS-OK
           ELSE
              MOVE "N" TO SW-STATUS-OK
           END-IF.

       CARREGAR-HISTORICO-JOBLOG.
      ********** UMA PASSADA NO JOBLOG.CSV: ULTIMO FIM E ULTIMO ******
      *    SUCESSO DE CADA ROTINA, PELO NOME QUE ELA GRAVA NO LOG    *
           MOVE ZEROES TO QTD-LINHAS-JOBLOG
           SET NO-FIM-JOBLOG TO TRUE
           OPEN INPUT JOBLOGIN
           IF FILE-STATUS-JI = 00
              PERFORM LER-LINHA-HISTORICO UNTIL FIM-JOBLOG
              CLOSE JOBLOGIN
           END-IF.

       LER-LINHA-HISTORICO.
           READ JOBLOGIN
              AT END SET FIM-JOBLOG TO TRUE
           END-READ
           IF NOT FIM-JOBLOG
              ADD 1 TO QTD-LINHAS-JOBLOG
              IF Evento-ji = "FIM"
                 MOVE SPACES TO Data-Conv-X
                 STRING Data-ji(7:4) Data-ji(4:2) Data-ji(1:2)
                    DELIMITED BY SIZE INTO Data-Conv-X
                 IF Data-Conv-X IS NUMERIC
                    PERFORM VARYING IDX-J FROM 1 BY 1
                            UNTIL IDX-J > QTD-JOBS
                       IF Log-T(IDX-J) = Programa-ji
                          AND Log-T(IDX-J) NOT = "*"
                          MOVE Status-ji     TO Status-Ult-T(IDX-J)
                          MOVE Data-Conv-AMD TO Data-Ult-T(IDX-J)
                          MOVE Status-ji     TO Status-Teste-W
                          PERFORM AVALIAR-STATUS
                          IF SW-STATUS-OK = "S"
                             MOVE Data-Conv-AMD TO Data-Suc-T(IDX-J)
                          END-IF
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-IF.

       MARCAR-DEVIDAS-HOJE.
           MOVE DATA-HOJE-INT TO DATA-TESTE-INT
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > QTD-JOBS
              IF Ativo-T(IDX-J) = "S"
                 PERFORM VERIFICAR-DEVIDO
                 IF SW-DEVIDO = "S"
                    ADD 1 TO CONT-DEVIDAS
                    MOVE "S" TO Devido-T(IDX-J)
      ********** JA RODOU COM SUCESSO HOJE (REEXECUCAO DO AGENDADOR **
      *    APOS UMA FALHA): NAO REPETE, MAS LIBERA AS DEPENDENTES    *
                    IF Data-Suc-T(IDX-J) = DATA-HOJE-AMD
                       MOVE "E" TO Situacao-T(IDX-J)
                       MOVE Status-Ult-T(IDX-J) TO Status-Dia-T(IDX-J)
                       MOVE "JA EXECUTADA HOJE" TO Motivo-T(IDX-J)
                       ADD 1 TO CONT-JA-FEITAS
                       MOVE "JA FEITA" TO SITUACAO-TEXTO-W
                       PERFORM ESCREVER-LINHA-ROTINA
                    ELSE
                       MOVE "P" TO Situacao-T(IDX-J)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       VERIFICAR-DEVIDO.
      ********** A ROTINA IDX-J E DEVIDA NA DATA DATA-TESTE-INT? ******
           MOVE "N" TO SW-DEVIDO
           COMPUTE DATA-TESTE-AMD =
              FUNCTION DATE-OF-INTEGER(DATA-TESTE-INT)
           COMPUTE DIA-SEMANA-W = FUNCTION MOD(DATA-TESTE-INT - 1, 7)
           EVALUATE Freq-T(IDX-J)
              WHEN "D"
                 MOVE "S" TO SW-DEVIDO
              WHEN "U"
                 MOVE DATA-TESTE-INT TO DATA-UTIL-INT
                 PERFORM VERIFICAR-DIA-UTIL
                 MOVE SW-DIA-UTIL TO SW-DEVIDO
              WHEN "S"
                 IF DIA-SEMANA-W + 1 = Param-T(IDX-J)
                    MOVE "S" TO SW-DEVIDO
                 END-IF
              WHEN "M"
      ********** DIA FIXO ALEM DO FIM DO MES (EX. 31 EM ABRIL) CAI NO *
      *    ULTIMO DIA DO MES                                         *
                 PERFORM CALCULAR-LIMITES-MES
                 COMPUTE DIA-LIMITE-W =
                    ULTIMO-DIA-INT - PRIMEIRO-DIA-INT + 1
                 IF Param-T(IDX-J) < DIA-LIMITE-W
                    MOVE Param-T(IDX-J) TO DIA-LIMITE-W
                 END-IF
                 IF DD-Teste-W = DIA-LIMITE-W
                    MOVE "S" TO SW-DEVIDO
                 END-IF
              WHEN "N"
                 MOVE DATA-TESTE-INT TO DATA-UTIL-INT
                 PERFORM VERIFICAR-DIA-UTIL
                 IF SW-DIA-UTIL = "S"
                    PERFORM CALCULAR-LIMITES-MES
                    MOVE ZEROES TO CONT-UTEIS-W
                    PERFORM VARYING DATA-CORRIDA-INT
                            FROM PRIMEIRO-DIA-INT BY 1
                            UNTIL DATA-CORRIDA-INT > DATA-TESTE-INT
                       MOVE DATA-CORRIDA-INT TO DATA-UTIL-INT
                       PERFORM VERIFICAR-DIA-UTIL
                       IF SW-DIA-UTIL = "S"
                          ADD 1 TO CONT-UTEIS-W
                       END-IF
                    END-PERFORM
                    IF CONT-UTEIS-W = Param-T(IDX-J)
                       MOVE "S" TO SW-DEVIDO
                    END-IF
                 END-IF
              WHEN "F"
                 MOVE DATA-TESTE-INT TO DATA-UTIL-INT
                 PERFORM VERIFICAR-DIA-UTIL
                 IF SW-DIA-UTIL = "S"
                    PERFORM CALCULAR-LIMITES-MES
                    MOVE "N" TO SW-HA-UTIL-DEPOIS
                    COMPUTE DATA-CORRIDA-INT = DATA-TESTE-INT + 1
                    PERFORM UNTIL DATA-CORRIDA-INT > ULTIMO-DIA-INT
                            OR SW-HA-UTIL-DEPOIS = "S"
                       MOVE DATA-CORRIDA-INT TO DATA-UTIL-INT
                       PERFORM VERIFICAR-DIA-UTIL
                       MOVE SW-DIA-UTIL TO SW-HA-UTIL-DEPOIS
                       ADD 1 TO DATA-CORRIDA-INT
                    END-PERFORM
                    IF SW-HA-UTIL-DEPOIS = "N"
                       MOVE "S" TO SW-DEVIDO
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CALCULAR-LIMITES-MES.
      ********** PRIMEIRO E ULTIMO DIA DO MES DE DATA-TESTE-AMD *******
           MOVE DATA-TESTE-AMD TO DATA-AUX-AMD
           MOVE 1 TO DD-Aux-W
           COMPUTE PRIMEIRO-DIA-INT =
              FUNCTION INTEGER-OF-DATE(DATA-AUX-AMD)
           IF MM-Aux-W = 12
              ADD 1 TO AAAA-Aux-W
              MOVE 1 TO MM-Aux-W
           ELSE
              ADD 1 TO MM-Aux-W
           END-IF
           COMPUTE ULTIMO-DIA-INT =
              FUNCTION INTEGER-OF-DATE(DATA-AUX-AMD) - 1.

       VERIFICAR-DIA-UTIL.
      ********** SEGUNDA A SEXTA, FORA DO CALENDARIO DE FERIADOS ******
           MOVE "N" TO SW-DIA-UTIL
           IF FUNCTION MOD(DATA-UTIL-INT - 1, 7) < 5
              MOVE "S" TO SW-DIA-UTIL
              IF SW-FERIADOS-OK = "S"
                 COMPUTE DATA-UTIL-AMD =
                    FUNCTION DATE-OF-INTEGER(DATA-UTIL-INT)
                 MOVE DATA-UTIL-AMD TO Data-Feriado-fe
                 READ FERIADOS
                 IF FILE-STATUS-FER = 00
                    MOVE "N" TO SW-DIA-UTIL
                 END-IF
              END-IF
           END-IF.

       PROCESSAR-PASSO.
      ********** CADA PASSADA DISPARA AS ROTINAS PENDENTES CUJOS *****
      *    PREDECESSORES JA TERMINARAM; REPETE ENQUANTO HOUVER       *
      *    PROGRESSO (ORDEM DAS DEPENDENCIAS)                        *
           MOVE "N" TO SW-PROGRESSO
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > QTD-JOBS
              IF Situacao-T(IDX-J) = "P"
                 PERFORM AVALIAR-PREDECESSORES
                 IF SW-PRED-OK = "N"
                    MOVE "B" TO Situacao-T(IDX-J)
                    MOVE "S" TO SW-PROGRESSO
                    ADD 1 TO CONT-BLOQUEADAS
                    MOVE SPACES TO Status-Dia-T(IDX-J)
                    MOVE "BLOQUEADA" TO SITUACAO-TEXTO-W
                    PERFORM ESCREVER-LINHA-ROTINA
                 ELSE
                    IF SW-PRED-ESPERA = "N"
                       MOVE "S" TO SW-PROGRESSO
                       PERFORM EXECUTAR-ROTINA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       AVALIAR-PREDECESSORES.
      ********** PREDECESSOR DEVIDO HOJE PRECISA TERMINAR BEM ANTES; *
      *    NAO DEVIDO HOJE NAO PODE TER FALHADO NA ULTIMA EXECUCAO;  *
      *    INATIVO NAO SEGURA NINGUEM; INEXISTENTE BLOQUEIA          *
           MOVE "S" TO SW-PRED-OK
           MOVE "N" TO SW-PRED-ESPERA
           PERFORM VARYING IND-PR FROM 1 BY 1
                   UNTIL IND-PR > 5 OR SW-PRED-OK = "N"
              IF Pred-T(IDX-J, IND-PR) NOT = SPACES
                 MOVE "N" TO SW-ACHOU-PRED
                 PERFORM VARYING IDX-P FROM 1 BY 1
                         UNTIL IDX-P > QTD-JOBS OR SW-ACHOU-PRED = "S"
                    IF Codigo-T(IDX-P) = Pred-T(IDX-J, IND-PR)
                       MOVE "S" TO SW-ACHOU-PRED
                    END-IF
                 END-PERFORM
                 IF SW-ACHOU-PRED = "N"
                    MOVE "N" TO SW-PRED-OK
                    MOVE SPACES TO Motivo-T(IDX-J)
                    STRING "PREDECESSOR " Pred-T(IDX-J, IND-PR)
                           " INEXISTENTE"
                       DELIMITED BY SIZE INTO Motivo-T(IDX-J)
                 ELSE
                    SET IDX-P DOWN BY 1
                    PERFORM AVALIAR-UM-PREDECESSOR
                 END-IF
              END-IF
           END-PERFORM.

       AVALIAR-UM-PREDECESSOR.
           IF Ativo-T(IDX-P) = "S"
              IF Devido-T(IDX-P) = "S"
                 EVALUATE Situacao-T(IDX-P)
                    WHEN "P"
                       MOVE "S" TO SW-PRED-ESPERA
                    WHEN "F"
                    WHEN "B"
                       MOVE "N" TO SW-PRED-OK
                       MOVE SPACES TO Motivo-T(IDX-J)
                       STRING "PREDECESSOR " Codigo-T(IDX-P)
                              " NAO TERMINOU BEM"
                          DELIMITED BY SIZE INTO Motivo-T(IDX-J)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              ELSE
                 IF Status-Ult-T(IDX-P) NOT = SPACES
                    MOVE Status-Ult-T(IDX-P) TO Status-Teste-W
                    PERFORM AVALIAR-STATUS
                    IF SW-STATUS-OK = "N"
                       MOVE "N" TO SW-PRED-OK
                       MOVE SPACES TO Motivo-T(IDX-J)
                       STRING "PREDECESSOR " Codigo-T(IDX-P)
                              " FALHOU: " Status-Ult-T(IDX-P)
                          DELIMITED BY SIZE INTO Motivo-T(IDX-J)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       EXECUTAR-ROTINA.
      ********** NA SIMULACAO A ROTINA CONTA COMO EXECUTADA, PARA *****
      *    MOSTRAR A ORDEM EM QUE AS DEPENDENTES RODARIAM            *
           IF SIMULACAO
              MOVE "E" TO Situacao-T(IDX-J)
              ADD 1 TO CONT-EXECUTADAS
              MOVE SPACES TO Status-Dia-T(IDX-J)
              MOVE Comando-T(IDX-J) TO Motivo-T(IDX-J)
              MOVE "RODARIA" TO SITUACAO-TEXTO-W
              PERFORM ESCREVER-LINHA-ROTINA
           ELSE
              ACCEPT HORA-AUXILIAR FROM TIME
              MOVE SPACES TO HORA-INICIO-W
              STRING HH-AUX ":" MIN-AUX ":" SEG-AUX
                 DELIMITED BY SIZE INTO HORA-INICIO-W
              DISPLAY "EXECUTANDO: " Codigo-T(IDX-J) " "
                      FUNCTION TRIM(Comando-T(IDX-J))
              MOVE Comando-T(IDX-J) TO COMANDO-W
              CALL "SYSTEM" USING COMANDO-W
              MOVE RETURN-CODE TO RC-W
              ACCEPT HORA-AUXILIAR FROM TIME
              MOVE SPACES TO HORA-FIM-W
              STRING HH-AUX ":" MIN-AUX ":" SEG-AUX
                 DELIMITED BY SIZE INTO HORA-FIM-W
              PERFORM APURAR-STATUS-ROTINA
              MOVE Status-Fim-W TO Status-Dia-T(IDX-J)
              MOVE Status-Fim-W TO Status-Teste-W
              PERFORM AVALIAR-STATUS
              IF SW-STATUS-OK = "S" AND RC-W = ZERO
                 MOVE "E" TO Situacao-T(IDX-J)
                 MOVE DATA-HOJE-AMD TO Data-Suc-T(IDX-J)
                 ADD 1 TO CONT-EXECUTADAS
                 MOVE SPACES TO Motivo-T(IDX-J)
                 MOVE "EXECUTADA" TO SITUACAO-TEXTO-W
              ELSE
                 MOVE "F" TO Situacao-T(IDX-J)
                 ADD 1 TO CONT-FALHAS
                 MOVE RC-W TO RC-EDIT-W
                 MOVE SPACES TO Motivo-T(IDX-J)
                 STRING "RETURN-CODE " RC-EDIT-W
                    DELIMITED BY SIZE INTO Motivo-T(IDX-J)
                 MOVE "FALHOU" TO SITUACAO-TEXTO-W
              END-IF
              MOVE Status-Fim-W TO Status-Ult-T(IDX-J)
              MOVE DATA-HOJE-AMD TO Data-Ult-T(IDX-J)
              PERFORM ESCREVER-LINHA-ROTINA
              PERFORM GRAVAR-AGENDALOG
              PERFORM ATUALIZAR-AGENDA
           END-IF.

       APURAR-STATUS-ROTINA.
      ********** ROTINA SEM JOBLOG ("*"): VALE O RETURN-CODE; AS *****
      *    DEMAIS TEM DE GRAVAR O SEU FIM NO JOBLOG NESTA EXECUCAO   *
           IF Log-T(IDX-J) = "*"
              IF RC-W = ZERO
                 MOVE "OK" TO Status-Fim-W
              ELSE
                 MOVE "FALHA" TO Status-Fim-W
              END-IF
           ELSE
              MOVE "N" TO SW-ACHOU-FIM
              MOVE ZEROES TO CONT-LINHAS-LIDAS
              SET NO-FIM-JOBLOG TO TRUE
              OPEN INPUT JOBLOGIN
              IF FILE-STATUS-JI = 00
                 PERFORM LER-LINHA-EXECUCAO UNTIL FIM-JOBLOG
                 CLOSE JOBLOGIN
              END-IF
              MOVE CONT-LINHAS-LIDAS TO QTD-LINHAS-JOBLOG
              IF SW-ACHOU-FIM = "N"
                 IF RC-W = ZERO
                    MOVE "SEM FIM" TO Status-Fim-W
                 ELSE
                    MOVE "FALHA" TO Status-Fim-W
                 END-IF
              END-IF
           END-IF.

       LER-LINHA-EXECUCAO.
           READ JOBLOGIN
              AT END SET FIM-JOBLOG TO TRUE
           END-READ
           IF NOT FIM-JOBLOG
              ADD 1 TO CONT-LINHAS-LIDAS
              IF CONT-LINHAS-LIDAS > QTD-LINHAS-JOBLOG
                 AND Programa-ji = Log-T(IDX-J)
                 AND Evento-ji = "FIM"
                 MOVE "S" TO SW-ACHOU-FIM
                 MOVE Status-ji TO Status-Fim-W
              END-IF
           END-IF.

       GRAVAR-AGENDALOG.
           MOVE DATA-HOJE-W        TO Data-al
           MOVE HORA-INICIO-W      TO Hora-Inicio-al
           MOVE HORA-FIM-W         TO Hora-Fim-al
           MOVE Codigo-T(IDX-J)    TO Codigo-Job-al
           MOVE Status-Fim-W       TO Status-al
           MOVE RC-W               TO Return-Code-al
           MOVE ";" TO FIL-AL1 FIL-AL2 FIL-AL3 FIL-AL4 FIL-AL5
           WRITE REG-AGENDALOG.

       ATUALIZAR-AGENDA.
           MOVE Codigo-T(IDX-J) TO Codigo-Job-ag
           READ AGENDA
           IF FILE-STATUS-AG = 00
              MOVE DATA-HOJE-W     TO Ultima-Execucao-ag
              MOVE HORA-FIM-W      TO Hora-Execucao-ag
              MOVE Status-Fim-W    TO Ultimo-Status-ag
              REWRITE REG-AGENDA
           END-IF.

       MARCAR-CICLOS.
      ********** O QUE FICOU PENDENTE DEPENDE DE SI MESMO POR ALGUM **
      *    CAMINHO (DEPENDENCIA CIRCULAR)                            *
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > QTD-JOBS
              IF Situacao-T(IDX-J) = "P"
                 MOVE "B" TO Situacao-T(IDX-J)
                 ADD 1 TO CONT-BLOQUEADAS
                 MOVE "DEPENDENCIA CIRCULAR" TO Motivo-T(IDX-J)
                 MOVE "BLOQUEADA" TO SITUACAO-TEXTO-W
                 PERFORM ESCREVER-LINHA-ROTINA
              END-IF
           END-PERFORM.

       VERIFICAR-ATRASADAS.
      ********** ROTINAS QUE DEVIAM TER RODADO NOS ULTIMOS DIAS E ****
      *    NAO TEM SUCESSO DESDE A ULTIMA DATA DEVIDA                *
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "ROTINAS ATRASADAS (DEVIDAS E NAO EXECUTADAS COM SUCES
      -    "SO)" TO LINHA-REL
           PERFORM ESCREVER-LINHA
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > QTD-JOBS
              IF Ativo-T(IDX-J) = "S"
                 MOVE ZEROES TO DATA-DEVIDA-ANT
                 MOVE "N" TO SW-DEVIDO
                 MOVE 1 TO DIAS-ATRAS-W
                 PERFORM UNTIL SW-DEVIDO = "S"
                         OR DIAS-ATRAS-W > DIAS-JANELA-ATRASO
                    COMPUTE DATA-TESTE-INT =
                       DATA-HOJE-INT - DIAS-ATRAS-W
                    PERFORM VERIFICAR-DEVIDO
                    ADD 1 TO DIAS-ATRAS-W
                 END-PERFORM
                 IF SW-DEVIDO = "S"
                    AND Data-Suc-T(IDX-J) < DATA-TESTE-AMD
                    ADD 1 TO CONT-ATRASADAS
                    MOVE SPACES TO LINHA-REL
                    MOVE SPACES TO DATA-EDIT-W
                    STRING DD-Teste-W "-" MM-Teste-W "-" AAAA-Teste-W
                       DELIMITED BY SIZE INTO DATA-EDIT-W
                    STRING "ATRASADA     " Codigo-T(IDX-J)
                           " DEVIDA EM " DATA-EDIT-W
                           " ULTIMO STATUS: " Status-Ult-T(IDX-J)
                       DELIMITED BY SIZE INTO LINHA-REL
                    PERFORM ESCREVER-LINHA
                 END-IF
              END-IF
           END-PERFORM
           IF CONT-ATRASADAS = ZEROES
              MOVE "NENHUMA" TO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF.

       ESCREVER-LINHA-ROTINA.
           MOVE SPACES TO LINHA-REL
           STRING SITUACAO-TEXTO-W " " Codigo-T(IDX-J) " "
                  Status-Dia-T(IDX-J) " " Motivo-T(IDX-J)
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           DISPLAY FUNCTION TRIM(LINHA-REL TRAILING)
           MOVE LINHA-REL TO REG-AGENDAREL
           WRITE REG-AGENDAREL
           MOVE SPACES TO LINHA-REL.

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              MOVE SPACES TO LINHA-REL
              PERFORM ESCREVER-LINHA
              STRING "ROTINAS NA AGENDA: " CONT-AGENDA
                     "  DEVIDAS HOJE: " CONT-DEVIDAS
                     "  JA FEITAS: " CONT-JA-FEITAS
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
              STRING "EXECUTADAS: " CONT-EXECUTADAS
                     "  FALHAS: " CONT-FALHAS
                     "  BLOQUEADAS: " CONT-BLOQUEADAS
                     "  ATRASADAS: " CONT-ATRASADAS
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
              CLOSE AGENDA
                    AGENDAREL
              MOVE "agenda.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-FERIADOS-OK = "S"
                 CLOSE FERIADOS
              END-IF
              IF EXECUCAO-REAL
                 CLOSE AGENDALOG
              END-IF
              IF CONT-FALHAS > ZEROES OR CONT-BLOQUEADAS > ZEROES
                 MOVE "FALHA" TO JOB-STATUS
              ELSE
                 IF CONT-ATRASADAS > ZEROES
                    MOVE "AVISO" TO JOB-STATUS
                 END-IF
              END-IF
           END-IF

           MOVE CONT-AGENDA     TO JOB-LIDOS
           MOVE CONT-EXECUTADAS TO JOB-GRAVADOS
           COMPUTE JOB-AVISOS = CONT-FALHAS + CONT-BLOQUEADAS
                              + CONT-ATRASADAS
           IF EXECUCAO-REAL
              MOVE "FIM"    TO JOB-EVENTO
              PERFORM GRAVAR-JOBLOG
           END-IF
           IF MODO-INTERATIVO
              DISPLAY "RELATORIO GRAVADO EM agenda.txt"
           END-IF
           IF JOB-STATUS = "OK" OR JOB-STATUS = "AVISO"
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
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
           STRING FUNCTION TRIM(ARG-LINHA)
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           INSPECT PARAMETROS-SPOOL REPLACING ALL QUOTE BY SPACE
                   ALL "&" BY SPACE ALL "|" BY SPACE
                   ALL "<" BY SPACE ALL ">" BY SPACE
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA94 "
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
           MOVE SPACES TO ARQ-AGENDA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "agenda.dat" DELIMITED BY SIZE
                  INTO ARQ-AGENDA
           MOVE SPACES TO ARQ-FERIADOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "feriados.dat" DELIMITED BY SIZE
                  INTO ARQ-FERIADOS
           MOVE SPACES TO ARQ-JOBLOGIN
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "joblog.csv" DELIMITED BY SIZE
                  INTO ARQ-JOBLOGIN
           MOVE SPACES TO ARQ-AGENDALOG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "agendalog.csv" DELIMITED BY SIZE
                  INTO ARQ-AGENDALOG
           MOVE SPACES TO ARQ-AGENDAREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "agenda.txt" DELIMITED BY SIZE
                  INTO ARQ-AGENDAREL.
       END PROGRAM PROGRAMA94.
