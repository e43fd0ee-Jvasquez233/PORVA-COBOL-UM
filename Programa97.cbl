      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: SPOOL DE RELATORIOS: CATALOGO E EXPURGO POR RETENCAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA97.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SPOOLCAT ASSIGN ARQ-SPOOLCAT
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Spool
           FILE STATUS IS FILE-STATUS-SP.

           SELECT SPOOLRET ASSIGN ARQ-SPOOLRET
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Relatorio-sr
           FILE STATUS IS FILE-STATUS-SR.

           SELECT SESSAO ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.

           SELECT SPOOLREL ASSIGN ARQ-SPOOLREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SPR.

           SELECT RELORIG ASSIGN ARQ-RELORIG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-RO.

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
       FD  SPOOLCAT.

      ********** CATALOGO DO SPOOL DE RELATORIOS: UMA ENTRADA POR ****
      *    EXECUCAO DE RELATORIO, COM A COPIA GUARDADA NA PASTA      *
      *    SPOOL\ DA EMPRESA SOB O NOME Arquivo-sp (PROGRAMA97)      *
       01  REG-SPOOLCAT.
           05 Chave-Spool.
              10 Data-sp                   PIC 9(008).
              10 Hora-sp                   PIC 9(008).
              10 Programa-sp               PIC X(010).
           05 Relatorio-sp                 PIC X(020).
           05 Arquivo-sp                   PIC X(060).
           05 Usuario-sp                   PIC X(010).
           05 Empresa-sp                   PIC 9(002).
           05 Parametros-sp                PIC X(060).
           05 Linhas-sp                    PIC 9(007).
           05 Paginas-sp                   PIC 9(005).
           05 Qtd-Reimpressoes-sp          PIC 9(003).
           05 Usuario-Reimp-sp             PIC X(010).
           05 Data-Reimp-sp                PIC 9(008).

       FD  SPOOLRET.

      ********** RETENCAO POR TIPO DE RELATORIO (NOME DO ARQUIVO, ****
      *    EX. informe5.txt); "*" E A REGRA PADRAO. ZERO DIAS OU     *
      *    ZERO COPIAS = SEM LIMITE POR ESSE CRITERIO                *
       01  REG-SPOOLRET.
           05 Relatorio-sr                 PIC X(020).
           05 Dias-Retencao-sr             PIC 9(004).
           05 Copias-Max-sr                PIC 9(004).
           05 Usuario-sr                   PIC X(010).
           05 Data-Alteracao-sr            PIC 9(008).

       FD  SESSAO.

       01  REG-SESSAO.
           05 Usuario-Sessao               PIC X(010).
           05 FIL-SES1                     PIC X.
           05 Perfil-Sessao                PIC X(001).

       FD  SPOOLREL.

       01  REG-SPOOLREL                    PIC X(132).

       FD  RELORIG.

       01  REG-RELORIG                     PIC X(250).

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
                                            VALUE "PROGRAMA97".
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


       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-SPOOLCAT                    PIC X(080)   VALUE SPACES.
           05 ARQ-SPOOLRET                    PIC X(080)   VALUE SPACES.
           05 ARQ-SESSAO                      PIC X(080)   VALUE SPACES.
           05 ARQ-SPOOLREL                    PIC X(080)   VALUE SPACES.
           05 ARQ-RELORIG                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS-SP               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SR               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SES              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SPR              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RO               PIC 99       VALUE ZEROES.
           05 SW-FIM-SPOOL                 PIC X        VALUE "N".
              88 FIM-SPOOL                              VALUE "S".
              88 NO-FIM-SPOOL                           VALUE "N".
           05 SW-FIM-REL                   PIC X        VALUE "N".
              88 FIM-REL                                VALUE "S".
              88 NO-FIM-REL                             VALUE "N".
           05 SW-REGRAS-OK                 PIC X        VALUE "N".

      ********** LINHA DE COMANDO:                                   *
      *    REGISTRAR <PROGRAMA> <ARQUIVO> <PARAMETROS> = CATALOGA O  *
      *      RELATORIO RECEM-GERADO (CHAMADO PELOS PROPRIOS          *
      *      PROGRAMAS DE RELATORIO AO FECHAR A SAIDA);              *
      *    AUTO OU PURGAR = EXPURGO PELAS REGRAS, SEM PERGUNTAS;     *
      *    SEM ARGUMENTO = EXPURGO INTERATIVO COM CONFIRMACAO        *
           05 ARG-LINHA                    PIC X(250)   VALUE SPACES.
           05 ARG-MODO-W                   PIC X(010)   VALUE SPACES.
           05 PTR-ARG                      PIC 9(003)   VALUE 1.
           05 SW-MODO                      PIC X        VALUE "I".
              88 MODO-REGISTRAR                         VALUE "R".
              88 MODO-AUTO                              VALUE "A".
              88 MODO-INTERATIVO                        VALUE "I".
           05 Programa-Reg-W               PIC X(010)   VALUE SPACES.
           05 Relatorio-Reg-W              PIC X(020)   VALUE SPACES.
           05 Parametros-Reg-W             PIC X(060)   VALUE SPACES.
           05 Base-Relatorio-W             PIC X(020)   VALUE SPACES.
           05 Usuario-W                    PIC X(010)   VALUE SPACES.
           05 Empresa-Spool-W              PIC 9(002)   VALUE ZEROES.
           05 Dir-Spool-W                  PIC X(080)   VALUE SPACES.
           05 Nome-Spool-W                 PIC X(060)   VALUE SPACES.
           05 COMANDO-W                    PIC X(250)   VALUE SPACES.
           05 OPC-W                        PIC X        VALUE SPACES.

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC 9(002)   VALUE ZEROES.
              10 MM-AUX                    PIC 9(002)   VALUE ZEROES.
              10 DD-AUX                    PIC 9(002)   VALUE ZEROES.
           05 HORA-AUXILIAR                PIC 9(008)   VALUE ZEROES.
           05 Data-Hoje-W                  PIC 9(008)   VALUE ZEROES.
           05 Data-Limite-W                PIC 9(008)   VALUE ZEROES.
           05 Data-Edit-W                  PIC X(010)   VALUE SPACES.
           05 Data-AMD-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-AMD-R REDEFINES Data-AMD-W.
              10 Ano-AMD-W                 PIC 9(004).
              10 Mes-AMD-W                 PIC 9(002).
              10 Dia-AMD-W                 PIC 9(002).

           05 CONT-LINHAS-W                PIC 9(007)   VALUE ZEROES.
           05 LINHAS-POR-PAGINA            PIC 9(003)   VALUE 60.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-EXPURGADOS              PIC 9(007)   VALUE ZEROES.
           05 CONT-MANTIDOS                PIC 9(007)   VALUE ZEROES.
           05 SW-EXPURGAR                  PIC X        VALUE "N".

      ********** REGRA PADRAO QUANDO O RELATORIO NAO TEM REGRA NEM ***
      *    HA A REGRA "*": 90 DIAS, SEM LIMITE DE COPIAS             *
           05 Dias-Padrao-W                PIC 9(004)   VALUE 90.
           05 Copias-Padrao-W              PIC 9(004)   VALUE ZEROES.

      ********** CONTAGEM DE COPIAS POR RELATORIO NO CATALOGO, PARA **
      *    A REGRA DE N COPIAS (AS MAIS ANTIGAS SAEM PRIMEIRO)       *
           05 QTD-TAB-REL                  PIC 9(003)   VALUE ZEROES.
           05 IND-REL                      PIC 9(003)   VALUE ZEROES.
           05 TAB-RELATORIOS.
              10 REL-OCC OCCURS 300 TIMES.
                 15 Relatorio-T            PIC X(020).
                 15 Qtd-Copias-T           PIC 9(005).
                 15 Vistas-T               PIC 9(005).
                 15 Dias-T                 PIC 9(004).
                 15 Copias-T               PIC 9(004).

           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           ACCEPT ARG-LINHA FROM COMMAND-LINE
           MOVE 1 TO PTR-ARG
           UNSTRING ARG-LINHA DELIMITED BY ALL SPACE
              INTO ARG-MODO-W Programa-Reg-W Relatorio-Reg-W
              WITH POINTER PTR-ARG
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(ARG-MODO-W)     TO ARG-MODO-W
           MOVE FUNCTION UPPER-CASE(Programa-Reg-W) TO Programa-Reg-W
           EVALUATE ARG-MODO-W
              WHEN "REGISTRAR"
                 SET MODO-REGISTRAR TO TRUE
                 IF PTR-ARG < 250
                    MOVE ARG-LINHA(PTR-ARG:) TO Parametros-Reg-W
                 END-IF
              WHEN "AUTO"
              WHEN "PURGAR"
                 SET MODO-AUTO TO TRUE
              WHEN OTHER
                 SET MODO-INTERATIVO TO TRUE
           END-EVALUATE

           ACCEPT DATE-AUXILIAR FROM DATE
           ACCEPT HORA-AUXILIAR FROM TIME
           COMPUTE Data-Hoje-W = 20000000 + AA-AUX * 10000
                               + MM-AUX * 100 + DD-AUX
           MOVE SPACES TO Dir-Spool-W
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "spool\" DELIMITED BY SIZE INTO Dir-Spool-W

      ********** O REGISTRO NAO VAI AO JOBLOG: E PARTE DA EXECUCAO ***
      *    DO PROPRIO RELATORIO, QUE JA TEM O SEU INICIO E FIM       *
           IF MODO-REGISTRAR
              PERFORM REGISTRAR-RELATORIO
              STOP RUN
           END-IF

           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           PERFORM EXPURGAR-SPOOL
           PERFORM FIN.

       REGISTRAR-RELATORIO.
      ********** CONTA AS LINHAS DO RELATORIO NA PASTA DE DADOS, *****
      *    GUARDA UMA COPIA COM NOME UNICO NA PASTA SPOOL\ E GRAVA   *
      *    A ENTRADA NO CATALOGO. RELATORIO AUSENTE NAO E CATALOGADO *
           IF Relatorio-Reg-W = SPACES
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE SPACES TO ARQ-RELORIG
              STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                     FUNCTION TRIM(Relatorio-Reg-W) DELIMITED BY SIZE
                     INTO ARQ-RELORIG
              MOVE ZEROES TO CONT-LINHAS-W
              OPEN INPUT RELORIG
              IF FILE-STATUS-RO NOT = 00
                 MOVE 4 TO RETURN-CODE
              ELSE
                 SET NO-FIM-REL TO TRUE
                 PERFORM CONTAR-LINHA UNTIL FIM-REL
                 CLOSE RELORIG
                 PERFORM IDENTIFICAR-USUARIO
                 PERFORM GUARDAR-COPIA
                 PERFORM GRAVAR-CATALOGO
              END-IF
           END-IF.

       CONTAR-LINHA.
           READ RELORIG
              AT END SET FIM-REL TO TRUE
              NOT AT END ADD 1 TO CONT-LINHAS-W
           END-READ.

       IDENTIFICAR-USUARIO.
      ********** USUARIO DA SESSAO ATIVA; FORA DO MENU (AGENDADOR) ***
           MOVE "LOTE" TO Usuario-W
           OPEN INPUT SESSAO
           IF FILE-STATUS-SES = 00
              READ SESSAO
                 AT END CONTINUE
                 NOT AT END
                    IF Usuario-Sessao NOT = SPACES
                       MOVE Usuario-Sessao TO Usuario-W
                    END-IF
              END-READ
              CLOSE SESSAO
           END-IF.

       GUARDAR-COPIA.
      ********** NOME UNICO: <RELATORIO>_AAAAMMDD_HHMMSSCC.txt *******
           MOVE SPACES TO Base-Relatorio-W
           UNSTRING Relatorio-Reg-W DELIMITED BY "."
              INTO Base-Relatorio-W
           END-UNSTRING
           MOVE SPACES TO Nome-Spool-W
           STRING FUNCTION TRIM(Base-Relatorio-W) DELIMITED BY SIZE
                  "_" Data-Hoje-W "_" HORA-AUXILIAR ".txt"
                  DELIMITED BY SIZE INTO Nome-Spool-W

           MOVE SPACES TO COMANDO-W
           STRING "if not exist """ FUNCTION TRIM(Dir-Spool-W)
                  """ md """ FUNCTION TRIM(Dir-Spool-W) """"
              DELIMITED BY SIZE INTO COMANDO-W
           CALL "SYSTEM" USING COMANDO-W

           MOVE SPACES TO COMANDO-W
           STRING "copy /Y """
                  FUNCTION TRIM(ARQ-RELORIG)
                  """ """
                  FUNCTION TRIM(Dir-Spool-W)
                  FUNCTION TRIM(Nome-Spool-W) """ >nul"
                  DELIMITED BY SIZE INTO COMANDO-W
           CALL "SYSTEM" USING COMANDO-W.

       GRAVAR-CATALOGO.
           OPEN I-O SPOOLCAT
           IF FILE-STATUS-SP NOT = 00
              OPEN OUTPUT SPOOLCAT
              CLOSE SPOOLCAT
              OPEN I-O SPOOLCAT
           END-IF
           IF FILE-STATUS-SP NOT = 00
              MOVE 8 TO RETURN-CODE
           ELSE
              INITIALIZE REG-SPOOLCAT
              MOVE Data-Hoje-W      TO Data-sp
              MOVE HORA-AUXILIAR    TO Hora-sp
              MOVE Programa-Reg-W   TO Programa-sp
              MOVE Relatorio-Reg-W  TO Relatorio-sp
              MOVE Nome-Spool-W     TO Arquivo-sp
              MOVE Usuario-W        TO Usuario-sp
              MOVE Empresa-Spool-W  TO Empresa-sp
              MOVE Parametros-Reg-W TO Parametros-sp
              MOVE CONT-LINHAS-W    TO Linhas-sp
              COMPUTE Paginas-sp = (CONT-LINHAS-W
                                 + LINHAS-POR-PAGINA - 1)
                                 / LINHAS-POR-PAGINA
              WRITE REG-SPOOLCAT
                 INVALID KEY MOVE 8 TO RETURN-CODE
              END-WRITE
              CLOSE SPOOLCAT
           END-IF.

       EXPURGAR-SPOOL.
      ********** APLICA AS REGRAS DE RETENCAO: PRIMEIRO CONTA AS *****
      *    COPIAS DE CADA RELATORIO, DEPOIS PERCORRE O CATALOGO DO   *
      *    MAIS ANTIGO AO MAIS RECENTE APAGANDO O QUE PASSOU DO      *
      *    PRAZO OU EXCEDE O NUMERO DE COPIAS DO SEU TIPO            *
           OPEN I-O SPOOLCAT
           IF FILE-STATUS-SP NOT = 00
              IF MODO-INTERATIVO
                 DISPLAY "SPOOL VAZIO: spoolcat.dat NAO ENCONTRADO"
              END-IF
              MOVE "AVISO" TO JOB-STATUS
           ELSE
              OPEN INPUT SPOOLRET
              IF FILE-STATUS-SR = 00
                 MOVE "S" TO SW-REGRAS-OK
                 MOVE "*" TO Relatorio-sr
                 READ SPOOLRET
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE Dias-Retencao-sr TO Dias-Padrao-W
                       MOVE Copias-Max-sr    TO Copias-Padrao-W
                 END-READ
              END-IF
              PERFORM CONTAR-COPIAS
              MOVE "S" TO OPC-W
              IF MODO-INTERATIVO
                 DISPLAY "EXPURGO DO SPOOL DE RELATORIOS"
                 DISPLAY "RELATORIOS NO CATALOGO: " CONT-LIDOS
                 DISPLAY "TIPOS DE RELATORIO    : " QTD-TAB-REL
                 DISPLAY "CONFIRMA O EXPURGO PELAS REGRAS (S/N)? "
                 ACCEPT OPC-W
                 MOVE FUNCTION UPPER-CASE(OPC-W) TO OPC-W
              END-IF
              IF OPC-W = "S"
                 OPEN OUTPUT SPOOLREL
                 MOVE SPACES TO LINHA-REL
                 STRING "EXPURGO DO SPOOL DE RELATORIOS - "
                        DD-AUX "-" MM-AUX "-20" AA-AUX
                    DELIMITED BY SIZE INTO LINHA-REL
                 PERFORM ESCREVER-LINHA
                 IF LINHA-EMPRESA NOT = SPACES
                    MOVE LINHA-EMPRESA TO LINHA-REL
                    PERFORM ESCREVER-LINHA
                 END-IF
                 MOVE "DATA       HORA     PROGRAMA   RELATORIO"
                      TO LINHA-REL
                 MOVE "USUARIO    PAGS MOTIVO" TO LINHA-REL(64:)
                 PERFORM ESCREVER-LINHA
                 MOVE ZEROES TO Chave-Spool
                 SET NO-FIM-SPOOL TO TRUE
                 START SPOOLCAT KEY IS NOT LESS THAN Chave-Spool
                    INVALID KEY SET FIM-SPOOL TO TRUE
                 END-START
                 PERFORM AVALIAR-UMA-ENTRADA UNTIL FIM-SPOOL
                 MOVE SPACES TO LINHA-REL
                 PERFORM ESCREVER-LINHA
                 STRING "EXPURGADOS: " CONT-EXPURGADOS
                        "   MANTIDOS: " CONT-MANTIDOS
                    DELIMITED BY SIZE INTO LINHA-REL
                 PERFORM ESCREVER-LINHA
                 CLOSE SPOOLREL
              END-IF
              IF SW-REGRAS-OK = "S"
                 CLOSE SPOOLRET
              END-IF
              CLOSE SPOOLCAT
           END-IF.

       CONTAR-COPIAS.
           MOVE ZEROES TO QTD-TAB-REL CONT-LIDOS
           MOVE ZEROES TO Chave-Spool
           SET NO-FIM-SPOOL TO TRUE
           START SPOOLCAT KEY IS NOT LESS THAN Chave-Spool
              INVALID KEY SET FIM-SPOOL TO TRUE
           END-START
           PERFORM CONTAR-UMA-ENTRADA UNTIL FIM-SPOOL.

       CONTAR-UMA-ENTRADA.
           READ SPOOLCAT NEXT RECORD
              AT END SET FIM-SPOOL TO TRUE
           END-READ
           IF NOT FIM-SPOOL
              ADD 1 TO CONT-LIDOS
              PERFORM LOCALIZAR-RELATORIO
              IF IND-REL > ZEROES
                 ADD 1 TO Qtd-Copias-T(IND-REL)
              END-IF
           END-IF.

       LOCALIZAR-RELATORIO.
      ********** POSICIONA IND-REL NO TIPO DE Relatorio-sp, INCLUINDO*
      *    O TIPO NA TABELA (COM A SUA REGRA) NA PRIMEIRA OCORRENCIA *
           MOVE ZEROES TO IND-REL
           PERFORM VARYING IND-REL FROM 1 BY 1
              UNTIL IND-REL > QTD-TAB-REL
                 OR Relatorio-T(IND-REL) = Relatorio-sp
              CONTINUE
           END-PERFORM
           IF IND-REL > QTD-TAB-REL
              IF QTD-TAB-REL < 300
                 ADD 1 TO QTD-TAB-REL
                 MOVE QTD-TAB-REL     TO IND-REL
                 MOVE Relatorio-sp    TO Relatorio-T(IND-REL)
                 MOVE ZEROES          TO Qtd-Copias-T(IND-REL)
                                         Vistas-T(IND-REL)
                 MOVE Dias-Padrao-W   TO Dias-T(IND-REL)
                 MOVE Copias-Padrao-W TO Copias-T(IND-REL)
                 IF SW-REGRAS-OK = "S"
                    MOVE Relatorio-sp TO Relatorio-sr
                    READ SPOOLRET
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                          MOVE Dias-Retencao-sr TO Dias-T(IND-REL)
                          MOVE Copias-Max-sr    TO Copias-T(IND-REL)
                    END-READ
                 END-IF
              ELSE
                 MOVE ZEROES TO IND-REL
              END-IF
           END-IF.

       AVALIAR-UMA-ENTRADA.
           READ SPOOLCAT NEXT RECORD
              AT END SET FIM-SPOOL TO TRUE
           END-READ
           IF NOT FIM-SPOOL
              MOVE "N" TO SW-EXPURGAR
              PERFORM LOCALIZAR-RELATORIO
              IF IND-REL > ZEROES
                 ADD 1 TO Vistas-T(IND-REL)
                 IF Dias-T(IND-REL) > ZEROES
                    COMPUTE Data-Limite-W = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(Data-Hoje-W)
                        - Dias-T(IND-REL))
                    IF Data-sp < Data-Limite-W
                       MOVE "D" TO SW-EXPURGAR
                    END-IF
                 END-IF
                 IF SW-EXPURGAR = "N" AND Copias-T(IND-REL) > ZEROES
                    IF Qtd-Copias-T(IND-REL) - Vistas-T(IND-REL)
                       NOT < Copias-T(IND-REL)
                       MOVE "C" TO SW-EXPURGAR
                    END-IF
                 END-IF
              END-IF
              IF SW-EXPURGAR = "N"
                 ADD 1 TO CONT-MANTIDOS
              ELSE
                 PERFORM EXPURGAR-ENTRADA
              END-IF
           END-IF.

       EXPURGAR-ENTRADA.
           MOVE SPACES TO COMANDO-W
           STRING "del /Q """
                  FUNCTION TRIM(Dir-Spool-W)
                  FUNCTION TRIM(Arquivo-sp) """"
                  DELIMITED BY SIZE INTO COMANDO-W
           CALL "SYSTEM" USING COMANDO-W
           DELETE SPOOLCAT RECORD
              INVALID KEY CONTINUE
           END-DELETE
           ADD 1 TO CONT-EXPURGADOS
           MOVE Data-sp TO Data-AMD-W
           MOVE SPACES TO Data-Edit-W
           STRING Dia-AMD-W "-" Mes-AMD-W "-" Ano-AMD-W
              DELIMITED BY SIZE INTO Data-Edit-W
           MOVE SPACES TO LINHA-REL
           STRING Data-Edit-W " " Hora-sp(1:2) ":" Hora-sp(3:2) ":"
                  Hora-sp(5:2) " " Programa-sp " " Relatorio-sp
              DELIMITED BY SIZE INTO LINHA-REL
           MOVE Usuario-sp TO LINHA-REL(64:)
           MOVE Paginas-sp TO LINHA-REL(75:)
           IF SW-EXPURGAR = "D"
              MOVE "PRAZO"  TO LINHA-REL(81:)
           ELSE
              MOVE "COPIAS" TO LINHA-REL(81:)
           END-IF
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           MOVE LINHA-REL TO REG-SPOOLREL
           WRITE REG-SPOOLREL
           IF MODO-INTERATIVO
              DISPLAY FUNCTION TRIM(LINHA-REL TRAILING)
           END-IF
           MOVE SPACES TO LINHA-REL.

       FIN.
           IF MODO-INTERATIVO
              DISPLAY "RELATORIO GRAVADO EM spoolexp.txt"
           END-IF
           MOVE CONT-LIDOS      TO JOB-LIDOS
           MOVE CONT-EXPURGADOS TO JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
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
                    MOVE Codigo-ec TO Empresa-Spool-W
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
           MOVE SPACES TO ARQ-SPOOLCAT
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "spoolcat.dat" DELIMITED BY SIZE
                  INTO ARQ-SPOOLCAT
           MOVE SPACES TO ARQ-SPOOLRET
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "spoolret.dat" DELIMITED BY SIZE
                  INTO ARQ-SPOOLRET
           MOVE SPACES TO ARQ-SESSAO
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "sessao.txt" DELIMITED BY SIZE
                  INTO ARQ-SESSAO
           MOVE SPACES TO ARQ-SPOOLREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "spoolexp.txt" DELIMITED BY SIZE
                  INTO ARQ-SPOOLREL.
       END PROGRAM PROGRAMA97.
