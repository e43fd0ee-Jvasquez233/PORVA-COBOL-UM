      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: RETORNO DO EMISSOR: PROTOCOLOS E REJEICOES DA NF-E
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA69.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NFERET ASSIGN ARQ-NFERET
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT NFECTL ASSIGN ARQ-NFECTL
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido-nf
           ALTERNATE RECORD KEY IS Chave-Acesso-nf
           FILE STATUS IS FILE-STATUS-NFC.

           SELECT NFEREL ASSIGN ARQ-NFEREL
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
       FD  NFERET.

      ********** LEIAUTE POSICIONAL DO RETORNO DO EMISSOR: CHAVE *****
      *    DE ACESSO, CODIGO DE SITUACAO DA SEFAZ (100 = AUTORIZADA),*
      *    PROTOCOLO, DATA (DD-MM-AAAA) E MOTIVO                     *
       01  REG-NFERET.
           05 Chave-ret                    PIC X(044).
           05 Situacao-ret                 PIC X(003).
           05 Protocolo-ret                PIC X(015).
           05 Data-ret                     PIC X(010).
           05 Motivo-ret                   PIC X(060).

       FD  NFECTL.

      ********** CONTROLE DAS NF-E GERADAS, UM REGISTRO POR PEDIDO ***
      *    SITUACAO G = GERADA (XML AGUARDANDO O EMISSOR), A =       *
      *    AUTORIZADA, R = REJEITADA, D = DENEGADA (RETORNO DO       *
      *    PROGRAMA69)                                               *
       01  REG-NFECTL.
           05 Numero-Pedido-nf             PIC 9(007).
           05 Numero-NF-nf                 PIC 9(009).
           05 Serie-nf                     PIC 9(003).
           05 Chave-Acesso-nf              PIC X(044).
           05 Data-Geracao-nf              PIC X(010).
           05 Valor-NF-nf                  PIC 9(009)v9(002).
           05 Situacao-nf                  PIC X(001).
              88 NFE-GERADA                              VALUE "G".
              88 NFE-AUTORIZADA                          VALUE "A".
              88 NFE-REJEITADA                           VALUE "R".
              88 NFE-DENEGADA                            VALUE "D".
           05 Protocolo-nf                 PIC X(015).
           05 Data-Retorno-nf              PIC X(010).
           05 Codigo-Retorno-nf            PIC X(003).
           05 Motivo-nf                    PIC X(060).

      ********** REGISTRO DE PEDIDO ZERO: DADOS DO EMITENTE E ULTIMO *
      *    NUMERO FISCAL USADO, INFORMADOS NA PRIMEIRA EXECUCAO      *
       01  REG-NFECTL-CAB.
           05 Chave-Cab-nf                 PIC 9(007).
           05 Ult-Numero-nf                PIC 9(009).
           05 Serie-Cab-nf                 PIC 9(003).
           05 Id-Cab-nf                    PIC X(044).
           05 CNPJ-Emitente-nf             PIC 9(014).
           05 UF-Emitente-nf               PIC 9(002).
           05 Ambiente-nf                  PIC 9(001).
           05 Nome-Emitente-nf             PIC X(040).
           05 FILLER                       PIC X(053).

       FD  NFEREL.

       01  REG-NFEREL                      PIC X(132).

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
                                            VALUE "PROGRAMA69".
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
           05 ARQ-NFERET                      PIC X(080)   VALUE SPACES.
           05 ARQ-NFECTL                      PIC X(080)   VALUE SPACES.
           05 ARQ-NFEREL                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-RETORNO                            VALUE "S".
              88 NO-FIN-RETORNO                         VALUE "N".

           05 FILE-STATUS-NFC              PIC 99       VALUE ZEROES.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-AUTORIZADAS             PIC 9(005)   VALUE ZEROES.
           05 CONT-REJEITADAS              PIC 9(005)   VALUE ZEROES.
           05 CONT-DENEGADAS               PIC 9(005)   VALUE ZEROES.
           05 CONT-IGNORADAS               PIC 9(005)   VALUE ZEROES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-RETORNO
           PERFORM FIN.

       INICIO.
      ********** RETORNO DO EMISSOR DA SEFAZ (NFERETORNO.TXT NA ******
      *    PASTA DE DADOS): CADA LINHA TRAZ A CHAVE DE ACESSO, O     *
      *    CODIGO DE SITUACAO, O PROTOCOLO E O MOTIVO; A NOTA NO     *
      *    NFECTL.DAT PASSA A AUTORIZADA, REJEITADA OU DENEGADA      *
           DISPLAY "RETORNO DE PROTOCOLOS DA NF-E"
           OPEN INPUT NFERET
           IF FILE-STATUS NOT = 00
              DISPLAY "nferetorno.txt AUSENTE; COLOQUE O ARQUIVO DO "
                      "EMISSOR NA PASTA DE DADOS"
              SET FIN-RETORNO TO TRUE
              MOVE "SEM RETORN" TO JOB-STATUS
           ELSE
              OPEN I-O NFECTL
              IF FILE-STATUS-NFC NOT = 00
                 DISPLAY "nfectl.dat AUSENTE; NENHUMA NF-E FOI GERADA"
                 SET FIN-RETORNO TO TRUE
                 MOVE "SEM NFECTL" TO JOB-STATUS
                 CLOSE NFERET
              ELSE
                 OPEN OUTPUT NFEREL
                 MOVE "RETORNO DE PROTOCOLOS DA NF-E" TO LINHA-REL
                 WRITE REG-NFEREL FROM LINHA-REL
                 WRITE REG-NFEREL FROM LINHA-EMPRESA
                 MOVE SPACES TO LINHA-REL
                 WRITE REG-NFEREL FROM LINHA-REL
                 SET NO-FIN-RETORNO TO TRUE
                 PERFORM LEER-RETORNO
              END-IF
           END-IF.

       PROCESO.
           IF Chave-ret NOT = SPACES
              ADD 1 TO CONT-LIDOS
              PERFORM TRATAR-PROTOCOLO
           END-IF
           PERFORM LEER-RETORNO.

       LEER-RETORNO.
           READ NFERET
                AT END
                SET FIN-RETORNO TO TRUE
           END-READ.

       TRATAR-PROTOCOLO.
           MOVE Chave-ret TO Chave-Acesso-nf
           READ NFECTL KEY IS Chave-Acesso-nf
           IF FILE-STATUS-NFC NOT = 00
              MOVE SPACES TO LINHA-REL
              STRING "CHAVE " Chave-ret " SITUACAO " Situacao-ret
                     " SEM NF-E CORRESPONDENTE NO CONTROLE"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-NFEREL FROM LINHA-REL
              ADD 1 TO CONT-IGNORADAS
              ADD 1 TO JOB-AVISOS
           ELSE
           IF NFE-AUTORIZADA OR NFE-DENEGADA
              MOVE SPACES TO LINHA-REL
              STRING "CHAVE " Chave-ret " PEDIDO " Numero-Pedido-nf
                     " JA TEVE RETORNO DEFINITIVO (" Situacao-nf
                     "); LINHA IGNORADA"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-NFEREL FROM LINHA-REL
              ADD 1 TO CONT-IGNORADAS
              ADD 1 TO JOB-AVISOS
           ELSE
              PERFORM ATUALIZAR-CONTROLE
           END-IF
           END-IF.

       ATUALIZAR-CONTROLE.
      ********** 100 = AUTORIZADA; 110, 301, 302 E 303 = DENEGADA (O *
      *    NUMERO FICA USADO); DEMAIS = REJEITADA, QUE O PROGRAMA68  *
      *    GERA DE NOVO COM O MESMO NUMERO DEPOIS DA CORRECAO        *
           EVALUATE Situacao-ret
              WHEN "100"
                 MOVE "A" TO Situacao-nf
                 ADD 1 TO CONT-AUTORIZADAS
              WHEN "110"
              WHEN "301"
              WHEN "302"
              WHEN "303"
                 MOVE "D" TO Situacao-nf
                 ADD 1 TO CONT-DENEGADAS
                 ADD 1 TO JOB-AVISOS
              WHEN OTHER
                 MOVE "R" TO Situacao-nf
                 ADD 1 TO CONT-REJEITADAS
                 ADD 1 TO JOB-AVISOS
           END-EVALUATE
           MOVE Protocolo-ret  TO Protocolo-nf
           MOVE Data-ret       TO Data-Retorno-nf
           MOVE Situacao-ret   TO Codigo-Retorno-nf
           MOVE Motivo-ret     TO Motivo-nf
           REWRITE REG-NFECTL
           ADD 1 TO JOB-GRAVADOS

           MOVE SPACES TO LINHA-REL
           STRING "PEDIDO " Numero-Pedido-nf
                  " NF " Serie-nf "/" Numero-NF-nf
                  " " Situacao-ret " " Motivo-ret(1:50)
              DELIMITED BY SIZE INTO LINHA-REL
           IF NFE-REJEITADA
              MOVE "*** REJEITADA ***" TO LINHA-REL(100:17)
           ELSE
           IF NFE-DENEGADA
              MOVE "*** DENEGADA ***" TO LINHA-REL(100:16)
           END-IF
           END-IF
           WRITE REG-NFEREL FROM LINHA-REL.

       FIN.
           IF JOB-STATUS = "OK"
              MOVE SPACES TO LINHA-REL
              WRITE REG-NFEREL FROM LINHA-REL
              MOVE SPACES TO LINHA-REL
              STRING "AUTORIZADAS: " CONT-AUTORIZADAS
                     "   REJEITADAS: " CONT-REJEITADAS
                     "   DENEGADAS: " CONT-DENEGADAS
                     "   IGNORADAS: " CONT-IGNORADAS
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-NFEREL FROM LINHA-REL
              CLOSE NFERET
                    NFECTL
                    NFEREL
              MOVE "nfeprotocolos.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              DISPLAY "RELATORIO GERADO: nfeprotocolos.txt"
              DISPLAY "Linhas do retorno     : " CONT-LIDOS
              DISPLAY "NF-e autorizadas      : " CONT-AUTORIZADAS
              DISPLAY "NF-e rejeitadas       : " CONT-REJEITADAS
              DISPLAY "NF-e denegadas        : " CONT-DENEGADAS
              DISPLAY "Linhas ignoradas      : " CONT-IGNORADAS
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

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA69 "
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
           MOVE SPACES TO ARQ-NFERET
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "nferetorno.txt" DELIMITED BY SIZE
                  INTO ARQ-NFERET
           MOVE SPACES TO ARQ-NFECTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "nfectl.dat" DELIMITED BY SIZE
                  INTO ARQ-NFECTL
           MOVE SPACES TO ARQ-NFEREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "nfeprotocolos.txt" DELIMITED BY SIZE
                  INTO ARQ-NFEREL.
       END PROGRAM PROGRAMA69.
