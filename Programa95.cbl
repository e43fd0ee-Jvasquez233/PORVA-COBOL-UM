      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: CONFERENCIA DA CADEIA DE HASH DO AUDITLOG
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA95.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AUDITLOG ASSIGN ARQ-AUDITLOG
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITANT ASSIGN ARQ-AUDITLOG
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ANT.

           SELECT AUDITTMP ASSIGN ARQ-AUDITTMP
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS-TMP.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT AUDITVER ASSIGN ARQ-AUDITVER
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-VER.

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
       FD  AUDITLOG.

      ********** AUDITLOG ENCADEADO: Sequencia-log CRESCE DE UM EM ***
      *    UM E Hash-log E CALCULADO SOBRE AS 244 PRIMEIRAS          *
      *    POSICOES DO REGISTRO A PARTIR DO Hash-log DO ANTERIOR     *
       01  REG-AUDITLOG.
           05 Data-Acao-log                 PIC X(010).
           05 FIL-LOG1                      PIC X.
           05 Hora-Acao-log                 PIC X(008).
           05 FIL-LOG2                      PIC X.
           05 Operador-log                  PIC X(010).
           05 FIL-LOG3                      PIC X.
           05 Entidade-log                  PIC X(010).
           05 FIL-LOG4                      PIC X.
           05 Acao-log                      PIC X(012).
           05 FIL-LOG5                      PIC X.
           05 Chave-log                     PIC X(014).
           05 FIL-LOG6                      PIC X.
           05 Valor-Antes-log               PIC X(080).
           05 FIL-LOG7                      PIC X.
           05 Valor-Depois-log              PIC X(080).
           05 FIL-LOG8                      PIC X.
           05 Empresa-log                   PIC 9(002).
           05 FIL-LOG9                      PIC X.
           05 Sequencia-log                 PIC 9(009).
           05 FIL-LOG10                     PIC X.
           05 Hash-log                      PIC 9(018).

       FD  AUDITANT.

      ********** MESMO AUDITLOG.CSV NO LAYOUT ANTERIOR A CADEIA, *****
      *    LIDO SO NA SELAGEM INICIAL                                *
       01  REG-AUDITANT                    PIC X(234).

       FD  AUDITTMP.

       01  REG-AUDITTMP                    PIC X(263).

       FD  AUDITCTL.

       01  REG-AUDITCTL.
           05 Ultima-Seq-actl               PIC 9(009).
           05 FIL-ACTL1                     PIC X.
           05 Ultimo-Hash-actl              PIC 9(018).

       FD  AUDITVER.

       01  REG-AUDITVER                    PIC X(132).

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
                                            VALUE "PROGRAMA95".
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
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITTMP                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITVER                    PIC X(080)   VALUE SPACES.

       01  AREA-HASH-AUDITORIA.
           05 FILE-STATUS-ACTL             PIC 99       VALUE ZEROES.
           05 Seq-Audit-W                  PIC 9(009)   VALUE ZEROES.
           05 Hash-Audit-W                 PIC 9(018)   VALUE ZEROES.
           05 Hash-Audit-R REDEFINES Hash-Audit-W.
              10 Hash-Audit-1              PIC 9(009).
              10 Hash-Audit-2              PIC 9(009).
           05 Calc-Hash-W                  PIC 9(018)   VALUE ZEROES.
           05 Pos-Hash-W                   PIC 9(003)   VALUE ZEROES.
           05 Texto-Hash-W                 PIC X(244)   VALUE SPACES.

      ********** REGISTRO NO LAYOUT ENCADEADO, MONTADO NA SELAGEM ****
      *    INICIAL A PARTIR DO REGISTRO ANTIGO (SEM SEQUENCIA/HASH)  *
       01  REG-AUDIT-NOVO.
           05 Corpo-Novo                   PIC X(234)   VALUE SPACES.
           05 FIL-NOVO1                    PIC X        VALUE ";".
           05 Sequencia-Novo               PIC 9(009)   VALUE ZEROES.
           05 FIL-NOVO2                    PIC X        VALUE ";".
           05 Hash-Novo                    PIC 9(018)   VALUE ZEROES.

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-ANT              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-TMP              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VER              PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-FIM-AUDIT                 PIC X        VALUE "N".
              88 FIM-AUDIT                              VALUE "S".
              88 NO-FIM-AUDIT                           VALUE "N".
           05 SW-AUDITCTL-EXISTE           PIC X        VALUE "N".
           05 SW-AUDITCTL-OK               PIC X        VALUE "N".

      ********** MODOS: "AUTO" NA LINHA DE COMANDO CONFERE A CADEIA **
      *    SEM PERGUNTAS (CADEIA NOTURNA, PGM00004) E DEVOLVE        *
      *    RETURN-CODE 8 SE ACHAR QUEBRA; "SELAR" FAZ A SELAGEM      *
      *    INICIAL DE UM AUDITLOG ANTIGO, AINDA SEM SEQUENCIA/HASH   *
           05 ARG-LINHA                    PIC X(080)   VALUE SPACES.
           05 SW-MODO-AUTO                 PIC X        VALUE "N".
              88 MODO-AUTO                              VALUE "S".
              88 MODO-INTERATIVO                        VALUE "N".
           05 SW-SELAGEM                   PIC X        VALUE "N".
              88 SELAGEM                                VALUE "S".
              88 VERIFICACAO                            VALUE "N".

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
           05 HORA-HOJE-W                  PIC X(008)   VALUE SPACES.

           05 CONT-REGISTROS               PIC 9(009)   VALUE ZEROES.
           05 CONT-QUEBRAS                 PIC 9(005)   VALUE ZEROES.
           05 Seq-Anterior-W               PIC 9(009)   VALUE ZEROES.
           05 Seq-Esperada-W               PIC 9(009)   VALUE ZEROES.
           05 Seq-Faltante-Ate-W           PIC 9(009)   VALUE ZEROES.
           05 Hash-Anterior-W              PIC 9(018)   VALUE ZEROES.
           05 Ultima-Seq-Ctl-W             PIC 9(009)   VALUE ZEROES.
           05 Ultimo-Hash-Ctl-W            PIC 9(018)   VALUE ZEROES.
           05 DESCRICAO-QUEBRA             PIC X(070)   VALUE SPACES.
           05 PRIMEIRA-QUEBRA-W            PIC X(132)   VALUE SPACES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 COMANDO-W                    PIC X(250)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           ACCEPT ARG-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(ARG-LINHA) TO ARG-LINHA
           EVALUATE TRUE
              WHEN ARG-LINHA(1:4) = "AUTO"
                 SET MODO-AUTO TO TRUE
              WHEN ARG-LINHA(1:5) = "SELAR"
                 SET SELAGEM TO TRUE
              WHEN OTHER
                 DISPLAY "CADEIA DE HASH DO AUDITLOG.CSV"
                 DISPLAY "OPCAO 1 CONFERIR A CADEIA"
                 DISPLAY "OPCAO 2 SELAGEM INICIAL DE AUDITLOG ANTIGO"
                 ACCEPT OPC-W
                 IF OPC-W = 2
                    SET SELAGEM TO TRUE
                 END-IF
           END-EVALUATE
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF SELAGEM
              PERFORM SELAR-AUDITLOG-ANTIGO
           ELSE
              PERFORM CONFERIR-CADEIA
           END-IF
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           ACCEPT HORA-AUXILIAR FROM TIME
           MOVE SPACES TO DATA-HOJE-W
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-HOJE-W
           MOVE SPACES TO HORA-HOJE-W
           STRING HH-AUX ":" MIN-AUX ":" SEG-AUX
              DELIMITED BY SIZE INTO HORA-HOJE-W

      ********** ULTIMA SEQUENCIA E ULTIMO HASH GRAVADOS PELOS *******
      *    PROGRAMAS QUE ESCREVEM NO AUDITLOG                        *
           OPEN INPUT AUDITCTL
           IF FILE-STATUS-ACTL = 00
              MOVE "S" TO SW-AUDITCTL-EXISTE
              READ AUDITCTL
                 AT END CONTINUE
                 NOT AT END
                    IF Ultima-Seq-actl IS NUMERIC
                       AND Ultimo-Hash-actl IS NUMERIC
                       MOVE "S" TO SW-AUDITCTL-OK
                       MOVE Ultima-Seq-actl  TO Ultima-Seq-Ctl-W
                       MOVE Ultimo-Hash-actl TO Ultimo-Hash-Ctl-W
                    END-IF
              END-READ
              CLOSE AUDITCTL
           END-IF

           OPEN OUTPUT AUDITVER
           MOVE SPACES TO LINHA-REL
           IF SELAGEM
              STRING "SELAGEM INICIAL DO AUDITLOG.CSV - "
                     DATA-HOJE-W " " HORA-HOJE-W
                 DELIMITED BY SIZE INTO LINHA-REL
           ELSE
              STRING "CONFERENCIA DA CADEIA DO AUDITLOG.CSV - "
                     DATA-HOJE-W " " HORA-HOJE-W
                 DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           PERFORM ESCREVER-LINHA
           IF LINHA-EMPRESA NOT = SPACES
              MOVE LINHA-EMPRESA TO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF
           PERFORM ESCREVER-LINHA.

       CONFERIR-CADEIA.
      ********** PERCORRE O AUDITLOG REFAZENDO A CADEIA: CADA ********
      *    REGISTRO TEM DE TRAZER A SEQUENCIA SEGUINTE E O HASH DO   *
      *    SEU TEXTO CALCULADO A PARTIR DO HASH DO ANTERIOR. APOS    *
      *    UMA QUEBRA A CONFERENCIA SEGUE DO REGISTRO LIDO, PARA QUE *
      *    O RELATORIO APONTE TODAS AS QUEBRAS E NAO SO A PRIMEIRA   *
           MOVE ZEROES TO Seq-Anterior-W Hash-Anterior-W
           MOVE ZEROES TO CONT-REGISTROS CONT-QUEBRAS
           OPEN INPUT AUDITLOG
           IF FILE-STATUS = 00
              SET NO-FIM-AUDIT TO TRUE
              PERFORM CONFERIR-UM-REGISTRO UNTIL FIM-AUDIT
              CLOSE AUDITLOG
           END-IF
           PERFORM CONFERIR-CONTROLE

           PERFORM ESCREVER-LINHA
           STRING "REGISTROS CONFERIDOS: " CONT-REGISTROS
                  "  QUEBRAS: " CONT-QUEBRAS
                  "  ULTIMA SEQUENCIA: " Seq-Anterior-W
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           IF CONT-QUEBRAS = ZEROES
              MOVE "CADEIA INTEGRA" TO LINHA-REL
              PERFORM ESCREVER-LINHA
           ELSE
              MOVE "CADEIA QUEBRADA; PRIMEIRA QUEBRA:" TO LINHA-REL
              PERFORM ESCREVER-LINHA
              MOVE PRIMEIRA-QUEBRA-W TO LINHA-REL
              PERFORM ESCREVER-LINHA
              MOVE "FALHA" TO JOB-STATUS
           END-IF
           MOVE CONT-REGISTROS TO JOB-LIDOS
           MOVE CONT-QUEBRAS   TO JOB-AVISOS.

       CONFERIR-UM-REGISTRO.
           READ AUDITLOG
              AT END SET FIM-AUDIT TO TRUE
           END-READ
           IF NOT FIM-AUDIT
              ADD 1 TO CONT-REGISTROS
              COMPUTE Seq-Esperada-W = Seq-Anterior-W + 1
              IF Sequencia-log IS NOT NUMERIC
                 OR Hash-log IS NOT NUMERIC
                 MOVE "REGISTRO SEM SEQUENCIA/HASH (NAO SELADO)"
                      TO DESCRICAO-QUEBRA
                 PERFORM REGISTRAR-QUEBRA
                 MOVE Seq-Esperada-W TO Seq-Anterior-W
              ELSE
                 IF Sequencia-log > Seq-Esperada-W
                    COMPUTE Seq-Faltante-Ate-W = Sequencia-log - 1
                    MOVE SPACES TO DESCRICAO-QUEBRA
                    STRING "REGISTROS FALTANDO: SEQUENCIA "
                           Seq-Esperada-W " A " Seq-Faltante-Ate-W
                       DELIMITED BY SIZE INTO DESCRICAO-QUEBRA
                    PERFORM REGISTRAR-QUEBRA
                 ELSE
                 IF Sequencia-log < Seq-Esperada-W
                    MOVE SPACES TO DESCRICAO-QUEBRA
                    STRING "FORA DE ORDEM OU REPETIDO: ESPERADA "
                           "SEQUENCIA " Seq-Esperada-W
                       DELIMITED BY SIZE INTO DESCRICAO-QUEBRA
                    PERFORM REGISTRAR-QUEBRA
                 ELSE
                    MOVE Hash-Anterior-W TO Hash-Audit-W
                    MOVE REG-AUDITLOG    TO Texto-Hash-W
                    PERFORM CALCULAR-HASH-AUDITORIA
                    IF Hash-log NOT = Hash-Audit-W
                       MOVE "REGISTRO ALTERADO: HASH NAO CONFERE"
                            TO DESCRICAO-QUEBRA
                       PERFORM REGISTRAR-QUEBRA
                    END-IF
                 END-IF
                 END-IF
      ********** LINHA QUE VOLTA NA SEQUENCIA NAO MEXE NA CADEIA: A **
      *    CONFERENCIA SEGUE DO MAIOR REGISTRO JA VISTO              *
                 IF Sequencia-log NOT < Seq-Esperada-W
                    MOVE Sequencia-log TO Seq-Anterior-W
                    MOVE Hash-log      TO Hash-Anterior-W
                 END-IF
              END-IF
           END-IF.

       CONFERIR-CONTROLE.
      ********** O FIM DO ARQUIVO TEM DE BATER COM O AUDITCTL.DAT: ***
      *    SEQUENCIA DO CONTROLE MAIOR = REGISTROS FINAIS REMOVIDOS; *
      *    MENOR = CONTROLE DESATUALIZADO OU REGISTROS ACRESCENTADOS *
      *    POR FORA DOS PROGRAMAS                                    *
           MOVE ZEROES TO Sequencia-log
           MOVE SPACES TO Data-Acao-log Operador-log
           IF SW-AUDITCTL-OK NOT = "S"
              IF CONT-REGISTROS > ZEROES
                 MOVE "AUDITCTL.DAT AUSENTE OU INVALIDO"
                      TO DESCRICAO-QUEBRA
                 PERFORM REGISTRAR-QUEBRA
              END-IF
           ELSE
              IF Ultima-Seq-Ctl-W > Seq-Anterior-W
                 COMPUTE Seq-Esperada-W = Seq-Anterior-W + 1
                 MOVE SPACES TO DESCRICAO-QUEBRA
                 STRING "REGISTROS FINAIS REMOVIDOS: SEQUENCIA "
                        Seq-Esperada-W " A " Ultima-Seq-Ctl-W
                    DELIMITED BY SIZE INTO DESCRICAO-QUEBRA
                 PERFORM REGISTRAR-QUEBRA
              ELSE
              IF Ultima-Seq-Ctl-W < Seq-Anterior-W
                 MOVE SPACES TO DESCRICAO-QUEBRA
                 STRING "AUDITCTL.DAT PARA NA SEQUENCIA "
                        Ultima-Seq-Ctl-W
                    DELIMITED BY SIZE INTO DESCRICAO-QUEBRA
                 PERFORM REGISTRAR-QUEBRA
              ELSE
              IF Ultimo-Hash-Ctl-W NOT = Hash-Anterior-W
                 MOVE "ULTIMO HASH DIFERENTE DO AUDITCTL.DAT"
                      TO DESCRICAO-QUEBRA
                 PERFORM REGISTRAR-QUEBRA
              END-IF
              END-IF
              END-IF
           END-IF.

       REGISTRAR-QUEBRA.
           ADD 1 TO CONT-QUEBRAS
           MOVE SPACES TO LINHA-REL
           STRING "REG " CONT-REGISTROS
                  " SEQ " Sequencia-log
                  " " Data-Acao-log
                  " " Operador-log
                  " " DESCRICAO-QUEBRA
              DELIMITED BY SIZE INTO LINHA-REL
           IF CONT-QUEBRAS = 1
              MOVE LINHA-REL TO PRIMEIRA-QUEBRA-W
           END-IF
           PERFORM ESCREVER-LINHA.

       SELAR-AUDITLOG-ANTIGO.
      ********** SELAGEM INICIAL, UMA UNICA VEZ: O AUDITLOG GRAVADO **
      *    ANTES DA CADEIA (REGISTROS DE 234 POSICOES) E REGRAVADO   *
      *    COM SEQUENCIA E HASH. SO E FEITA SEM AUDITCTL.DAT; COM    *
      *    ELE A CADEIA JA EXISTE E A SELAGEM E RECUSADA             *
           IF SW-AUDITCTL-EXISTE = "S"
              MOVE "CADEIA JA EXISTE (AUDITCTL.DAT); SELAGEM RECUSADA"
                   TO LINHA-REL
              PERFORM ESCREVER-LINHA
              MOVE "FALHA" TO JOB-STATUS
           ELSE
              MOVE ZEROES TO Seq-Audit-W Hash-Audit-W CONT-REGISTROS
              OPEN INPUT AUDITANT
              IF FILE-STATUS-ANT NOT = 00
                 MOVE "AUDITLOG.CSV NAO ENCONTRADO; NADA A SELAR"
                      TO LINHA-REL
                 PERFORM ESCREVER-LINHA
              ELSE
                 OPEN OUTPUT AUDITTMP
                 SET NO-FIM-AUDIT TO TRUE
                 PERFORM SELAR-UM-REGISTRO UNTIL FIM-AUDIT
                 CLOSE AUDITANT AUDITTMP
                 IF CONT-REGISTROS > ZEROES
                    MOVE SPACES TO COMANDO-W
                    STRING "copy /Y """
                           FUNCTION TRIM(Dir-Dados-Par) "audittmp.dat"
                           """ """
                           FUNCTION TRIM(Dir-Dados-Par) "auditlog.csv"""
                       DELIMITED BY SIZE INTO COMANDO-W
                    CALL "SYSTEM" USING COMANDO-W
                    OPEN OUTPUT AUDITCTL
                    MOVE Seq-Audit-W  TO Ultima-Seq-actl
                    MOVE ";"          TO FIL-ACTL1
                    MOVE Hash-Audit-W TO Ultimo-Hash-actl
                    WRITE REG-AUDITCTL
                    CLOSE AUDITCTL
                 END-IF
                 STRING "REGISTROS SELADOS: " CONT-REGISTROS
                        "  ULTIMA SEQUENCIA: " Seq-Audit-W
                    DELIMITED BY SIZE INTO LINHA-REL
                 PERFORM ESCREVER-LINHA
              END-IF
           END-IF
           MOVE CONT-REGISTROS TO JOB-LIDOS JOB-GRAVADOS.

       SELAR-UM-REGISTRO.
           READ AUDITANT
              AT END SET FIM-AUDIT TO TRUE
           END-READ
           IF NOT FIM-AUDIT
              ADD 1 TO CONT-REGISTROS
              ADD 1 TO Seq-Audit-W
              MOVE REG-AUDITANT TO Corpo-Novo
              MOVE ";"          TO FIL-NOVO1 FIL-NOVO2
              MOVE Seq-Audit-W  TO Sequencia-Novo
              MOVE REG-AUDIT-NOVO TO Texto-Hash-W
              PERFORM CALCULAR-HASH-AUDITORIA
              MOVE Hash-Audit-W TO Hash-Novo
              WRITE REG-AUDITTMP FROM REG-AUDIT-NOVO
           END-IF.

       CALCULAR-HASH-AUDITORIA.
      ********** HASH DUPLO DO TEXTO DO REGISTRO (ATE A SEQUENCIA), **
      *    PARTINDO DO HASH ANTERIOR EM Hash-Audit-W: BASES 31 E 37  *
      *    COM MODULOS PRIMOS DE 9 DIGITOS, UM EM CADA METADE        *
           PERFORM VARYING Pos-Hash-W FROM 1 BY 1
                   UNTIL Pos-Hash-W > 244
              COMPUTE Calc-Hash-W = Hash-Audit-1 * 31
                 + FUNCTION ORD(Texto-Hash-W(Pos-Hash-W:1))
              COMPUTE Hash-Audit-1 =
                 FUNCTION MOD(Calc-Hash-W, 999999937)
              COMPUTE Calc-Hash-W = Hash-Audit-2 * 37
                 + FUNCTION ORD(Texto-Hash-W(Pos-Hash-W:1))
              COMPUTE Hash-Audit-2 =
                 FUNCTION MOD(Calc-Hash-W, 999999929)
           END-PERFORM.

       ESCREVER-LINHA.
           IF MODO-INTERATIVO
              DISPLAY FUNCTION TRIM(LINHA-REL TRAILING)
           END-IF
           MOVE LINHA-REL TO REG-AUDITVER
           WRITE REG-AUDITVER
           MOVE SPACES TO LINHA-REL.

       FIN.
           CLOSE AUDITVER
           MOVE "auditverif.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           IF MODO-INTERATIVO
              DISPLAY "RELATORIO GRAVADO EM auditverif.txt"
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
           STRING "Programa97.exe REGISTRAR PROGRAMA95 "
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
           MOVE SPACES TO ARQ-AUDITLOG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL
           MOVE SPACES TO ARQ-AUDITTMP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "audittmp.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITTMP
           MOVE SPACES TO ARQ-AUDITVER
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditverif.txt" DELIMITED BY SIZE
                  INTO ARQ-AUDITVER.
       END PROGRAM PROGRAMA95.
