           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SESSAO   ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.

           SELECT CONFTOT ASSIGN ARQ-CONFTOT
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Periodo-ctt
           FILE STATUS IS FILE-STATUS-CTT.

           SELECT EMPRESACTL ASSIGN "C:\Users\Jose Angel\Documents\co
      -    "bol\files\empresa.txt"
           ORGANISATION IS LINE SEQUENTIAL
           05 Valor-Depois-log              PIC X(080).
           05 FIL-LOG8                      PIC X          VALUE ";".
           05 Empresa-log                   PIC 9(002).
           05 FIL-LOG9                      PIC X          VALUE ";".
           05 Sequencia-log                 PIC 9(009).
           05 FIL-LOG10                     PIC X          VALUE ";".
           05 Hash-log                      PIC 9(018).

       FD  AUDITCTL.

       01  REG-AUDITCTL.
           05 Ultima-Seq-actl               PIC 9(009).
           05 FIL-ACTL1                     PIC X.
           05 Ultimo-Hash-actl              PIC 9(018).

       FD  SESSAO.

           05 FIL-SES1                     PIC X.
           05 Perfil-Sessao                PIC X(001).

       FD  CONFTOT.

       01  REG-CONFTOT.
           05 Periodo-ctt                  PIC 9(006).
           05 Situacao-ctt                 PIC X(001).
              88 TOTAIS-FECHADOS                        VALUE "F".
              88 TOTAIS-DIVERGENTES                     VALUE "D".
           05 Qtd-Diferencas-ctt           PIC 9(007).
           05 Data-Conf-ctt                PIC X(010).
           05 Hora-Conf-ctt                PIC X(008).
           05 Total-Faturado-ctt           PIC 9(013)v9(002).
           05 Total-Recebido-ctt           PIC S9(013)v9(002).

       FD  EMPRESACTL.

       01  REG-EMPRESACTL.

       WORKING-STORAGE SECTION.

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

       01  AREA-EMPRESA.
           05 FILE-STATUS-EMP              PIC 99       VALUE ZEROES.
           05 LINHA-EMPRESA                PIC X(060)   VALUE SPACES.
           05 ARQ-SESSAO                   PIC X(080)   VALUE SPACES.
           05 ARQ-PERFECH                  PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                 PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                 PIC X(080)   VALUE SPACES.
           05 ARQ-CONFTOT                  PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

           05 MENSAGEM                     PIC X(60)    VALUE SPACES.
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 Periodo-W                    PIC 9(006)   VALUE ZEROES.
           05 FILE-STATUS-CTT              PIC 99       VALUE ZEROES.
           05 SW-CONFERIDO                 PIC X        VALUE "N".
           05 SW-FIM-PF                    PIC X        VALUE "N".
              88 FIM-PF                                 VALUE "F".
              88 NO-FIM-PF                              VALUE "N".
           IF Periodo-W < 200001
              MOVE "PERIODO INVALIDO (USE AAAAMM)" TO MENSAGEM
           ELSE
              MOVE "N"       TO SW-CONFERIDO
              MOVE Periodo-W TO Periodo-pf
              READ PERFECH
              IF FILE-STATUS = 00 AND PERIODO-FECHADO
                 MOVE "PERIODO JA FECHADO" TO MENSAGEM
              ELSE
                 PERFORM VERIFICAR-CONFERENCIA
              END-IF
              IF SW-CONFERIDO = "S"
                 IF FILE-STATUS = 00
                    MOVE "F"          TO Situacao-pf
                    MOVE DATE-RESUMEN TO Data-Fech-pf
              END-IF
           END-IF.

       VERIFICAR-CONFERENCIA.
      ********** SO FECHA O PERIODO CUJA CONFERENCIA DE TOTAIS *******
      *    (PROGRAMA90) FOI RODADA E FECHOU SEM DIFERENCAS           *
           MOVE "N" TO SW-CONFERIDO
           OPEN INPUT CONFTOT
           IF FILE-STATUS-CTT NOT = 00
              MOVE "CONFERENCIA DE TOTAIS (PROGRAMA90) NAO EXECUTADA"
                   TO MENSAGEM
           ELSE
              MOVE Periodo-W TO Periodo-ctt
              READ CONFTOT
              IF FILE-STATUS-CTT NOT = 00
                 MOVE "CONFERENCIA DE TOTAIS (PROGRAMA90) NAO EXECUTADA"
                      TO MENSAGEM
              ELSE
                 IF TOTAIS-FECHADOS
                    MOVE "S" TO SW-CONFERIDO
                 ELSE
                    MOVE SPACES TO MENSAGEM
                    STRING "PERIODO COM " Qtd-Diferencas-ctt
                           " DIFERENCA(S) NA CONFERENCIA DE TOTAIS"
                       DELIMITED BY SIZE INTO MENSAGEM
                 END-IF
              END-IF
              CLOSE CONFTOT
           END-IF.

       REABRIR-PERIODO.
      ********** REABERTURA SO COM DUPLA CONFIRMACAO, E FICA *********
      *    REGISTRADA NO LOG DE AUDITORIA                            *
           MOVE ";"                  TO FIL-LOG7
           MOVE ";"                  TO FIL-LOG8
           MOVE EMPRESA-ATUAL-W      TO Empresa-log
           PERFORM GRAVAR-REGISTRO-AUDITORIA
           CLOSE AUDITLOG.

       GRAVAR-REGISTRO-AUDITORIA.
      ********** ENCADEIA O REGISTRO AO ANTERIOR: SEQUENCIA E HASH ***
      *    CALCULADO SOBRE O REGISTRO E O HASH ANTERIOR.             *
      *    AUDITCTL.DAT GUARDA A ULTIMA SEQUENCIA E O ULTIMO HASH    *
      *    GRAVADOS; A CADEIA E CONFERIDA PELO PROGRAMA95            *
           MOVE ZEROES               TO Seq-Audit-W
           MOVE ZEROES               TO Hash-Audit-W
           OPEN INPUT AUDITCTL
           IF FILE-STATUS-ACTL = 00
              READ AUDITCTL
                 AT END CONTINUE
                 NOT AT END
                    IF Ultima-Seq-actl IS NUMERIC
                       AND Ultimo-Hash-actl IS NUMERIC
                       MOVE Ultima-Seq-actl  TO Seq-Audit-W
                       MOVE Ultimo-Hash-actl TO Hash-Audit-W
                    END-IF
              END-READ
              CLOSE AUDITCTL
           END-IF
           ADD 1                     TO Seq-Audit-W
           MOVE ";"                  TO FIL-LOG9
           MOVE ";"                  TO FIL-LOG10
           MOVE Seq-Audit-W          TO Sequencia-log
           MOVE REG-AUDITLOG         TO Texto-Hash-W
           PERFORM CALCULAR-HASH-AUDITORIA
           MOVE Hash-Audit-W         TO Hash-log
           WRITE REG-AUDITLOG
           IF FILE-STATUS = 00
              OPEN OUTPUT AUDITCTL
              MOVE Seq-Audit-W       TO Ultima-Seq-actl
              MOVE ";"               TO FIL-ACTL1
              MOVE Hash-Audit-W      TO Ultimo-Hash-actl
              WRITE REG-AUDITCTL
              CLOSE AUDITCTL
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

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".

           MOVE SPACES TO ARQ-AUDITLOG
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL
           MOVE SPACES TO ARQ-CONFTOT
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "conftotais.dat" DELIMITED BY SIZE
                  INTO ARQ-CONFTOT.
       END PROGRAM Pgm00024.
