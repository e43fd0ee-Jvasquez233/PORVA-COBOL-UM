           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SAIDACLI ASSIGN ARQ-SAIDATMP
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS-TMP.
           05 Valor-Depois-log              PIC X(080).
           05 FIL-LOG8                      PIC X.
           05 Empresa-log                   PIC 9(002).
           05 FIL-LOG9                      PIC X.
           05 Sequencia-log                 PIC 9(009).
           05 FIL-LOG10                     PIC X.
           05 Hash-log                      PIC 9(018).

       FD  AUDITCTL.

       01  REG-AUDITCTL.
           05 Ultima-Seq-actl               PIC 9(009).
           05 FIL-ACTL1                     PIC X.
           05 Ultimo-Hash-actl              PIC 9(018).

      ********** O TEMPORARIO E REGRAVADO COM O COMPRIMENTO EXATO ***
      *    DO ARQUIVO EM CURSO (UM FD POR LAYOUT, TODOS NO MESMO    *

       FD  SAIDAAUD.

       01  REG-SAIDA-AUDIT                 PIC X(263).

       FD  USUARIOS.


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
           05 Seq-Esperada-W               PIC 9(009)   VALUE ZEROES.
           05 Hash-Original-Ant-W          PIC 9(018)   VALUE ZEROES.
           05 Hash-Novo-Ant-W              PIC 9(018)   VALUE ZEROES.
           05 CONT-ELO-QUEBRADO            PIC 9(007)   VALUE ZEROES.

       01  AREA-EMPRESA.
           05 FILE-STATUS-EMP              PIC 99       VALUE ZEROES.
           05 LINHA-EMPRESA                PIC X(060)   VALUE SPACES.
           05 Dir-Instal-Par               PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIHIST                  PIC X(080)   VALUE SPACES.
           05 ARQ-VENHIST                  PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                 PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                 PIC X(080)   VALUE SPACES.
           05 ARQ-SAIDATMP                 PIC X(080)   VALUE SPACES.
           05 ARQ-RESUMO                   PIC X(080)   VALUE SPACES.
           05 ARQ-USUARIOS                    PIC X(080)   VALUE SPACES.
           MOVE ";" TO FIL-LOG1 FIL-LOG2 FIL-LOG3 FIL-LOG4 FIL-LOG5
                       FIL-LOG6 FIL-LOG7 FIL-LOG8
           MOVE EMPRESA-ATUAL-W TO Empresa-log
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

       GRAVAR-JOBLOG-DUPLA.
           OPEN EXTEND JOBLOG
           IF FILE-STATUS-JOB NOT = 00
       ANONIMIZAR-AUDITLOG.
      ********** O AUDITLOG MANTEM OPERADOR, ENTIDADE, ACAO E DATAS **
      *    (TRILHA INTERNA); A CHAVE (CNPJ/CPF) E OS VALORES         *
      *    ANTES/DEPOIS (RAZOES E NOMES) SAO ANONIMIZADOS. A CADEIA  *
      *    DE HASH E CONFERIDA NA LEITURA E REFEITA NA GRAVACAO; COM *
      *    A CADEIA QUEBRADA O AUDITLOG NAO E TOCADO                 *
           SET NO-FIM-FONTE TO TRUE
           MOVE ZEROES TO Seq-Esperada-W Hash-Original-Ant-W
                          Hash-Novo-Ant-W CONT-ELO-QUEBRADO
           OPEN INPUT AUDITLOG
           IF FILE-STATUS NOT = 00
              DISPLAY "auditlog.csv AUSENTE; NADA A FAZER"
                    AT END SET FIM-FONTE TO TRUE
                 END-READ
                 IF NOT FIM-FONTE
                    PERFORM CONFERIR-ELO-ORIGINAL
                    MOVE Data-Acao-log TO DATA-REG-EDIT
                    PERFORM CONVERTER-DATA-REG
                    IF DATA-REG-INT > ZEROES
                       MOVE MARCA-ANONIMO   TO Valor-Depois-log
                       ADD 1 TO CONT-ANON-AUDIT
                    END-IF
                    MOVE Hash-Novo-Ant-W TO Hash-Audit-W
                    MOVE REG-AUDITLOG    TO Texto-Hash-W
                    PERFORM CALCULAR-HASH-AUDITORIA
                    MOVE Hash-Audit-W    TO Hash-log
                    MOVE Hash-Audit-W    TO Hash-Novo-Ant-W
                    WRITE REG-SAIDA-AUDIT FROM REG-AUDITLOG
                 END-IF
              END-PERFORM
              CLOSE AUDITLOG SAIDAAUD
              PERFORM CONFERIR-FIM-CADEIA
              IF CONT-ELO-QUEBRADO > ZEROES
                 DISPLAY "CADEIA DO auditlog.csv QUEBRADA ("
                         CONT-ELO-QUEBRADO " ELOS); AUDITLOG NAO "
                         "ANONIMIZADO. CONFIRA COM O PROGRAMA95"
                 MOVE ZEROES TO CONT-ANON-AUDIT
              ELSE
                 MOVE SPACES TO COMANDO-W
                 STRING "copy /Y """
                        FUNCTION TRIM(Dir-Dados-Par) "lgpdtmp.txt"" """
                        FUNCTION TRIM(Dir-Dados-Par) "auditlog.csv"""
                        DELIMITED BY SIZE INTO COMANDO-W
                 CALL "SYSTEM" USING COMANDO-W
                 OPEN OUTPUT AUDITCTL
                 MOVE Seq-Esperada-W  TO Ultima-Seq-actl
                 MOVE ";"             TO FIL-ACTL1
                 MOVE Hash-Novo-Ant-W TO Ultimo-Hash-actl
                 WRITE REG-AUDITCTL
                 CLOSE AUDITCTL
              END-IF
           END-IF.

       CONFERIR-ELO-ORIGINAL.
      ********** O REGISTRO LIDO TEM DE SER O SEGUINTE NA SEQUENCIA **
      *    E TER O HASH ENCADEADO AO DO REGISTRO ANTERIOR            *
           ADD 1 TO Seq-Esperada-W
           MOVE Hash-Original-Ant-W TO Hash-Audit-W
           MOVE REG-AUDITLOG        TO Texto-Hash-W
           PERFORM CALCULAR-HASH-AUDITORIA
           IF Sequencia-log IS NOT NUMERIC
              OR Hash-log IS NOT NUMERIC
              ADD 1 TO CONT-ELO-QUEBRADO
           ELSE
              IF Sequencia-log NOT = Seq-Esperada-W
                 OR Hash-log NOT = Hash-Audit-W
                 ADD 1 TO CONT-ELO-QUEBRADO
              END-IF
              MOVE Hash-log         TO Hash-Original-Ant-W
           END-IF.

       CONFERIR-FIM-CADEIA.
      ********** O ULTIMO REGISTRO DO ARQUIVO TEM DE SER O MESMO *****
      *    GUARDADO EM AUDITCTL.DAT (SEM REGISTROS FINAIS REMOVIDOS) *
           OPEN INPUT AUDITCTL
           IF FILE-STATUS-ACTL NOT = 00
              IF Seq-Esperada-W > ZEROES
                 ADD 1 TO CONT-ELO-QUEBRADO
              END-IF
           ELSE
              READ AUDITCTL
                 AT END
                    ADD 1 TO CONT-ELO-QUEBRADO
                 NOT AT END
                    IF Ultima-Seq-actl NOT = Seq-Esperada-W
                       OR Ultimo-Hash-actl NOT = Hash-Original-Ant-W
                       ADD 1 TO CONT-ELO-QUEBRADO
                    END-IF
              END-READ
              CLOSE AUDITCTL
           END-IF.

       GERAR-RESUMO.
              DELIMITED BY SIZE INTO REG-RESUMO
           WRITE REG-RESUMO
           CLOSE RESUMO
           MOVE "lgpdresumo.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL

           DISPLAY "ANONIMIZACAO CONCLUIDA"
           DISPLAY "CLIHIST : " CONT-ANON-CLIHIST
           DISPLAY "AUDITLOG: " CONT-ANON-AUDIT
           DISPLAY "Resumo para o compliance: lgpdresumo.txt".

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "ANOS-RETENCAO=" ANOS-RETENCAO
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA25 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL
           MOVE SPACES TO ARQ-SAIDATMP
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "lgpdtmp.txt" DELIMITED BY SIZE
