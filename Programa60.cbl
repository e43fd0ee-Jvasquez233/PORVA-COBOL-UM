           RECORD KEY IS Chave-Movest
           FILE STATUS IS FILE-STATUS.

           SELECT SALDEP ASSIGN ARQ-SALDEP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Saldep
           FILE STATUS IS FILE-STATUS-SDP.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT JOBLOG   ASSIGN ARQ-JOBLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  MOVEST.

           05 Quantidade-mv                PIC s9(007)v9(002).
           05 Operador-mv                  PIC X(010).
           05 Motivo-mv                    PIC X(030).
           05 Codigo-Deposito-mv           PIC 9(002).
           05 Numero-Lote-mv               PIC X(015).
           05 Validade-mv                  PIC 9(008).
           05 Custo-Unitario-mv            PIC 9(007)v9(002).

       FD  SALDEP.

       01  REG-SALDEP.
           05 Chave-Saldep.
              10 Codigo-Deposito-se        PIC 9(002).
              10 Codigo-Produto-se         PIC 9(005).
           05 Saldo-Deposito-se            PIC s9(007)v9(002).

       FD  PRODUTOS.

           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  USUARIOS.

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

       FD  JOBLOG.


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

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-MOVEST                      PIC X(080)   VALUE SPACES.
           05 ARQ-SALDEP                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-USUARIOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-INVCONG                     PIC X(080)   VALUE SPACES.
           05 ARQ-CONTAGEM                    PIC X(080)   VALUE SPACES.
           05 ARQ-INVREL                      PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.
           05 Dir-Instal-Par                  PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".

           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-USU              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AUX              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SDP              PIC 99       VALUE ZEROES.
           05 SW-SALDEP-OK                 PIC X        VALUE "N".
           05 DEPOSITO-W                   PIC 9(002)   VALUE ZEROES.
           05 Deposito-Acerto-W            PIC 9(002)   VALUE 01.
           05 Saldo-Base-W                 PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 OPC-W                        PIC 9(001)   VALUE ZEROES.
           05 Produto-Cont-W               PIC X(010)   VALUE SPACES.
           05 Qtd-Cont-W                   PIC X(015)   VALUE SPACES.
           DISPLAY "  2 => PROCESSAR A CONTAGEM E ACERTAR"
           DISPLAY "INSIRA OPCAO: "
           ACCEPT OPC-W
           DISPLAY "INSIRA DEPOSITO (0 = TODOS): "
           ACCEPT DEPOSITO-W

           OPEN I-O SALDOS
           IF FILE-STATUS NOT = 00
           ELSE
              OPEN I-O MOVEST
              OPEN INPUT PRODUTOS
              PERFORM ABRIR-SALDO-DEPOSITO
              EVALUATE OPC-W
                 WHEN 1
                    PERFORM CONGELAR-POSICAO
                    DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
              CLOSE SALDOS MOVEST PRODUTOS
              IF SW-SALDEP-OK = "S"
                 CLOSE SALDEP
              END-IF
           END-IF.

       ABRIR-SALDO-DEPOSITO.
      ********** INVENTARIO DE UM DEPOSITO: CONGELA, CONFRONTA E *****
      *    ACERTA O SALDO DO SALDEP.DAT; O SALDO TOTAL DO PRODUTO    *
      *    RECEBE A MESMA DIVERGENCIA. COM DEPOSITO 0 O INVENTARIO   *
      *    E O CONSOLIDADO E O ACERTO CAI NO DEPOSITO PRINCIPAL (01) *
           MOVE "N" TO SW-SALDEP-OK
           OPEN I-O SALDEP
           IF FILE-STATUS-SDP = 00
              MOVE "S" TO SW-SALDEP-OK
           END-IF
           IF DEPOSITO-W = ZEROES
              MOVE 01 TO Deposito-Acerto-W
           ELSE
              IF SW-SALDEP-OK = "S"
                 MOVE DEPOSITO-W TO Deposito-Acerto-W
              ELSE
                 DISPLAY "saldep.dat AUSENTE; INVENTARIO CONSOLIDADO"
                 MOVE ZEROES TO DEPOSITO-W
                 MOVE 01     TO Deposito-Acerto-W
              END-IF
           END-IF.

       CONGELAR-POSICAO.
      *    CONTAGEM FISICA SERA CONFRONTADA CONTRA ESTA FOTO         *
           OPEN OUTPUT INVCONG
           SET NO-FIN-ARQ TO TRUE
           IF DEPOSITO-W = ZEROES
              MOVE ZEROES TO Codigo-Produto-sd
              START SALDOS KEY IS NOT LESS THAN Codigo-Produto-sd
                 INVALID KEY SET FIN-ARQ TO TRUE
              END-START
              PERFORM CONGELAR-UM-SALDO UNTIL FIN-ARQ
           ELSE
              MOVE DEPOSITO-W TO Codigo-Deposito-se
              MOVE ZEROES     TO Codigo-Produto-se
              START SALDEP KEY IS NOT LESS THAN Chave-Saldep
                 INVALID KEY SET FIN-ARQ TO TRUE
              END-START
              PERFORM CONGELAR-UM-SALDO-DEPOSITO UNTIL FIN-ARQ
           END-IF
           CLOSE INVCONG
           DISPLAY "POSICAO CONGELADA EM invcong.csv ("
                   CONT-CONGELADOS " PRODUTOS)".
              WRITE REG-INVCONG
           END-IF.

       CONGELAR-UM-SALDO-DEPOSITO.
           READ SALDEP NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ
              IF Codigo-Deposito-se NOT = DEPOSITO-W
                 SET FIN-ARQ TO TRUE
              ELSE
                 ADD 1 TO CONT-CONGELADOS
                 MOVE SPACES TO REG-INVCONG
                 STRING Codigo-Produto-se ";" Saldo-Deposito-se
                    DELIMITED BY SIZE INTO REG-INVCONG
                 WRITE REG-INVCONG
              END-IF
           END-IF.

       PROCESSAR-CONTAGEM.
      ********** CONFRONTA CONTAGEM.CSV (PRODUTO;QUANTIDADE) COM O ***
      *    SALDO CONGELADO, VALORIZA A DIVERGENCIA PELO CUSTO DO     *
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-INVREL FROM LINHA-REL
              WRITE REG-INVREL FROM LINHA-EMPRESA
              IF DEPOSITO-W NOT = ZEROES
                 MOVE SPACES TO LINHA-REL
                 STRING "DEPOSITO: " DEPOSITO-W
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-INVREL FROM LINHA-REL
              END-IF
              MOVE SPACES TO LINHA-REL
              WRITE REG-INVREL FROM LINHA-REL

                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-INVREL FROM LINHA-REL
              CLOSE INVREL CONTAGEM
              MOVE "inventario.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              DISPLAY "RELATORIO DE DIVERGENCIAS: inventario.txt"
              DISPLAY "Acertos gravados: " CONT-ACERTOS
           END-IF.
              WRITE REG-INVREL FROM LINHA-REL
              ADD 1 TO JOB-AVISOS
           ELSE
              MOVE Saldo-Estoque-sd TO Saldo-Base-W
              IF DEPOSITO-W NOT = ZEROES
                 MOVE DEPOSITO-W    TO Codigo-Deposito-se
                 MOVE Produto-Num-W TO Codigo-Produto-se
                 READ SALDEP
                 IF FILE-STATUS-SDP = 00
                    MOVE Saldo-Deposito-se TO Saldo-Base-W
                 ELSE
                    MOVE ZEROES TO Saldo-Base-W
                 END-IF
              END-IF
              COMPUTE Diverg-W = Qtd-Num-W - Saldo-Base-W
              IF Diverg-W NOT = ZEROES
                 ADD 1 TO CONT-DIVERGENTES
                 MOVE ZEROES TO Custo-Produto

       GRAVAR-ACERTO.
           ADD 1 TO Ult-Seq-Mov-sd
           ADD Diverg-W TO Saldo-Estoque-sd
           REWRITE REG-SALDOS
           PERFORM ACERTAR-SALDO-DEPOSITO

           MOVE Produto-Num-W  TO Codigo-Produto-mv
           MOVE Ult-Seq-Mov-sd TO Sequencia-mv
           MOVE Diverg-W       TO Quantidade-mv
           MOVE Usuario-Sup-W  TO Operador-mv
           MOVE "ACERTO DE INVENTARIO" TO Motivo-mv
           MOVE Deposito-Acerto-W TO Codigo-Deposito-mv
           MOVE SPACES         TO Numero-Lote-mv
           MOVE ZEROES         TO Validade-mv
           MOVE Custo-Produto  TO Custo-Unitario-mv
           WRITE REG-MOVEST

           MOVE "ESTOQUE"      TO Entidade-log
              DELIMITED BY SIZE INTO Valor-Antes-log
           MOVE SPACES         TO Valor-Depois-log
           STRING "SALDO ACERTADO PARA " Qtd-Num-W
                  " DEP " Deposito-Acerto-W
              DELIMITED BY SIZE INTO Valor-Depois-log
           MOVE ";"            TO FIL-LOG1 FIL-LOG2 FIL-LOG3
                                  FIL-LOG4 FIL-LOG5 FIL-LOG6
                                  FIL-LOG7 FIL-LOG8
           MOVE EMPRESA-ATUAL-W TO Empresa-log
           PERFORM GRAVAR-REGISTRO-AUDITORIA
           CLOSE AUDITLOG

           ADD 1 TO CONT-ACERTOS.

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
           IF FILE-STATUS-AUX = 00
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

       ACERTAR-SALDO-DEPOSITO.
      ********** A DIVERGENCIA ENTRA NO SALDO DO DEPOSITO ACERTADO ***
           IF SW-SALDEP-OK = "S"
              MOVE Deposito-Acerto-W TO Codigo-Deposito-se
              MOVE Produto-Num-W     TO Codigo-Produto-se
              READ SALDEP
              IF FILE-STATUS-SDP = 00
                 ADD Diverg-W TO Saldo-Deposito-se
                 REWRITE REG-SALDEP
              ELSE
                 MOVE Deposito-Acerto-W TO Codigo-Deposito-se
                 MOVE Produto-Num-W     TO Codigo-Produto-se
                 MOVE Diverg-W          TO Saldo-Deposito-se
                 WRITE REG-SALDEP
              END-IF
           END-IF.

       FIN.
           DISPLAY "INVENTARIO CONCLUIDO"

              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "DEPOSITO=" DEPOSITO-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA60 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
                  DELIMITED BY SIZE
                  "movest.dat" DELIMITED BY SIZE
                  INTO ARQ-MOVEST
           MOVE SPACES TO ARQ-SALDEP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldep.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDEP
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL
      ********** USUARIOS.DAT E UNICO DA INSTALACAO (VER PGM00000) ***
           MOVE SPACES TO ARQ-USUARIOS
           STRING FUNCTION TRIM(Dir-Instal-Par)
