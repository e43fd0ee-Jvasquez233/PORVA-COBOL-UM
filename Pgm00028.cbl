           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS.

           SELECT PESQUISAS ASSIGN ARQ-PESQUISAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido-ps
           FILE STATUS IS FILE-STATUS-PS.

           SELECT AUDITLOG ASSIGN ARQ-AUDITLOG
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SESSAO   ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.
              88 PEDIDO-EM-SEPARACAO                     VALUE "S".
              88 PEDIDO-EM-ENTREGA                       VALUE "T".
              88 PEDIDO-ENTREGUE                         VALUE "E".
              88 PEDIDO-BACKORDER                        VALUE "B".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  PESQUISAS.

      ********** FILA DA PESQUISA DE SATISFACAO (NPS): ENTRA NA ******
      *    ENTREGA DO PEDIDO, SAI NO ENVIO E VOLTA COM A RESPOSTA    *
      *    (PROGRAMA85)                                              *
       01  REG-PESQUISAS.
           05 Numero-Pedido-ps             PIC 9(007).
           05 Codigo-Cliente-ps            PIC 9(007).
           05 Codigo-Vendedor-ps           PIC 9(003).
           05 Data-Entrega-ps              PIC X(010).
           05 Situacao-ps                  PIC X(001).
              88 PESQ-NA-FILA                            VALUE "F".
              88 PESQ-ENVIADA                            VALUE "E".
              88 PESQ-RESPONDIDA                         VALUE "R".
           05 Contato-ps                   PIC X(040).
           05 Data-Envio-ps                PIC X(010).
           05 Nota-ps                      PIC 9(002).
           05 Comentario-ps                PIC X(060).
           05 Data-Resposta-ps             PIC X(010).
           05 Numero-Ocorrencia-ps         PIC 9(007).

       FD  AUDITLOG.

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
           05 ARQ-PEDIDOS                  PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                 PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                 PIC X(080)   VALUE SPACES.
           05 ARQ-PESQUISAS                PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

           05 Situacao-Nova-W              PIC X(001)   VALUE SPACES.
           05 Responsavel-W                PIC X(010)   VALUE SPACES.
           05 SW-TRANSICAO-OK              PIC X        VALUE "N".
           05 FILE-STATUS-PS               PIC 99       VALUE ZEROES.
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 CONT-PENDENTES               PIC 9(005)   VALUE ZEROES.
           05 SW-FIM-PED                   PIC X        VALUE "N".
       MUDAR-SITUACAO.
      ********** O CICLO SEGUE F (FATURADO) -> S (SEPARACAO) -> ******
      *    T (EM ENTREGA) -> E (ENTREGUE); CADA MUDANCA CARIMBA A    *
      *    DATA E O RESPONSAVEL E VAI PARA O LOG DE AUDITORIA.       *
      *    PEDIDO EM BACKORDER (B) NAO ENTRA NESTE CICLO: A PARTE    *
      *    FATURADA SAI NO ROMANEIO E E BAIXADA NO RETORNO DAS       *
      *    ENTREGAS (PROGRAMA73); SO FICA E QUANDO NAO RESTA LINHA   *
      *    EM ABERTO                                                 *
           display "INSIRA NUMERO DO PEDIDO: "
           display " "with no advancing
           accept Numero-Pedido-W
                       MOVE "S" TO SW-TRANSICAO-OK
                    END-IF
              END-EVALUATE
              IF SW-TRANSICAO-OK = "N" AND PEDIDO-BACKORDER
                 MOVE "PEDIDO EM BACKORDER: ENTREGA SO PELO RETORNO DO "
                      & "ROMANEIO" TO MENSAGEM
              ELSE
              IF SW-TRANSICAO-OK = "N"
                 MOVE SPACES TO MENSAGEM
                 STRING "TRANSICAO INVALIDA: PEDIDO ESTA EM ["
                        " RESP " Responsavel-W
                    DELIMITED BY SIZE INTO Valor-Depois-Audit-W
                 PERFORM GRAVAR-AUDITORIA
                 IF Situacao-Nova-W = "E"
                    PERFORM ENFILEIRAR-PESQUISA
                 END-IF
                 MOVE "SITUACAO DO PEDIDO ATUALIZADA" TO MENSAGEM
              END-IF
              END-IF
           END-IF.

       CONSULTAR-SITUACAO.
              accept OPC-W
           END-IF.

       ENFILEIRAR-PESQUISA.
      ********** PEDIDO ENTREGUE ENTRA NA FILA DA PESQUISA NPS; O ****
      *    CONTATO E PREENCHIDO NO ENVIO (PROGRAMA85). PEDIDO JA NA  *
      *    FILA (STATUS 22) NAO E DUPLICADO                          *
           OPEN I-O PESQUISAS
           IF FILE-STATUS-PS NOT = 00
              OPEN OUTPUT PESQUISAS
              CLOSE PESQUISAS
              OPEN I-O PESQUISAS
           END-IF
           IF FILE-STATUS-PS = 00
              INITIALIZE REG-PESQUISAS
              MOVE Numero-Pedido      TO Numero-Pedido-ps
              MOVE Codigo-Cliente-p   TO Codigo-Cliente-ps
              MOVE Codigo-Vendedor-p  TO Codigo-Vendedor-ps
              MOVE DATE-RESUMEN       TO Data-Entrega-ps
              MOVE "F"                TO Situacao-ps
              WRITE REG-PESQUISAS
              CLOSE PESQUISAS
           END-IF.

       GRAVAR-AUDITORIA.
      ********** GRAVA TRANSACAO NO LOG DE AUDITORIA COMPARTILHADO ***
      *    MESMO ARQUIVO USADO POR PGM00001 E PGM00002               *
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
           MOVE SPACES TO ARQ-PESQUISAS
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "pesquisas.dat" DELIMITED BY SIZE
                  INTO ARQ-PESQUISAS.
       END PROGRAM Pgm00028.
