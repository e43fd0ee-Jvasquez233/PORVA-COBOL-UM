           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS.

           SELECT SALDOS ASSIGN ARQ-SALDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto-sd
           FILE STATUS IS FILE-STATUS-EST.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SESSAO   ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.
           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  ITENS.

           05 Quantidade-it                PIC 9(007)v9(002).
           05 Preco-Unitario-it            PIC 9(007)v9(002).
           05 Total-Item-it                PIC 9(009)v9(002).
           05 Quantidade-Faturada-it       PIC 9(007)v9(002).
           05 Tipo-Item-it                 PIC X(001).
              88 ITEM-NORMAL                             VALUE "N".
              88 ITEM-BONIFICACAO                        VALUE "B".
           05 Codigo-Campanha-it           PIC 9(005).
           05 Valor-Campanha-it            PIC 9(009)v9(002).

       FD  SALDOS.

       01  REG-SALDOS.
           05 Codigo-Produto-sd            PIC 9(005).
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  PRODUTOS.

           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  CLIENTES.

           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  VENDEDOR.

           05 Codigo-Tabprod               PIC 9(005).
           05 Codigo-Taborc                PIC 9(007).
           05 Codigo-Tabocor               PIC 9(007).
           05 Codigo-Tabforn               PIC 9(005).
           05 Codigo-Tabcomp               PIC 9(007).

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
       01  AREA-PARAMETROS.
           05 FILE-STATUS-PAR              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CM               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EST              PIC 99       VALUE ZEROES.
           05 SW-SALDOS-IO                 PIC X        VALUE "N".
           05 DATA-PED-AMD-W               PIC 9(008)   VALUE ZEROES.
           05 FILE-STATUS-SES              PIC 99       VALUE ZEROES.
           05 PERFIL-W                     PIC X        VALUE "S".
           05 ARQ-ORCITENS                    PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-TABLA                       PIC X(080)   VALUE SPACES.
           05 ARQ-CLIMOV                      PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 COMANDO-ESPELHO              PIC X(040)   VALUE SPACES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-PROCESO                   PIC X        VALUE "N".
           05 SW-AGREGAR                   PIC X        VALUE "N".
           MOVE SPACES                TO Data-Situacao-ped
           MOVE SPACES                TO Responsavel-ped
           MOVE ZEROES                TO Valor-Frete-ped
           MOVE ZEROES                TO Data-Prometida-ped
           WRITE REG-PEDIDOS
           PERFORM GRAVAR-CLIMOV-PEDIDO

           STRING "PEDIDO GERADO " Numero-Pedido-Novo-W
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA
           PERFORM EMITIR-ESPELHO-PEDIDO

           MOVE SPACES TO MENSAGEM
           STRING "PEDIDO " Numero-Pedido-Novo-W
           REWRITE REG-TABLA.

       COPIAR-ITENS-PEDIDO.
      ********** O PEDIDO NASCE ABERTO: CADA LINHA RESERVA O ESTOQUE *
      *    DO PRODUTO, COMO NA ENTRADA DIRETA (PGM00005)             *
           MOVE "N" TO SW-SALDOS-IO
           OPEN I-O SALDOS
           IF FILE-STATUS-EST = 00
              MOVE "S" TO SW-SALDOS-IO
           END-IF
           MOVE Numero-Orcamento-W    TO Numero-Orcamento-oi
           MOVE ZEROES                TO Sequencia-oi
           SET NO-FIM-ITENS           TO TRUE
           START ORCITENS KEY IS NOT LESS THAN Chave-Orcitem
              INVALID KEY SET FIM-ITENS TO TRUE
           END-START
           PERFORM COPIAR-UM-ITEM UNTIL FIM-ITENS
           IF SW-SALDOS-IO = "S"
              CLOSE SALDOS
           END-IF.

       COPIAR-UM-ITEM.
           READ ORCITENS NEXT RECORD
                 MOVE Quantidade-oi        TO Quantidade-it
                 MOVE Preco-Unitario-oi    TO Preco-Unitario-it
                 MOVE Total-Item-oi        TO Total-Item-it
                 MOVE ZEROES               TO Quantidade-Faturada-it
                 MOVE "N"                  TO Tipo-Item-it
                 MOVE ZEROES               TO Codigo-Campanha-it
                                              Valor-Campanha-it
                 WRITE REG-ITENS
                 IF SW-SALDOS-IO = "S"
                    PERFORM RESERVAR-ESTOQUE-ITEM
                 END-IF
              ELSE
                 SET FIM-ITENS        TO TRUE
              END-IF
           END-IF.

       RESERVAR-ESTOQUE-ITEM.
           MOVE Codigo-Produto-it TO Codigo-Produto-sd
           READ SALDOS
           IF FILE-STATUS-EST NOT = 00
              MOVE ZEROES        TO Saldo-Estoque-sd
              MOVE ZEROES        TO Ponto-Reposicao-sd
              MOVE ZEROES        TO Ult-Seq-Mov-sd
              MOVE ZEROES        TO Reservado-sd
              WRITE REG-SALDOS
              READ SALDOS
           END-IF
           IF FILE-STATUS-EST = 00
              ADD Quantidade-it  TO Reservado-sd
              REWRITE REG-SALDOS
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

       EMITIR-ESPELHO-PEDIDO.
      ********** ESPELHO DO PEDIDO PARA CONFIRMACAO AO CLIENTE *******
      *    (PROGRAMA98): TEXTO PARA IMPRESSAO E E-MAIL PRONTO PARA   *
      *    ENVIO, REEMITIDO A CADA GRAVACAO DO PEDIDO                *
           MOVE SPACES TO COMANDO-ESPELHO
           STRING "Programa98.exe " Numero-Pedido-Novo-W
              DELIMITED BY SIZE INTO COMANDO-ESPELHO
           CALL "SYSTEM" USING COMANDO-ESPELHO.

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".

                  DELIMITED BY SIZE
                  "itens.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENS
           MOVE SPACES TO ARQ-SALDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldos.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDOS
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL.
       END PROGRAM Pgm00025.
