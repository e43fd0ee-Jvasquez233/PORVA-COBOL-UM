           RECORD KEY IS Chave-Movest
           FILE STATUS IS FILE-STATUS-EST.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT PRODCOMP ASSIGN ARQ-PRODCOMP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Prodcomp
           FILE STATUS IS FILE-STATUS-PC.

           SELECT SALDEP ASSIGN ARQ-SALDEP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Saldep
           FILE STATUS IS FILE-STATUS-SDP.

           SELECT LOTES ASSIGN ARQ-LOTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Lote
           FILE STATUS IS FILE-STATUS-LOT.

           SELECT RASTLOTE ASSIGN ARQ-RASTLOTE
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Rastlote
           FILE STATUS IS FILE-STATUS-LOT.

           SELECT HISTVENDAS ASSIGN ARQ-HISTVENDAS
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

       FD  PRODUTOS.

       01  REG-PRODUTOS.
           05 Codigo-Produto               PIC 9(005).
           05 Descricao-Produto            PIC X(040).
           05 Unidade-Produto              PIC X(003).
           05 Preco-Lista                  PIC 9(007)v9(002).
           05 Produto-Ativo                PIC X(001)   VALUE "S".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  PRODCOMP.

      ********** COMPOSICAO DOS PRODUTOS COMPOSTOS (KITS): UM ********
      *    REGISTRO POR COMPONENTE, MANTIDO PELO PGM00006. PRODUTO   *
      *    SEM COMPONENTES E PRODUTO SIMPLES                         *
       01  REG-PRODCOMP.
           05 Chave-Prodcomp.
              10 Codigo-Kit-pc             PIC 9(005).
              10 Codigo-Componente-pc      PIC 9(005).
           05 Quantidade-pc                PIC 9(005)v9(003).

       FD  SALDEP.

       01  REG-SALDEP.
           05 Chave-Saldep.
              10 Codigo-Deposito-se        PIC 9(002).
              10 Codigo-Produto-se         PIC 9(005).
           05 Saldo-Deposito-se            PIC s9(007)v9(002).

       FD  LOTES.

       01  REG-LOTES.
           05 Chave-Lote.
              10 Codigo-Deposito-lt        PIC 9(002).
              10 Codigo-Produto-lt         PIC 9(005).
              10 Validade-lt               PIC 9(008).
              10 Numero-Lote-lt            PIC X(015).
           05 Saldo-Lote-lt                PIC s9(007)v9(002).
           05 Data-Entrada-lt              PIC X(010).

      ********** RASTREIO DE LOTE (PROGRAMA10): UM REGISTRO POR ******
      *    LOTE CONSUMIDO NO FATURAMENTO DE CADA PEDIDO              *
       FD  RASTLOTE.

       01  REG-RASTLOTE.
           05 Chave-Rastlote.
              10 Codigo-Produto-rl         PIC 9(005).
              10 Numero-Lote-rl            PIC X(015).
              10 Sequencia-rl              PIC 9(007).
           05 Validade-rl                  PIC 9(008).
           05 Codigo-Deposito-rl           PIC 9(002).
           05 Numero-Pedido-rl             PIC 9(007).
           05 Codigo-Cliente-rl            PIC 9(007).
           05 Quantidade-rl                PIC 9(007)v9(002).
           05 Data-rl                      PIC X(010).

       FD  HISTVENDAS.

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
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-MOVEST                      PIC X(080)   VALUE SPACES.
           05 ARQ-SALDEP                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODCOMP                    PIC X(080)   VALUE SPACES.
           05 ARQ-LOTES                       PIC X(080)   VALUE SPACES.
           05 ARQ-RASTLOTE                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-HISTVENDAS                  PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

           05 QTD-PARCELAS-W               PIC 9(002)   VALUE ZEROES.
           05 QTD-CANCELADAS-W             PIC 9(002)   VALUE ZEROES.
           05 FILE-STATUS-EST              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SDP              PIC 99       VALUE ZEROES.
           05 SW-SALDEP-OK                 PIC X        VALUE "N".
           05 FILE-STATUS-PC               PIC 99       VALUE ZEROES.
           05 SW-PRODCOMP-OK               PIC X        VALUE "N".
           05 SW-E-KIT                     PIC X        VALUE "N".
           05 SW-FIM-COMP                  PIC X        VALUE "N".
              88 FIM-COMP                               VALUE "S".
              88 NO-FIM-COMP                            VALUE "N".
           05 Produto-Ent-W                PIC 9(005)   VALUE ZEROES.
           05 Kit-Ent-W                    PIC 9(005)   VALUE ZEROES.
           05 Qtd-Ent-W                    PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 FILE-STATUS-LOT              PIC 99       VALUE ZEROES.
           05 SW-LOTES-OK                  PIC X        VALUE "N".
           05 SW-RASTLOTE-OK               PIC X        VALUE "N".
           05 SW-FIM-RL                    PIC X        VALUE "N".
              88 FIM-RL                                 VALUE "S".
              88 NO-FIM-RL                              VALUE "N".
           05 SW-FIM-MV                    PIC X        VALUE "N".
              88 FIM-MV                                 VALUE "S".
              88 NO-FIM-MV                              VALUE "N".

      ********** DEPOSITO E LOTES DE ONDE O FATURAMENTO TIROU O ******
      *    PRODUTO, PARA A MERCADORIA VOLTAR AO MESMO LUGAR          *
           05 Pedido-Texto-W               PIC X(007)   VALUE SPACES.
           05 Cont-Pedido-W                PIC 9(003)   VALUE ZEROES.
           05 Deposito-Ent-W               PIC 9(002)   VALUE 01.
           05 Qtd-Resta-Ent-W              PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Reposta-W                PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Lote-Grupo-W                 PIC X(015)   VALUE SPACES.
           05 Validade-Grupo-W             PIC 9(008)   VALUE ZEROES.
           05 Deposito-Grupo-W             PIC 9(002)   VALUE ZEROES.
           05 Qtd-Grupo-W                  PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Deposito-Mov-W               PIC 9(002)   VALUE ZEROES.
           05 Lote-Mov-W                   PIC X(015)   VALUE SPACES.
           05 Validade-Mov-W               PIC 9(008)   VALUE ZEROES.
           05 Qtd-Mov-W                    PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-HV               PIC 99       VALUE ZEROES.
           05 SW-ESTOQUE-OK                PIC X        VALUE "N".
           05 SW-FIM-IT                    PIC X        VALUE "N".
      ********** COMPENSA A SAIDA DE ESTOQUE QUE O FATURAMENTO *******
      *    (PROGRAMA10) GEROU: CADA ITEM VOLTA AO SALDO COM UM       *
      *    MOVIMENTO DE AJUSTE MOTIVADO PELO ESTORNO; SEM OS         *
      *    ARQUIVOS DE ESTOQUE SO A QUANTIDADE FATURADA DAS LINHAS   *
      *    E ZERADA, PARA O PEDIDO REABERTO FATURAR POR INTEIRO      *
           MOVE "N" TO SW-ESTOQUE-OK
           OPEN I-O ITENS
           IF FILE-STATUS-EST = 00
              OPEN I-O SALDOS
              IF FILE-STATUS-EST = 00
                 OPEN I-O MOVEST
                 IF FILE-STATUS-EST = 00
                    MOVE "S" TO SW-ESTOQUE-OK
      ********** SALDO POR DEPOSITO (SALDEP.DAT): OPCIONAL, CRIADO *
      *    NO PRIMEIRO USO                                           *
                    OPEN I-O SALDEP
                    IF FILE-STATUS-SDP NOT = 00
                       OPEN OUTPUT SALDEP
                       CLOSE SALDEP
                       OPEN I-O SALDEP
                    END-IF
                    IF FILE-STATUS-SDP = 00
                       MOVE "S" TO SW-SALDEP-OK
                    ELSE
                       MOVE "N" TO SW-SALDEP-OK
                    END-IF
                    OPEN INPUT PRODUTOS
                    IF FILE-STATUS-PRO = 00
                       MOVE "S" TO SW-PRODUTOS-OK
                    ELSE
                       MOVE "N" TO SW-PRODUTOS-OK
                    END-IF
      ********** KITS (PRODCOMP.DAT, PGM00006): O FATURAMENTO BAIXOU *
      *    OS COMPONENTES, E SAO ELES QUE VOLTAM AO ESTOQUE          *
                    OPEN INPUT PRODCOMP
                    IF FILE-STATUS-PC = 00
                       MOVE "S" TO SW-PRODCOMP-OK
                    ELSE
                       MOVE "N" TO SW-PRODCOMP-OK
                    END-IF
      ********** LOTES E RASTREIO (PROGRAMA10): OPCIONAIS; SEM ELES ***
      *    O ESTORNO ENTRA SEM LOTE                                  *
                    OPEN I-O LOTES
                    IF FILE-STATUS-LOT = 00
                       MOVE "S" TO SW-LOTES-OK
                    ELSE
                       MOVE "N" TO SW-LOTES-OK
                    END-IF
                    OPEN INPUT RASTLOTE
                    IF FILE-STATUS-LOT = 00
                       MOVE "S" TO SW-RASTLOTE-OK
                    ELSE
                       MOVE "N" TO SW-RASTLOTE-OK
                    END-IF
                 ELSE
                    CLOSE SALDOS
                 END-IF
              END-IF
              MOVE Numero-Fatura-W TO Numero-Pedido-it
              MOVE ZEROES          TO Sequencia-it
              SET NO-FIM-IT TO TRUE
                 INVALID KEY SET FIM-IT TO TRUE
              END-START
              PERFORM DEVOLVER-UM-ITEM UNTIL FIM-IT
              CLOSE ITENS
              IF SW-ESTOQUE-OK = "S"
                 CLOSE SALDOS MOVEST
                 IF SW-SALDEP-OK = "S"
                    CLOSE SALDEP
                 END-IF
                 IF SW-PRODUTOS-OK = "S"
                    CLOSE PRODUTOS
                 END-IF
                 IF SW-PRODCOMP-OK = "S"
                    CLOSE PRODCOMP
                 END-IF
                 IF SW-LOTES-OK = "S"
                    CLOSE LOTES
                 END-IF
                 IF SW-RASTLOTE-OK = "S"
                    CLOSE RASTLOTE
                 END-IF
              END-IF
           END-IF.

       DEVOLVER-UM-ITEM.
           END-READ
           IF NOT FIM-IT
              IF Numero-Pedido-it = Numero-Fatura-W
                 IF SW-ESTOQUE-OK = "S"
                    AND Quantidade-Faturada-it > ZEROES
                    PERFORM DEVOLVER-SALDO-ITEM
                 END-IF
                 MOVE ZEROES TO Quantidade-Faturada-it
                 REWRITE REG-ITENS
                 MOVE ZEROES TO FILE-STATUS-EST
              ELSE
                 SET FIM-IT TO TRUE
              END-IF
           END-IF.

       DEVOLVER-SALDO-ITEM.
      ********** KIT: CADA COMPONENTE VOLTA NA QUANTIDADE DO KIT *****
      *    VEZES A FATURADA (O INVERSO DA BAIXA DO PROGRAMA10); NO   *
      *    PROPRIO KIT SO A RESERVA DO PEDIDO REABERTO               *
           MOVE "N" TO SW-E-KIT
           IF SW-PRODCOMP-OK = "S"
              PERFORM VERIFICAR-KIT-ITEM
           END-IF
           IF SW-E-KIT = "S"
              PERFORM RESERVAR-KIT-ESTORNO
              PERFORM DEVOLVER-COMPONENTES
           ELSE
              MOVE Codigo-Produto-it      TO Produto-Ent-W
              MOVE Quantidade-Faturada-it TO Qtd-Ent-W
              MOVE ZEROES                 TO Kit-Ent-W
              PERFORM DEVOLVER-SALDO-PRODUTO
           END-IF.

       VERIFICAR-KIT-ITEM.
           MOVE Codigo-Produto-it TO Codigo-Kit-pc
           MOVE ZEROES            TO Codigo-Componente-pc
           START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ PRODCOMP NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF Codigo-Kit-pc = Codigo-Produto-it
                          MOVE "S" TO SW-E-KIT
                       END-IF
                 END-READ
           END-START.

       RESERVAR-KIT-ESTORNO.
      ********** O PEDIDO REABERTO VOLTA A RESERVAR O KIT ATE SER ****
      *    FATURADO DE NOVO (A RESERVA DE KIT FICA NO PROPRIO KIT)   *
           MOVE Codigo-Produto-it TO Codigo-Produto-sd
           READ SALDOS
           IF FILE-STATUS-EST = 00
              ADD Quantidade-Faturada-it TO Reservado-sd
              REWRITE REG-SALDOS
           END-IF.

       DEVOLVER-COMPONENTES.
           MOVE Codigo-Produto-it    TO Kit-Ent-W
           MOVE Kit-Ent-W            TO Codigo-Kit-pc
           MOVE ZEROES               TO Codigo-Componente-pc
           SET NO-FIM-COMP TO TRUE
           START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
              INVALID KEY SET FIM-COMP TO TRUE
           END-START
           PERFORM UNTIL FIM-COMP
              READ PRODCOMP NEXT RECORD
                 AT END SET FIM-COMP TO TRUE
              END-READ
              IF NO-FIM-COMP
                 IF Codigo-Kit-pc NOT = Kit-Ent-W
                    SET FIM-COMP TO TRUE
                 ELSE
                    MOVE Codigo-Componente-pc TO Produto-Ent-W
                    COMPUTE Qtd-Ent-W ROUNDED =
                       Quantidade-Faturada-it * Quantidade-pc
                    PERFORM DEVOLVER-SALDO-PRODUTO
                 END-IF
              END-IF
           END-PERFORM.

       DEVOLVER-SALDO-PRODUTO.
      ********** A QUANTIDADE VOLTA AOS LOTES QUE O FATURAMENTO ******
      *    CONSUMIU NO PEDIDO (RASTLOTE), ATE O QUE SAIU DE CADA UM  *
      *    MENOS O QUE JA VOLTOU; O RESTANTE ENTRA SEM LOTE NO       *
      *    DEPOSITO DA SAIDA DO PEDIDO (MOVEST), OU NO 01            *
           MOVE Produto-Ent-W TO Codigo-Produto-sd
           READ SALDOS
           IF FILE-STATUS-EST = 00
              ADD Qtd-Ent-W          TO Saldo-Estoque-sd
      ********** O PEDIDO REABERTO VOLTA A RESERVAR O ITEM ATE *******
      *    SER FATURADO DE NOVO (COMPONENTE DE KIT NAO TEM RESERVA)  *
              IF Kit-Ent-W = ZEROES
                 ADD Qtd-Ent-W       TO Reservado-sd
              END-IF

              MOVE Numero-Fatura-W   TO Pedido-Texto-W
              MOVE Qtd-Ent-W         TO Qtd-Resta-Ent-W
              PERFORM LOCALIZAR-DEPOSITO-SAIDA
              IF SW-LOTES-OK = "S" AND SW-RASTLOTE-OK = "S"
                 PERFORM REPOR-LOTES-PEDIDO
              END-IF
              IF Qtd-Resta-Ent-W > ZEROES
                 MOVE Deposito-Ent-W  TO Deposito-Mov-W
                 MOVE SPACES          TO Lote-Mov-W
                 MOVE ZEROES          TO Validade-Mov-W
                 MOVE Qtd-Resta-Ent-W TO Qtd-Mov-W
                 PERFORM GRAVAR-AJUSTE-ESTORNO
              END-IF
              REWRITE REG-SALDOS
           END-IF.

       GRAVAR-AJUSTE-ESTORNO.
           ADD 1                  TO Ult-Seq-Mov-sd
           MOVE Produto-Ent-W     TO Codigo-Produto-mv
           MOVE Ult-Seq-Mov-sd    TO Sequencia-mv
           MOVE "A"               TO Tipo-mv
           MOVE DATE-RESUMEN      TO Data-mv
           MOVE Qtd-Mov-W         TO Quantidade-mv
           MOVE OPERADOR-W        TO Operador-mv
           MOVE SPACES            TO Motivo-mv
           IF Kit-Ent-W > ZEROES
              STRING "ESTORNO PED " Numero-Fatura-W
                     " KIT " Kit-Ent-W
                 DELIMITED BY SIZE INTO Motivo-mv
           ELSE
              STRING "ESTORNO PEDIDO " Numero-Fatura-W
                 DELIMITED BY SIZE INTO Motivo-mv
           END-IF
           MOVE Deposito-Mov-W    TO Codigo-Deposito-mv
           MOVE Lote-Mov-W        TO Numero-Lote-mv
           MOVE Validade-Mov-W    TO Validade-mv
           PERFORM OBTER-CUSTO-MEDIO
           WRITE REG-MOVEST
           PERFORM ATUALIZAR-SALDEP.

       LOCALIZAR-DEPOSITO-SAIDA.
      ********** DEPOSITO DA ULTIMA SAIDA DO PRODUTO NO PEDIDO *******
      *    (MOTIVO "PEDIDO N" GRAVADO PELO PROGRAMA10)               *
           MOVE 01                     TO Deposito-Ent-W
           MOVE Produto-Ent-W          TO Codigo-Produto-mv
           MOVE ZEROES                 TO Sequencia-mv
           SET NO-FIM-MV TO TRUE
           START MOVEST KEY IS NOT LESS THAN Chave-Movest
              INVALID KEY SET FIM-MV TO TRUE
           END-START
           PERFORM UNTIL FIM-MV
              READ MOVEST NEXT RECORD
                 AT END SET FIM-MV TO TRUE
              END-READ
              IF NO-FIM-MV
                 IF Codigo-Produto-mv NOT = Produto-Ent-W
                    SET FIM-MV TO TRUE
                 ELSE
                    IF Tipo-mv = "S"
                       MOVE ZEROES TO Cont-Pedido-W
                       INSPECT Motivo-mv TALLYING Cont-Pedido-W
                          FOR ALL Pedido-Texto-W
                       IF Cont-Pedido-W > ZEROES
                          AND Codigo-Deposito-mv > ZEROES
                          MOVE Codigo-Deposito-mv TO Deposito-Ent-W
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       REPOR-LOTES-PEDIDO.
      ********** O RASTLOTE ESTA EM ORDEM DE PRODUTO E LOTE: SOMA O **
      *    QUE O PEDIDO TIROU DE CADA LOTE E REPOE LOTE A LOTE       *
           MOVE ZEROES                 TO Qtd-Grupo-W
           MOVE Produto-Ent-W          TO Codigo-Produto-rl
           MOVE LOW-VALUES             TO Numero-Lote-rl
           MOVE ZEROES                 TO Sequencia-rl
           SET NO-FIM-RL TO TRUE
           START RASTLOTE KEY IS NOT LESS THAN Chave-Rastlote
              INVALID KEY SET FIM-RL TO TRUE
           END-START
           PERFORM UNTIL FIM-RL OR Qtd-Resta-Ent-W = ZEROES
              READ RASTLOTE NEXT RECORD
                 AT END SET FIM-RL TO TRUE
              END-READ
              IF NO-FIM-RL
                 IF Codigo-Produto-rl NOT = Produto-Ent-W
                    SET FIM-RL TO TRUE
                 ELSE
                    IF Numero-Pedido-rl = Numero-Fatura-W
                       IF Qtd-Grupo-W > ZEROES
                          AND Numero-Lote-rl NOT = Lote-Grupo-W
                          PERFORM REPOR-UM-LOTE
                       END-IF
                       IF Qtd-Grupo-W = ZEROES
                          MOVE Numero-Lote-rl     TO Lote-Grupo-W
                          MOVE Validade-rl        TO Validade-Grupo-W
                          MOVE Codigo-Deposito-rl TO Deposito-Grupo-W
                       END-IF
                       ADD Quantidade-rl TO Qtd-Grupo-W
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF Qtd-Grupo-W > ZEROES AND Qtd-Resta-Ent-W > ZEROES
              PERFORM REPOR-UM-LOTE
           END-IF.

       REPOR-UM-LOTE.
           PERFORM SOMAR-REPOSTO-LOTE
           IF Qtd-Grupo-W > Qtd-Reposta-W
              COMPUTE Qtd-Mov-W = Qtd-Grupo-W - Qtd-Reposta-W
              IF Qtd-Mov-W > Qtd-Resta-Ent-W
                 MOVE Qtd-Resta-Ent-W  TO Qtd-Mov-W
              END-IF
              MOVE Deposito-Grupo-W    TO Deposito-Mov-W
              MOVE Lote-Grupo-W        TO Lote-Mov-W
              MOVE Validade-Grupo-W    TO Validade-Mov-W
              PERFORM GRAVAR-AJUSTE-ESTORNO
              PERFORM SOMAR-SALDO-LOTE
              SUBTRACT Qtd-Mov-W FROM Qtd-Resta-Ent-W
           END-IF
           MOVE ZEROES                 TO Qtd-Grupo-W.

       SOMAR-REPOSTO-LOTE.
      ********** O QUE JA VOLTOU AO LOTE POR DEVOLUCAO (PGM00037) ****
      *    OU ESTORNO ANTERIOR DO MESMO PEDIDO                       *
           MOVE ZEROES                 TO Qtd-Reposta-W
           MOVE Produto-Ent-W          TO Codigo-Produto-mv
           MOVE ZEROES                 TO Sequencia-mv
           SET NO-FIM-MV TO TRUE
           START MOVEST KEY IS NOT LESS THAN Chave-Movest
              INVALID KEY SET FIM-MV TO TRUE
           END-START
           PERFORM UNTIL FIM-MV
              READ MOVEST NEXT RECORD
                 AT END SET FIM-MV TO TRUE
              END-READ
              IF NO-FIM-MV
                 IF Codigo-Produto-mv NOT = Produto-Ent-W
                    SET FIM-MV TO TRUE
                 ELSE
                    IF Tipo-mv NOT = "S"
                       AND Quantidade-mv > ZEROES
                       AND Numero-Lote-mv = Lote-Grupo-W
                       AND Codigo-Deposito-mv = Deposito-Grupo-W
                       MOVE ZEROES TO Cont-Pedido-W
                       INSPECT Motivo-mv TALLYING Cont-Pedido-W
                          FOR ALL Pedido-Texto-W
                       IF Cont-Pedido-W > ZEROES
                          ADD Quantidade-mv TO Qtd-Reposta-W
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       SOMAR-SALDO-LOTE.
      ********** SOMA A QUANTIDADE ESTORNADA AO LOTE NO DEPOSITO; ****
      *    LOTE JA ENCERRADO NO LOTES.DAT E RECRIADO                 *
           MOVE Deposito-Mov-W   TO Codigo-Deposito-lt
           MOVE Produto-Ent-W    TO Codigo-Produto-lt
           MOVE Validade-Mov-W   TO Validade-lt
           MOVE Lote-Mov-W       TO Numero-Lote-lt
           READ LOTES
           IF FILE-STATUS-LOT = 00
              ADD Qtd-Mov-W TO Saldo-Lote-lt
              REWRITE REG-LOTES
           ELSE
              MOVE Deposito-Mov-W   TO Codigo-Deposito-lt
              MOVE Produto-Ent-W    TO Codigo-Produto-lt
              MOVE Validade-Mov-W   TO Validade-lt
              MOVE Lote-Mov-W       TO Numero-Lote-lt
              MOVE Qtd-Mov-W        TO Saldo-Lote-lt
              MOVE DATE-RESUMEN     TO Data-Entrada-lt
              WRITE REG-LOTES
           END-IF.

       OBTER-CUSTO-MEDIO.
      ********** O MOVIMENTO LEVA O CUSTO MEDIO DO PRODUTO NO *******
      *    MOMENTO (CADASTRO DE PRODUTOS, MANTIDO PELAS ENTRADAS)    *
           MOVE ZEROES TO Custo-Unitario-mv
           IF SW-PRODUTOS-OK = "S"
              MOVE Codigo-Produto-mv TO Codigo-Produto
              READ PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE Custo-Produto TO Custo-Unitario-mv
              END-IF
           END-IF.

       ATUALIZAR-SALDEP.
      ********** A QUANTIDADE DO MOVIMENTO ENTRA NO SALDO DO *********
      *    DEPOSITO DO MOVIMENTO NO ARQUIVO DE SALDO POR DEPOSITO    *
           IF SW-SALDEP-OK = "S"
              MOVE Codigo-Deposito-mv TO Codigo-Deposito-se
              MOVE Codigo-Produto-mv  TO Codigo-Produto-se
              READ SALDEP
              IF FILE-STATUS-SDP = 00
                 ADD Quantidade-mv TO Saldo-Deposito-se
                 REWRITE REG-SALDEP
              ELSE
                 MOVE Codigo-Deposito-mv TO Codigo-Deposito-se
                 MOVE Codigo-Produto-mv  TO Codigo-Produto-se
                 MOVE Quantidade-mv      TO Saldo-Deposito-se
                 WRITE REG-SALDEP
              END-IF
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

       CIFRAR-SENHA.
      ********** CIFRA DE SUBSTITUICAO FIXA DA CASA (VER PGM00000) ***
           MOVE FUNCTION UPPER-CASE(SENHA-CIFRA-W) TO SENHA-CIFRA-W
                  DELIMITED BY SIZE
                  "movest.dat" DELIMITED BY SIZE
                  INTO ARQ-MOVEST
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-PRODCOMP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "prodcomp.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODCOMP
           MOVE SPACES TO ARQ-SALDEP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldep.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDEP
           MOVE SPACES TO ARQ-LOTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "lotes.dat" DELIMITED BY SIZE
                  INTO ARQ-LOTES
           MOVE SPACES TO ARQ-RASTLOTE
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "rastlote.dat" DELIMITED BY SIZE
                  INTO ARQ-RASTLOTE
           MOVE SPACES TO ARQ-HISTVENDAS
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
       END PROGRAM Pgm00021.
