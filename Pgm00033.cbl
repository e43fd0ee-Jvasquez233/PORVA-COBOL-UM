           RECORD KEY IS Chave-Movest
           FILE STATUS IS FILE-STATUS.

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

           SELECT DEPOSITOS ASSIGN ARQ-DEPOSITOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Deposito
           FILE STATUS IS FILE-STATUS-DEP.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT CUSTOHIST ASSIGN ARQ-CUSTOHIST
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CH.

           SELECT AUDITLOG ASSIGN ARQ-AUDITLOG
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SESSAO   ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  MOVEST.

      ********** DIARIO DE MOVIMENTOS: E = ENTRADA POR COMPRA, *******
      *    S = SAIDA PELO FATURAMENTO (PROGRAMA10), A = AJUSTE       *
      *    MANUAL AUDITADO, I = ACERTO DE INVENTARIO, T = TRANSFE-   *
      *    RENCIA ENTRE DEPOSITOS (UMA SAIDA E UMA ENTRADA)          *
      *    Custo-Unitario-mv: CUSTO DA ENTRADA DE COMPRA; NOS        *
      *    DEMAIS MOVIMENTOS, O CUSTO MEDIO DO PRODUTO NO MOMENTO    *
       01  REG-MOVEST.
           05 Chave-Movest.
              10 Codigo-Produto-mv         PIC 9(005).
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

       FD  LOTES.

       01  REG-LOTES.
           05 Chave-Lote.
              10 Codigo-Deposito-lt        PIC 9(002).
              10 Codigo-Produto-lt         PIC 9(005).
              10 Validade-lt               PIC 9(008).
              10 Numero-Lote-lt            PIC X(015).
           05 Saldo-Lote-lt                PIC s9(007)v9(002).
           05 Data-Entrada-lt              PIC X(010).

       FD  DEPOSITOS.

       01  REG-DEPOSITOS.
           05 Codigo-Deposito              PIC 9(002).
           05 Descricao-Deposito           PIC X(030).
           05 Tipo-Deposito                PIC X(001).
           05 Zonas-Deposito.
              10 Zona-Dep OCCURS 10 TIMES  PIC X(003).
           05 Situacao-Deposito            PIC X(001).
              88 DEPOSITO-ATIVO                          VALUE "A".
           05 Operador-Inclusao-dp         PIC X(010).
           05 Data-Inclusao-dp             PIC X(010).
           05 Hora-Inclusao-dp             PIC X(008).
           05 Operador-Alteracao-dp        PIC X(010).
           05 Data-Alteracao-dp            PIC X(010).
           05 Hora-Alteracao-dp            PIC X(008).

       FD  PRODUTOS.

           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  CUSTOHIST.

      ********** HISTORICO DAS ALTERACOES DE CUSTO DE AQUISICAO ******
       01  REG-CUSTOHIST.
           05 Data-ch                      PIC X(010).
           05 FIL-CH1                      PIC X          VALUE ";".
           05 Produto-ch                   PIC 9(005).
           05 FIL-CH2                      PIC X          VALUE ";".
           05 Custo-Antes-ch               PIC 9(007)v9(002).
           05 FIL-CH3                      PIC X          VALUE ";".
           05 Custo-Depois-ch              PIC 9(007)v9(002).
           05 FIL-CH4                      PIC X          VALUE ";".
           05 Operador-ch                  PIC X(010).

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
           05 ARQ-SALDOS                   PIC X(080)   VALUE SPACES.
           05 ARQ-MOVEST                   PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                 PIC X(080)   VALUE SPACES.
           05 ARQ-SALDEP                   PIC X(080)   VALUE SPACES.
           05 ARQ-LOTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-DEPOSITOS                PIC X(080)   VALUE SPACES.
           05 ARQ-CUSTOHIST                PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                 PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                 PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CH               PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-PROCESO                   PIC X        VALUE "N".
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 FILE-STATUS-SDP              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-DEP              PIC 99       VALUE ZEROES.
           05 SW-SALDEP-OK                 PIC X        VALUE "N".
           05 SW-DEPOSITOS-OK              PIC X        VALUE "N".
           05 Deposito-Mov-W               PIC 9(002)   VALUE ZEROES.
           05 Deposito-Dest-W              PIC 9(002)   VALUE ZEROES.
           05 Deposito-Valid-W             PIC 9(002)   VALUE ZEROES.
           05 Deposito-Sdp-W               PIC 9(002)   VALUE ZEROES.
           05 Quantidade-Sdp-W             PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Saldo-Origem-W               PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 IND-D                        PIC 9(003)   VALUE ZEROES.
           05 FILE-STATUS-LOT              PIC 99       VALUE ZEROES.
           05 SW-LOTES-OK                  PIC X        VALUE "N".
           05 SW-VALIDADE-OK               PIC X        VALUE "N".
           05 SW-LOTE-ACHADO               PIC X        VALUE "N".
           05 SW-FIM-LOTE                  PIC X        VALUE "N".
              88 FIM-LOTE                                VALUE "S".
              88 NO-FIM-LOTE                             VALUE "N".
           05 Lote-Mov-W                   PIC X(015)   VALUE SPACES.
           05 Validade-Mov-W               PIC 9(008)   VALUE ZEROES.
           05 Deposito-Fefo-W              PIC 9(002)   VALUE ZEROES.
           05 Deposito-Lote-W              PIC 9(002)   VALUE ZEROES.
           05 Lote-Chave-W                 PIC X(015)   VALUE SPACES.
           05 Validade-Chave-W             PIC 9(008)   VALUE ZEROES.
           05 Qtd-Resta-Lote-W             PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Lote-W                   PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Validade-Inf-W               PIC X(010)   VALUE SPACES.
           05 Validade-Inf-W-R REDEFINES Validade-Inf-W.
              10 Val-Dia-W                 PIC 9(002).
              10 Val-Sep1-W                PIC X(001).
              10 Val-Mes-W                 PIC 9(002).
              10 Val-Sep2-W                PIC X(001).
              10 Val-Ano-W                 PIC 9(004).
           05 Validade-AMD-W               PIC 9(008)   VALUE ZEROES.
           05 Validade-AMD-W-R REDEFINES Validade-AMD-W.
              10 Val-Ano-AMD               PIC 9(004).
              10 Val-Mes-AMD               PIC 9(002).
              10 Val-Dia-AMD               PIC 9(002).
           05 QTD-LOTES-TR                 PIC 9(003)   VALUE ZEROES.
           05 IND-L                        PIC 9(003)   VALUE ZEROES.
      ********** LOTES TIRADOS DA ORIGEM NUMA TRANSFERENCIA, PARA ****
      *    ENTRAREM COM O MESMO LOTE E VALIDADE NO DESTINO           *
           05 TABELA-LOTES-TR.
              10 LOTE-TR-OCC OCCURS 50 TIMES.
                 15 Lote-Tr-T              PIC X(015).
                 15 Validade-Tr-T          PIC 9(008).
                 15 Qtd-Tr-T               PIC s9(007)v9(002).
           05 MENSAGEM                     PIC X(60)    VALUE SPACES.
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 Produto-Mov-W                PIC 9(005)   VALUE ZEROES.
           05 Motivo-Mov-W                 PIC X(030)   VALUE SPACES.
           05 Ponto-Rep-W                  PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Custo-Mov-W                  PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Custo-Medio-Mov-W            PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Saldo-Base-W                 PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Custo-Novo-W                 PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 WRK-SALDO                    PIC Z.ZZZ.ZZ9,99-.
           05 WRK-CUSTO                    PIC Z.ZZZ.ZZ9,99.
           05 Entidade-Audit-W             PIC X(010)   VALUE SPACES.
           05 Acao-Audit-W                 PIC X(012)   VALUE SPACES.
           05 Chave-Audit-W                PIC X(014)   VALUE SPACES.
              accept OPC-W
              MOVE "S" TO SW-PROCESO
           ELSE
              OPEN I-O PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE "S" TO SW-PRODUTOS-OK
              ELSE
                 MOVE "N" TO SW-PRODUTOS-OK
              END-IF
      ********** SALDO POR DEPOSITO (SALDEP.DAT) E CRIADO NO *********
      *    PRIMEIRO USO; SEM O CADASTRO DE DEPOSITOS (PGM00040) SO O *
      *    PRINCIPAL (01) E ACEITO                                   *
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
              OPEN INPUT DEPOSITOS
              IF FILE-STATUS-DEP = 00
                 MOVE "S" TO SW-DEPOSITOS-OK
              ELSE
                 MOVE "N" TO SW-DEPOSITOS-OK
              END-IF
      ********** LOTES E VALIDADES (LOTES.DAT), CRIADO NO PRIMEIRO ***
      *    USO: ENTRADA COM LOTE SOMA AO LOTE, SAIDA CONSOME O LOTE  *
      *    INFORMADO OU, SEM ELE, O DE VALIDADE MAIS PROXIMA (FEFO)  *
              OPEN I-O LOTES
              IF FILE-STATUS-LOT NOT = 00
                 OPEN OUTPUT LOTES
                 CLOSE LOTES
                 OPEN I-O LOTES
              END-IF
              IF FILE-STATUS-LOT = 00
                 MOVE "S" TO SW-LOTES-OK
              ELSE
                 MOVE "N" TO SW-LOTES-OK
              END-IF
           END-IF.

       PROCESO.
           display "   1 => Entrada por compra                "
           display "   2 => Ajuste manual (auditado)          "
           display "   3 => Ponto de reposicao                "
           display "   4 => Transferencia entre depositos     "
           display "   5 => Consultar saldo                   "
           display "                                          "
           display "   9 => Salir                             "
                   PERFORM LANCAR-MOVIMENTO
                   WHEN = 3
                   PERFORM DEFINIR-PONTO-REPOSICAO
                   WHEN = 4
                   PERFORM TRANSFERIR-ESTOQUE
                   WHEN = 5
                   PERFORM CONSULTAR-SALDO
                   WHEN = 9
                 display "Produto: " Descricao-Produto
              END-IF
           END-IF
           IF MENSAGEM = SPACES
              display "INSIRA DEPOSITO (0 = 01 PRINCIPAL): "
              display " "with no advancing
              accept Deposito-Mov-W
              IF Deposito-Mov-W = ZEROES
                 MOVE 01 TO Deposito-Mov-W
              END-IF
              MOVE Deposito-Mov-W TO Deposito-Valid-W
              PERFORM VALIDAR-DEPOSITO
           END-IF
           IF MENSAGEM = SPACES
              display "INSIRA QUANTIDADE (NEGATIVA SO NO AJUSTE): "
              display " "with no advancing
                 accept Motivo-Mov-W
              ELSE
                 MOVE "COMPRA" TO Motivo-Mov-W
                 PERFORM INFORMAR-CUSTO-ENTRADA
              END-IF
              IF Quantidade-Mov-W = ZEROES
                 MOVE "QUANTIDADE ZERADA, NADA LANCADO" TO MENSAGEM
              ELSE
              IF Tipo-Mov-W = "A" AND Motivo-Mov-W = SPACES
                 MOVE "AJUSTE EXIGE MOTIVO" TO MENSAGEM
              ELSE
              PERFORM INFORMAR-LOTE
              IF MENSAGEM NOT = SPACES
                 CONTINUE
              ELSE
                 PERFORM ATUALIZAR-DATA-HORA
                 PERFORM GRAVAR-MOVIMENTO
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

       INFORMAR-CUSTO-ENTRADA.
      ********** CUSTO UNITARIO DA ENTRADA, QUE ENTRA NO CUSTO MEDIO *
      *    PONDERADO DO PRODUTO; ZERO = ENTRA PELO CUSTO MEDIO ATUAL *
           MOVE ZEROES TO Custo-Mov-W
           IF SW-PRODUTOS-OK = "S" AND MENSAGEM = SPACES
              MOVE Custo-Produto TO WRK-CUSTO
              display "Custo medio atual: " WRK-CUSTO
              display "INSIRA CUSTO UNITARIO (0 = CUSTO MEDIO): "
              display " "with no advancing
              accept Custo-Mov-W
              IF Custo-Mov-W IS NOT NUMERIC
                 MOVE "CUSTO UNITARIO INVALIDO" TO MENSAGEM
              ELSE
                 IF Custo-Mov-W = ZEROES
                    MOVE Custo-Produto TO Custo-Mov-W
                 END-IF
              END-IF
           END-IF.

       INFORMAR-LOTE.
      ********** LOTE EM BRANCO = PRODUTO SEM CONTROLE DE LOTE; NA ***
      *    SAIDA SEM LOTE OS LOTES DO DEPOSITO SAO CONSUMIDOS PELA   *
      *    VALIDADE MAIS PROXIMA (FEFO)                              *
           MOVE SPACES TO Lote-Mov-W
           MOVE ZEROES TO Validade-Mov-W
           IF SW-LOTES-OK = "S"
              display "INSIRA LOTE (ENTER = SEM LOTE/FEFO): "
              display " "with no advancing
              accept Lote-Mov-W
              IF Lote-Mov-W NOT = SPACES
                 IF Quantidade-Mov-W > ZEROES
                    display "INSIRA VALIDADE (DD-MM-AAAA): "
                    display " "with no advancing
                    MOVE SPACES TO Validade-Inf-W
                    accept Validade-Inf-W
                    PERFORM VALIDAR-VALIDADE
                    IF SW-VALIDADE-OK = "S"
                       MOVE Validade-AMD-W TO Validade-Mov-W
                    ELSE
                       MOVE "VALIDADE INVALIDA, USE DD-MM-AAAA"
                            TO MENSAGEM
                    END-IF
                 ELSE
                    PERFORM LOCALIZAR-LOTE
                    IF SW-LOTE-ACHADO NOT = "S"
                       MOVE "LOTE NAO ENCONTRADO NO DEPOSITO"
                            TO MENSAGEM
                    ELSE
                       IF Saldo-Lote-lt + Quantidade-Mov-W < ZEROES
                          MOVE "SALDO DO LOTE INSUFICIENTE"
                               TO MENSAGEM
                       ELSE
                          MOVE Validade-lt TO Validade-Mov-W
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       VALIDAR-VALIDADE.
           MOVE "N" TO SW-VALIDADE-OK
           IF Val-Dia-W IS NUMERIC AND Val-Mes-W IS NUMERIC
              AND Val-Ano-W IS NUMERIC
              AND Val-Sep1-W = "-" AND Val-Sep2-W = "-"
              IF Val-Mes-W >= 1 AND Val-Mes-W <= 12
                 AND Val-Dia-W >= 1 AND Val-Dia-W <= 31
                 AND Val-Ano-W > 1900
                 MOVE Val-Ano-W TO Val-Ano-AMD
                 MOVE Val-Mes-W TO Val-Mes-AMD
                 MOVE Val-Dia-W TO Val-Dia-AMD
                 MOVE "S" TO SW-VALIDADE-OK
              END-IF
           END-IF.

       LOCALIZAR-LOTE.
      ********** PROCURA O LOTE DO PRODUTO NO DEPOSITO; A VALIDADE ***
      *    FAZ PARTE DA CHAVE, POR ISSO A LEITURA E SEQUENCIAL       *
           MOVE "N" TO SW-LOTE-ACHADO
           MOVE Deposito-Mov-W TO Codigo-Deposito-lt
           MOVE Produto-Mov-W  TO Codigo-Produto-lt
           MOVE ZEROES         TO Validade-lt
           MOVE LOW-VALUES     TO Numero-Lote-lt
           SET NO-FIM-LOTE TO TRUE
           START LOTES KEY IS NOT LESS THAN Chave-Lote
              INVALID KEY SET FIM-LOTE TO TRUE
           END-START
           PERFORM LER-LOTE-LOCALIZAR UNTIL FIM-LOTE.

       LER-LOTE-LOCALIZAR.
           READ LOTES NEXT RECORD
              AT END SET FIM-LOTE TO TRUE
           END-READ
           IF NOT FIM-LOTE
              IF Codigo-Deposito-lt NOT = Deposito-Mov-W
                 OR Codigo-Produto-lt NOT = Produto-Mov-W
                 SET FIM-LOTE TO TRUE
              ELSE
                 IF Numero-Lote-lt = Lote-Mov-W
                    MOVE "S" TO SW-LOTE-ACHADO
                    SET FIM-LOTE TO TRUE
                 END-IF
              END-IF
           END-IF.

       GRAVAR-MOVIMENTO.
              MOVE ZEROES        TO Saldo-Estoque-sd
              MOVE ZEROES        TO Ponto-Reposicao-sd
              MOVE ZEROES        TO Ult-Seq-Mov-sd
              MOVE ZEROES        TO Reservado-sd
              WRITE REG-SALDOS
              READ SALDOS
           END-IF
           PERFORM OBTER-CUSTO-MEDIO
           IF Tipo-Mov-W = "E"
              PERFORM ATUALIZAR-CUSTO-MEDIO
           END-IF
           ADD Quantidade-Mov-W TO Saldo-Estoque-sd
           ADD 1                TO Ult-Seq-Mov-sd
           REWRITE REG-SALDOS
           MOVE Quantidade-Mov-W TO Quantidade-mv
           MOVE OPERADOR-W       TO Operador-mv
           MOVE Motivo-Mov-W     TO Motivo-mv
           MOVE Deposito-Mov-W   TO Codigo-Deposito-mv
           MOVE Lote-Mov-W       TO Numero-Lote-mv
           MOVE Validade-Mov-W   TO Validade-mv
           IF Tipo-Mov-W = "E"
              MOVE Custo-Mov-W       TO Custo-Unitario-mv
           ELSE
              MOVE Custo-Medio-Mov-W TO Custo-Unitario-mv
           END-IF
           WRITE REG-MOVEST

           MOVE Deposito-Mov-W   TO Deposito-Sdp-W
           MOVE Quantidade-Mov-W TO Quantidade-Sdp-W
           PERFORM ATUALIZAR-SALDEP

           IF SW-LOTES-OK = "S"
              IF Lote-Mov-W NOT = SPACES
                 MOVE Deposito-Mov-W   TO Deposito-Lote-W
                 MOVE Lote-Mov-W       TO Lote-Chave-W
                 MOVE Validade-Mov-W   TO Validade-Chave-W
                 MOVE Quantidade-Mov-W TO Qtd-Lote-W
                 PERFORM SOMAR-LOTE
              ELSE
                 IF Quantidade-Mov-W < ZEROES
                    MOVE Deposito-Mov-W TO Deposito-Fefo-W
                    COMPUTE Qtd-Resta-Lote-W = ZEROES - Quantidade-Mov-W
                    PERFORM CONSUMIR-LOTES-FEFO
                 END-IF
              END-IF
           END-IF

           MOVE Saldo-Estoque-sd TO WRK-SALDO
           display "SALDO ATUAL: " WRK-SALDO.

       OBTER-CUSTO-MEDIO.
      ********** CUSTO MEDIO DO PRODUTO ANTES DO MOVIMENTO, GRAVADO **
      *    NOS MOVIMENTOS QUE NAO SAO ENTRADA DE COMPRA              *
           MOVE ZEROES TO Custo-Medio-Mov-W
           IF SW-PRODUTOS-OK = "S"
              MOVE Produto-Mov-W TO Codigo-Produto
              READ PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE Custo-Produto TO Custo-Medio-Mov-W
              END-IF
           END-IF.

       ATUALIZAR-CUSTO-MEDIO.
      ********** CUSTO MEDIO PONDERADO ENTRE O SALDO ATUAL (SALDO ****
      *    NEGATIVO CONTA COMO ZERO) E A QUANTIDADE QUE ENTRA AO     *
      *    CUSTO INFORMADO (MESMA REGRA DO RECEBIMENTO NO PGM00039)  *
           IF SW-PRODUTOS-OK = "S" AND FILE-STATUS-PRO = 00
              IF Saldo-Estoque-sd > ZEROES
                 MOVE Saldo-Estoque-sd TO Saldo-Base-W
              ELSE
                 MOVE ZEROES           TO Saldo-Base-W
              END-IF
              IF Custo-Produto = ZEROES OR Saldo-Base-W = ZEROES
                 MOVE Custo-Mov-W TO Custo-Novo-W
              ELSE
                 COMPUTE Custo-Novo-W ROUNDED =
                    (Saldo-Base-W * Custo-Produto
                     + Quantidade-Mov-W * Custo-Mov-W)
                    / (Saldo-Base-W + Quantidade-Mov-W)
              END-IF
              IF Custo-Novo-W NOT = Custo-Produto
                 PERFORM GRAVAR-HIST-CUSTO
                 MOVE Custo-Novo-W   TO Custo-Produto
                 MOVE OPERADOR-W     TO Operador-Alteracao
                 MOVE DATE-RESUMEN   TO Data-Alteracao
                 MOVE HORA-RESUMEN   TO Hora-Alteracao
                 REWRITE REG-PRODUTOS
              END-IF
           END-IF.

       GRAVAR-HIST-CUSTO.
      ********** TODA MUDANCA DE CUSTO FICA NO CUSTOHIST.CSV *********
           OPEN EXTEND CUSTOHIST
           IF FILE-STATUS-CH NOT = 00
              OPEN OUTPUT CUSTOHIST
           END-IF
           IF FILE-STATUS-CH = 00
              MOVE DATE-RESUMEN       TO Data-ch
              MOVE Codigo-Produto     TO Produto-ch
              MOVE Custo-Produto      TO Custo-Antes-ch
              MOVE Custo-Novo-W       TO Custo-Depois-ch
              MOVE OPERADOR-W         TO Operador-ch
              MOVE ";" TO FIL-CH1 FIL-CH2 FIL-CH3 FIL-CH4
              WRITE REG-CUSTOHIST
              CLOSE CUSTOHIST
           END-IF.

       VALIDAR-DEPOSITO.
      ********** DEPOSITO TEM DE EXISTIR E ESTAR ATIVO NO PGM00040 ***
           IF SW-DEPOSITOS-OK = "S"
              MOVE Deposito-Valid-W TO Codigo-Deposito
              READ DEPOSITOS
              IF FILE-STATUS-DEP NOT = 00
                 MOVE "DEPOSITO NAO CADASTRADO" TO MENSAGEM
              ELSE
                 IF NOT DEPOSITO-ATIVO
                    MOVE "DEPOSITO INATIVO" TO MENSAGEM
                 END-IF
              END-IF
           ELSE
              IF Deposito-Valid-W NOT = 01
                 MOVE "SEM CADASTRO DE DEPOSITOS, SO O 01 (PGM00040)"
                      TO MENSAGEM
              END-IF
           END-IF.

       ATUALIZAR-SALDEP.
      ********** SOMA A QUANTIDADE (COM SINAL) AO SALDO DO PRODUTO ***
      *    NO DEPOSITO                                               *
           IF SW-SALDEP-OK = "S"
              MOVE Deposito-Sdp-W TO Codigo-Deposito-se
              MOVE Produto-Mov-W  TO Codigo-Produto-se
              READ SALDEP
              IF FILE-STATUS-SDP = 00
                 ADD Quantidade-Sdp-W TO Saldo-Deposito-se
                 REWRITE REG-SALDEP
              ELSE
                 MOVE Deposito-Sdp-W   TO Codigo-Deposito-se
                 MOVE Produto-Mov-W    TO Codigo-Produto-se
                 MOVE Quantidade-Sdp-W TO Saldo-Deposito-se
                 WRITE REG-SALDEP
              END-IF
           END-IF.

       SOMAR-LOTE.
      ********** SOMA QTD-LOTE-W (COM SINAL) AO LOTE DO PRODUTO NO ***
      *    DEPOSITO; LOTE NOVO E CRIADO                              *
           MOVE Deposito-Lote-W  TO Codigo-Deposito-lt
           MOVE Produto-Mov-W    TO Codigo-Produto-lt
           MOVE Validade-Chave-W TO Validade-lt
           MOVE Lote-Chave-W     TO Numero-Lote-lt
           READ LOTES
           IF FILE-STATUS-LOT = 00
              ADD Qtd-Lote-W TO Saldo-Lote-lt
              REWRITE REG-LOTES
           ELSE
              MOVE Deposito-Lote-W  TO Codigo-Deposito-lt
              MOVE Produto-Mov-W    TO Codigo-Produto-lt
              MOVE Validade-Chave-W TO Validade-lt
              MOVE Lote-Chave-W     TO Numero-Lote-lt
              MOVE Qtd-Lote-W       TO Saldo-Lote-lt
              MOVE DATE-RESUMEN     TO Data-Entrada-lt
              WRITE REG-LOTES
           END-IF.

       CONSUMIR-LOTES-FEFO.
      ********** BAIXA QTD-RESTA-LOTE-W DOS LOTES DO PRODUTO NO ******
      *    DEPOSITO, DA VALIDADE MAIS PROXIMA PARA A MAIS DISTANTE;  *
      *    O QUE FALTAR FICA COMO SALDO SEM LOTE                     *
           MOVE ZEROES          TO QTD-LOTES-TR
           MOVE Deposito-Fefo-W TO Codigo-Deposito-lt
           MOVE Produto-Mov-W   TO Codigo-Produto-lt
           MOVE ZEROES          TO Validade-lt
           MOVE LOW-VALUES      TO Numero-Lote-lt
           SET NO-FIM-LOTE TO TRUE
           START LOTES KEY IS NOT LESS THAN Chave-Lote
              INVALID KEY SET FIM-LOTE TO TRUE
           END-START
           PERFORM CONSUMIR-UM-LOTE
              UNTIL FIM-LOTE OR Qtd-Resta-Lote-W = ZEROES
                 OR QTD-LOTES-TR = 50.

       CONSUMIR-UM-LOTE.
           READ LOTES NEXT RECORD
              AT END SET FIM-LOTE TO TRUE
           END-READ
           IF NOT FIM-LOTE
              IF Codigo-Deposito-lt NOT = Deposito-Fefo-W
                 OR Codigo-Produto-lt NOT = Produto-Mov-W
                 SET FIM-LOTE TO TRUE
              ELSE
                 IF Saldo-Lote-lt > ZEROES
                    IF Saldo-Lote-lt < Qtd-Resta-Lote-W
                       MOVE Saldo-Lote-lt    TO Qtd-Lote-W
                    ELSE
                       MOVE Qtd-Resta-Lote-W TO Qtd-Lote-W
                    END-IF
                    SUBTRACT Qtd-Lote-W FROM Saldo-Lote-lt
                    REWRITE REG-LOTES
                    SUBTRACT Qtd-Lote-W FROM Qtd-Resta-Lote-W
                    ADD 1 TO QTD-LOTES-TR
                    MOVE Numero-Lote-lt TO Lote-Tr-T(QTD-LOTES-TR)
                    MOVE Validade-lt    TO Validade-Tr-T(QTD-LOTES-TR)
                    MOVE Qtd-Lote-W     TO Qtd-Tr-T(QTD-LOTES-TR)
                 END-IF
              END-IF
           END-IF.

       TRANSFERIR-ESTOQUE.
      ********** TRANSFERENCIA: SAIDA DO DEPOSITO DE ORIGEM E ENTRADA *
      *    NO DE DESTINO, DOIS MOVIMENTOS T NO DIARIO; O SALDO TOTAL *
      *    DO PRODUTO NAO MUDA. A ORIGEM PRECISA TER O SALDO         *
           IF SW-SALDEP-OK NOT = "S"
              MOVE "saldep.dat INDISPONIVEL" TO MENSAGEM
           ELSE
           display "INSIRA CODIGO DO PRODUTO: "
           display " "with no advancing
           accept Produto-Mov-W
           IF SW-PRODUTOS-OK = "S"
              MOVE Produto-Mov-W TO Codigo-Produto
              READ PRODUTOS
              IF FILE-STATUS-PRO NOT = 00
                 MOVE "PRODUTO NAO CADASTRADO" TO MENSAGEM
              ELSE
                 display "Produto: " Descricao-Produto
              END-IF
           END-IF
           IF MENSAGEM = SPACES
              display "INSIRA DEPOSITO DE ORIGEM: "
              display " "with no advancing
              accept Deposito-Mov-W
              MOVE Deposito-Mov-W TO Deposito-Valid-W
              PERFORM VALIDAR-DEPOSITO
           END-IF
           IF MENSAGEM = SPACES
              display "INSIRA DEPOSITO DE DESTINO: "
              display " "with no advancing
              accept Deposito-Dest-W
              MOVE Deposito-Dest-W TO Deposito-Valid-W
              PERFORM VALIDAR-DEPOSITO
              IF MENSAGEM = SPACES
                 AND Deposito-Dest-W = Deposito-Mov-W
                 MOVE "ORIGEM E DESTINO IGUAIS" TO MENSAGEM
              END-IF
           END-IF
           IF MENSAGEM = SPACES
              MOVE ZEROES         TO Saldo-Origem-W
              MOVE Deposito-Mov-W TO Codigo-Deposito-se
              MOVE Produto-Mov-W  TO Codigo-Produto-se
              READ SALDEP
              IF FILE-STATUS-SDP = 00
                 MOVE Saldo-Deposito-se TO Saldo-Origem-W
              END-IF
              MOVE Saldo-Origem-W TO WRK-SALDO
              display "Saldo na origem: " WRK-SALDO
              display "INSIRA QUANTIDADE A TRANSFERIR: "
              display " "with no advancing
              accept Quantidade-Mov-W
              IF Quantidade-Mov-W NOT > ZEROES
                 MOVE "QUANTIDADE INVALIDA, NADA TRANSFERIDO"
                      TO MENSAGEM
              ELSE
                 IF Quantidade-Mov-W > Saldo-Origem-W
                    MOVE "SALDO INSUFICIENTE NO DEPOSITO DE ORIGEM"
                         TO MENSAGEM
                 END-IF
              END-IF
           END-IF
           IF MENSAGEM = SPACES
              PERFORM ATUALIZAR-DATA-HORA
              PERFORM GRAVAR-TRANSFERENCIA
              MOVE "ESTOQUE"     TO Entidade-Audit-W
              MOVE "TRANSFERENC" TO Acao-Audit-W
              MOVE Produto-Mov-W TO Chave-Audit-W
              MOVE SPACES        TO Valor-Antes-Audit-W
              STRING "QTD " Quantidade-Mov-W
                 DELIMITED BY SIZE INTO Valor-Antes-Audit-W
              MOVE SPACES        TO Valor-Depois-Audit-W
              STRING "DEPOSITO " Deposito-Mov-W " PARA "
                     Deposito-Dest-W
                 DELIMITED BY SIZE INTO Valor-Depois-Audit-W
              PERFORM GRAVAR-AUDITORIA
              MOVE "TRANSFERENCIA LANCADA" TO MENSAGEM
           END-IF
           END-IF.

       GRAVAR-TRANSFERENCIA.
           MOVE Produto-Mov-W TO Codigo-Produto-sd
           READ SALDOS
           IF FILE-STATUS NOT = 00
              MOVE Produto-Mov-W TO Codigo-Produto-sd
              MOVE ZEROES        TO Saldo-Estoque-sd
              MOVE ZEROES        TO Ponto-Reposicao-sd
              MOVE ZEROES        TO Ult-Seq-Mov-sd
              MOVE ZEROES        TO Reservado-sd
              WRITE REG-SALDOS
              READ SALDOS
           END-IF
           ADD 2                TO Ult-Seq-Mov-sd
           REWRITE REG-SALDOS
           PERFORM OBTER-CUSTO-MEDIO

           MOVE Produto-Mov-W    TO Codigo-Produto-mv
           COMPUTE Sequencia-mv  = Ult-Seq-Mov-sd - 1
           MOVE "T"              TO Tipo-mv
           MOVE DATE-RESUMEN     TO Data-mv
           COMPUTE Quantidade-mv = ZEROES - Quantidade-Mov-W
           MOVE OPERADOR-W       TO Operador-mv
           MOVE SPACES           TO Motivo-mv
           STRING "TRANSF PARA DEPOSITO " Deposito-Dest-W
              DELIMITED BY SIZE INTO Motivo-mv
           MOVE Deposito-Mov-W   TO Codigo-Deposito-mv
           MOVE SPACES           TO Numero-Lote-mv
           MOVE ZEROES           TO Validade-mv
           MOVE Custo-Medio-Mov-W TO Custo-Unitario-mv
           WRITE REG-MOVEST

           MOVE Produto-Mov-W    TO Codigo-Produto-mv
           MOVE Ult-Seq-Mov-sd   TO Sequencia-mv
           MOVE "T"              TO Tipo-mv
           MOVE DATE-RESUMEN     TO Data-mv
           MOVE Quantidade-Mov-W TO Quantidade-mv
           MOVE OPERADOR-W       TO Operador-mv
           MOVE SPACES           TO Motivo-mv
           STRING "TRANSF DO DEPOSITO " Deposito-Mov-W
              DELIMITED BY SIZE INTO Motivo-mv
           MOVE Deposito-Dest-W  TO Codigo-Deposito-mv
           WRITE REG-MOVEST

           MOVE Deposito-Mov-W   TO Deposito-Sdp-W
           COMPUTE Quantidade-Sdp-W = ZEROES - Quantidade-Mov-W
           PERFORM ATUALIZAR-SALDEP
           MOVE Deposito-Dest-W  TO Deposito-Sdp-W
           MOVE Quantidade-Mov-W TO Quantidade-Sdp-W
           PERFORM ATUALIZAR-SALDEP

      ********** OS LOTES SAEM DA ORIGEM PELA VALIDADE (FEFO) E ******
      *    ENTRAM NO DESTINO COM O MESMO LOTE E VALIDADE             *
           IF SW-LOTES-OK = "S"
              MOVE Deposito-Mov-W   TO Deposito-Fefo-W
              MOVE Quantidade-Mov-W TO Qtd-Resta-Lote-W
              PERFORM CONSUMIR-LOTES-FEFO
              PERFORM ENTRAR-LOTE-DESTINO
                 VARYING IND-L FROM 1 BY 1 UNTIL IND-L > QTD-LOTES-TR
           END-IF.

       ENTRAR-LOTE-DESTINO.
           MOVE Deposito-Dest-W      TO Deposito-Lote-W
           MOVE Lote-Tr-T(IND-L)     TO Lote-Chave-W
           MOVE Validade-Tr-T(IND-L) TO Validade-Chave-W
           MOVE Qtd-Tr-T(IND-L)      TO Qtd-Lote-W
           PERFORM SOMAR-LOTE.

       DEFINIR-PONTO-REPOSICAO.
           display "INSIRA CODIGO DO PRODUTO: "
           display " "with no advancing
              MOVE ZEROES        TO Saldo-Estoque-sd
              MOVE Ponto-Rep-W   TO Ponto-Reposicao-sd
              MOVE ZEROES        TO Ult-Seq-Mov-sd
              MOVE ZEROES        TO Reservado-sd
              WRITE REG-SALDOS
           END-IF
           MOVE "PONTO DE REPOSICAO GRAVADO" TO MENSAGEM.
              display "Saldo atual     : " WRK-SALDO
              MOVE Ponto-Reposicao-sd TO WRK-SALDO
              display "Ponto reposicao : " WRK-SALDO
              IF SW-SALDEP-OK = "S"
                 display "Por deposito    :"
                 PERFORM MOSTRAR-SALDO-DEPOSITO
                    VARYING IND-D FROM 1 BY 1 UNTIL IND-D > 99
              END-IF
              IF SW-LOTES-OK = "S"
                 display "Lotes com saldo :"
                 MOVE LOW-VALUES TO Chave-Lote
                 SET NO-FIM-LOTE TO TRUE
                 START LOTES KEY IS NOT LESS THAN Chave-Lote
                    INVALID KEY SET FIM-LOTE TO TRUE
                 END-START
                 PERFORM MOSTRAR-LOTE UNTIL FIM-LOTE
              END-IF
              display " "
              display "Tecle ENTER para continuar"
              accept OPC-W
           END-IF.

       MOSTRAR-SALDO-DEPOSITO.
           MOVE IND-D         TO Codigo-Deposito-se
           MOVE Produto-Mov-W TO Codigo-Produto-se
           READ SALDEP
           IF FILE-STATUS-SDP = 00 AND Saldo-Deposito-se NOT = ZEROES
              MOVE Saldo-Deposito-se TO WRK-SALDO
              display "   Deposito " Codigo-Deposito-se ": " WRK-SALDO
           END-IF.

       MOSTRAR-LOTE.
           READ LOTES NEXT RECORD
              AT END SET FIM-LOTE TO TRUE
           END-READ
           IF NOT FIM-LOTE
              IF Codigo-Produto-lt = Produto-Mov-W
                 AND Saldo-Lote-lt NOT = ZEROES
                 MOVE Validade-lt   TO Validade-AMD-W
                 MOVE Saldo-Lote-lt TO WRK-SALDO
                 display "   Dep " Codigo-Deposito-lt
                         " Lote " Numero-Lote-lt
                         " Val " Val-Dia-AMD "-" Val-Mes-AMD "-"
                         Val-Ano-AMD ": " WRK-SALDO
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

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".

           CLOSE SALDOS MOVEST
           IF SW-PRODUTOS-OK = "S"
              CLOSE PRODUTOS
           END-IF
           IF SW-SALDEP-OK = "S"
              CLOSE SALDEP
           END-IF
           IF SW-DEPOSITOS-OK = "S"
              CLOSE DEPOSITOS
           END-IF
           IF SW-LOTES-OK = "S"
              CLOSE LOTES
           END-IF.


           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-SALDEP
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "saldep.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDEP
           MOVE SPACES TO ARQ-LOTES
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "lotes.dat" DELIMITED BY SIZE
                  INTO ARQ-LOTES
           MOVE SPACES TO ARQ-DEPOSITOS
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "depositos.dat" DELIMITED BY SIZE
                  INTO ARQ-DEPOSITOS
           MOVE SPACES TO ARQ-CUSTOHIST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "custohist.csv" DELIMITED BY SIZE
                  INTO ARQ-CUSTOHIST
           MOVE SPACES TO ARQ-AUDITLOG
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL.

       END PROGRAM Pgm00033.
