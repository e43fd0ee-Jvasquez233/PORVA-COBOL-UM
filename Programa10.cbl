           RECORD KEY IS Codigo-Produto-sd
           FILE STATUS IS FILE-STATUS-EST.

           SELECT PRODCOMP ASSIGN ARQ-PRODCOMP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Prodcomp
           FILE STATUS IS FILE-STATUS-PC.

           SELECT MOVEST ASSIGN ARQ-MOVEST
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Movest
           FILE STATUS IS FILE-STATUS-EST.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

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

           SELECT DEPOSITOS ASSIGN ARQ-DEPOSITOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Deposito
           FILE STATUS IS FILE-STATUS-DEP.

           SELECT HISTVENDAS ASSIGN ARQ-HISTVENDAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
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

       FD  FATURAS.

           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  DOCSEXIG.

           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  PRODCOMP.

      ********** COMPOSICAO DOS PRODUTOS COMPOSTOS (KITS): UM ********
      *    REGISTRO POR COMPONENTE, MANTIDO PELO PGM00006. PRODUTO   *
      *    SEM COMPONENTES E PRODUTO SIMPLES                         *
       01  REG-PRODCOMP.
           05 Chave-Prodcomp.
              10 Codigo-Kit-pc             PIC 9(005).
              10 Codigo-Componente-pc      PIC 9(005).
           05 Quantidade-pc                PIC 9(005)v9(003).

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

       FD  HISTVENDAS.

           05 Quantidade-it                PIC 9(007)v9(002).
           05 Preco-Unitario-it            PIC 9(007)v9(002).
           05 Total-Item-it                PIC 9(009)v9(002).
           05 Quantidade-Faturada-it       PIC 9(007)v9(002).
           05 Tipo-Item-it                 PIC X(001).
              88 ITEM-NORMAL                             VALUE "N".
              88 ITEM-BONIFICACAO                        VALUE "B".
           05 Codigo-Campanha-it           PIC 9(005).
           05 Valor-Campanha-it            PIC 9(009)v9(002).

       FD  ALIQUOTAS.

           05 ARQ-ALIQUOTAS                   PIC X(080)   VALUE SPACES.
           05 ARQ-HISTVENDAS                  PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODCOMP                    PIC X(080)   VALUE SPACES.
           05 ARQ-MOVEST                      PIC X(080)   VALUE SPACES.
           05 ARQ-SALDEP                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-LOTES                       PIC X(080)   VALUE SPACES.
           05 ARQ-RASTLOTE                    PIC X(080)   VALUE SPACES.
           05 ARQ-DEPOSITOS                   PIC X(080)   VALUE SPACES.
           05 ARQ-CLIMOV                      PIC X(080)   VALUE SPACES.
           05 ARQ-DOCSEXIG                    PIC X(080)   VALUE SPACES.
           05 ARQ-DOCSCLI                     PIC X(080)   VALUE SPACES.
           05 SW-HIST-OK                   PIC X        VALUE "N".
           05 FILE-STATUS-EST              PIC 99       VALUE ZEROES.
           05 SW-ESTOQUE-OK                PIC X        VALUE "N".
           05 FILE-STATUS-SDP              PIC 99       VALUE ZEROES.
           05 SW-SALDEP-OK                 PIC X        VALUE "N".
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-DEP              PIC 99       VALUE ZEROES.
           05 SW-DEPOSITOS-OK              PIC X        VALUE "N".
           05 SW-FIM-DEP                   PIC X        VALUE "N".
              88 FIM-DEP                                 VALUE "S".
              88 NO-FIM-DEP                              VALUE "N".
           05 Deposito-Fat-W               PIC 9(002)   VALUE 01.
           05 IND-D                        PIC 9(002)   VALUE ZEROES.
           05 FILE-STATUS-LOT              PIC 99       VALUE ZEROES.
           05 SW-LOTES-OK                  PIC X        VALUE "N".
           05 SW-FIM-LOTE                  PIC X        VALUE "N".
              88 FIM-LOTE                                VALUE "S".
              88 NO-FIM-LOTE                             VALUE "N".
           05 Qtd-Resta-Lote-W             PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Lote-W                   PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 FILE-STATUS-DOC              PIC 99       VALUE ZEROES.
           05 SW-DOCS-OK                   PIC X        VALUE "N".
           05 SW-PENDENCIA-DOC             PIC X        VALUE "N".
           05 Bloq-Docs-Par                PIC X(001)   VALUE "N".
           05 QTD-BAIXA-W                  PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 FILE-STATUS-PC               PIC 99       VALUE ZEROES.
           05 SW-PRODCOMP-OK               PIC X        VALUE "N".
           05 SW-E-KIT                     PIC X        VALUE "N".
           05 SW-BAIXA-RESERVA             PIC X        VALUE "S".
           05 SW-FIM-COMP                  PIC X        VALUE "N".
              88 FIM-COMP                               VALUE "S".
              88 NO-FIM-COMP                            VALUE "N".
           05 Produto-Baixa-W              PIC 9(005)   VALUE ZEROES.
           05 Kit-Baixa-W                  PIC 9(005)   VALUE ZEROES.
           05 Qtd-Baixa-Prod-W             PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 SW-FERIADOS-OK               PIC X        VALUE "N".
           05 SW-DIA-UTIL                  PIC X        VALUE "N".
           05 DIA-SEMANA-W                 PIC 9(001)   VALUE ZEROES.
           05 ALIQ-MEDIA-W                 PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 SW-PEDIDO-FATURADO           PIC X        VALUE "N".
           05 MODO-FATURAMENTO             PIC 9(001)   VALUE 1.
              88 FATURAMENTO-INTEGRAL                   VALUE 1.
              88 FATURAMENTO-PARCIAL                    VALUE 2.
           05 SW-PRIMEIRA-FATURA           PIC X        VALUE "S".
           05 SW-TEM-ITENS                 PIC X        VALUE "N".
           05 SW-RESTA-PENDENTE            PIC X        VALUE "N".
           05 QTD-ITENS-FAT                PIC 9(004)   VALUE ZEROES.
           05 IND-F                        PIC 9(004)   VALUE ZEROES.
           05 SW-ESTOURO-ITENS             PIC X        VALUE "N".
           05 PARC-BASE-W                  PIC 9(002)   VALUE ZEROES.
           05 TOTAL-PARC-PED-W             PIC 9(003)   VALUE ZEROES.
           05 QTD-PENDENTE-W               PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 QTD-AGORA-W                  PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 SALDO-LIVRE-W                PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 VALOR-ANTES-W                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 VALOR-DEPOIS-W               PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 LIQUIDO-ANTES-W              PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 LIQUIDO-DEPOIS-W             PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 VALOR-ITENS-W                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 CONT-BACKORDER               PIC 9(005)   VALUE ZEROES.
      ********** LINHAS DO PEDIDO FATURADAS NESTA EXECUCAO (UMA POR **
      *    SEQUENCIA DE ITEM POSSIVEL)                               *
           05 TABELA-FATURAR.
              10 FATURAR-OCC OCCURS 999 TIMES.
                 15 Seq-Fat-T              PIC 9(003).
                 15 Produto-Fat-T          PIC 9(005).
                 15 Qtd-Fat-T              PIC 9(007)v9(002).
                 15 Valor-Fat-T            PIC 9(009)v9(002).
      ********** NO MODO PARCIAL, O QUE AS LINHAS JA TOMADAS NESTA ***
      *    FATURA CONSOMEM DE CADA PRODUTO (KIT PELOS COMPONENTES)   *
           05 QTD-CONS                     PIC 9(004)   VALUE ZEROES.
           05 IND-C                        PIC 9(004)   VALUE ZEROES.
           05 IND-ACHOU                    PIC 9(004)   VALUE ZEROES.
           05 SW-CONS-CHEIO                PIC X        VALUE "N".
           05 Produto-Cons-W               PIC 9(005)   VALUE ZEROES.
           05 Qtd-Cons-W                   PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Consumido-W                  PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Vencido-Prod-W               PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Livre-Prod-W                 PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Kits-Comp-W                  PIC s9(007)  VALUE ZEROES.
           05 Kit-Item-W                   PIC 9(005)   VALUE ZEROES.
           05 TABELA-CONSUMO.
              10 CONSUMO-OCC OCCURS 2000 TIMES.
                 15 Produto-Cons-T         PIC 9(005).
                 15 Qtd-Cons-T             PIC s9(007)v9(002).
           05 Classificacao-W              PIC X(001)   VALUE SPACES.
           05 COND-CLIENTE                 PIC 9(003)   VALUE ZEROES.
           05 QTD-PARC-W                   PIC 9(002)   VALUE 1.
           05 CONT-JA-FATURADOS            PIC 9(005)   VALUE ZEROES.
           05 PRAZO-VENCIMENTO-DIAS        PIC 9(003)   VALUE 30.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-VENC-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-VENC-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-VENC-AMD-R REDEFINES DATA-VENC-AMD.
           MOVE MM-AUX      TO HOJE-MES
           MOVE AA-AUX      TO HOJE-ANNO

           COMPUTE DATA-HOJE-AMD = 20000000
               + FUNCTION NUMVAL(AA-AUX) * 10000
               + FUNCTION NUMVAL(MM-AUX) * 100
               + FUNCTION NUMVAL(DD-AUX)
           COMPUTE DATA-HOJE-INT = FUNCTION INTEGER-OF-DATE
              (DATA-HOJE-AMD)
           COMPUTE DATA-VENC-INT = DATA-HOJE-INT
                                 + PRAZO-VENCIMENTO-DIAS
           COMPUTE DATA-VENC-AMD = FUNCTION DATE-OF-INTEGER
           MOVE VENC-MES    TO VENCE-MES
           MOVE VENC-ANO    TO VENCE-ANO

      ********** MODO PARCIAL: SO SAI NA FATURA O QUE O SALDO DE *****
      *    ESTOQUE COBRE; O RESTANTE FICA NO PEDIDO (SITUACAO B) E   *
      *    E FATURADO NAS PROXIMAS EXECUCOES QUANDO O ESTOQUE CHEGAR *
           DISPLAY "MODO DE FATURAMENTO: 1 = INTEGRAL  "
                   "2 = PARCIAL (BACKORDER) (0 = PADRAO 1): "
           ACCEPT MODO-FATURAMENTO
           IF NOT FATURAMENTO-PARCIAL
              MOVE 1 TO MODO-FATURAMENTO
           END-IF

      ********** EMPRESA DE TREINAMENTO (SANDBOX): NENHUMA FATURA ****
      *    REAL PODE SAIR DELA                                       *
           IF SW-EMPRESA-SANDBOX = "S"
              SET FIN-PEDIDOS TO TRUE
           ELSE
              PERFORM ABRIR-ARQUIVOS-CONDICAO
              IF FATURAMENTO-PARCIAL
                 AND (SW-ESTOQUE-OK = "N" OR SW-ITENS-OK = "N")
                 DISPLAY "SEM ITENS/SALDOS DE ESTOQUE O FATURAMENTO "
                         "PARCIAL NAO E POSSIVEL; MODO INTEGRAL"
                 MOVE 1 TO MODO-FATURAMENTO
                 ADD 1 TO JOB-AVISOS
              END-IF
              SET NO-FIN-PEDIDOS TO TRUE
              MOVE ZEROES     TO Numero-Pedido
              START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido
              MOVE "N" TO SW-CONDPAG-OK
           END-IF
      ********** ITENS E ALIQUOTAS TAMBEM SAO OPCIONAIS: SEM ELES ****
      *    A FATURA SAI SEM DESTAQUE DE IMPOSTO; COM ITENS, CADA     *
      *    LINHA ACUMULA A QUANTIDADE JA FATURADA                    *
           OPEN I-O ITENS
           IF FILE-STATUS-AUX = 00
              MOVE "S" TO SW-ITENS-OK
           ELSE
           ELSE
              MOVE "N" TO SW-ESTOQUE-OK
           END-IF
      ********** SALDO POR DEPOSITO (PGM00040): A SAIDA E LANCADA NO *
      *    DEPOSITO QUE ATENDE A ZONA DO CLIENTE; SEM CADASTRO DE    *
      *    DEPOSITOS VALE O PRINCIPAL (01)                           *
           MOVE "N" TO SW-SALDEP-OK
           MOVE "N" TO SW-DEPOSITOS-OK
           IF SW-ESTOQUE-OK = "S"
              OPEN I-O SALDEP
              IF FILE-STATUS-SDP NOT = 00
                 OPEN OUTPUT SALDEP
                 CLOSE SALDEP
                 OPEN I-O SALDEP
              END-IF
              IF FILE-STATUS-SDP = 00
                 MOVE "S" TO SW-SALDEP-OK
              END-IF
              OPEN INPUT DEPOSITOS
              IF FILE-STATUS-DEP = 00
                 MOVE "S" TO SW-DEPOSITOS-OK
              END-IF
              OPEN INPUT PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE "S" TO SW-PRODUTOS-OK
              ELSE
                 MOVE "N" TO SW-PRODUTOS-OK
              END-IF
           END-IF
      ********** LOTES (PGM00033/PGM00039): A SAIDA CONSOME OS LOTES *
      *    DO DEPOSITO PELA VALIDADE MAIS PROXIMA (FEFO) E CADA LOTE *
      *    EXPEDIDO FICA NO RASTREIO (RASTLOTE.DAT) COM O PEDIDO E O *
      *    CLIENTE, PARA UM EVENTUAL RECOLHIMENTO                    *
      ********** COMPOSICAO DOS KITS (PGM00006), OPCIONAL: SEM ELA ***
      *    TODO PRODUTO E SIMPLES                                    *
           MOVE "N" TO SW-PRODCOMP-OK
           IF SW-ESTOQUE-OK = "S"
              OPEN INPUT PRODCOMP
              IF FILE-STATUS-PC = 00
                 MOVE "S" TO SW-PRODCOMP-OK
              END-IF
           END-IF
           MOVE "N" TO SW-LOTES-OK
           IF SW-ESTOQUE-OK = "S"
              OPEN I-O LOTES
              IF FILE-STATUS-LOT = 00
                 OPEN I-O RASTLOTE
                 IF FILE-STATUS-LOT NOT = 00
                    OPEN OUTPUT RASTLOTE
                    CLOSE RASTLOTE
                    OPEN I-O RASTLOTE
                 END-IF
                 IF FILE-STATUS-LOT = 00
                    MOVE "S" TO SW-LOTES-OK
                 ELSE
                    CLOSE LOTES
                 END-IF
              END-IF
           END-IF
      ********** CHECKLIST DOCUMENTAL (PGM00034), OPCIONAL: COM OS ***
      *    ARQUIVOS PRESENTES O FATURAMENTO AVISA (OU BLOQUEIA,      *
      *    CONFORME O PARAMETRO) CLIENTE COM PENDENCIA DE DOCUMENTO  *
           END-IF.

       PROCESO.
           IF PEDIDO-ABERTO OR PEDIDO-BACKORDER
              PERFORM GERAR-FATURA
           ELSE
              ADD 1            TO CONT-JA-FATURADOS
              MOVE Classificacao-Cliente TO Classificacao-W
              MOVE Zona-Cliente          TO Zona-Cliente-W
           END-IF
           PERFORM BUSCAR-DEPOSITO-ZONA

           PERFORM VERIFICAR-DOCUMENTOS
           IF SW-PENDENCIA-DOC = "S" AND Bloq-Docs-Par = "S"
           IF SW-PENDENCIA-DOC = "S" AND Bloq-Docs-Par = "S"
              CONTINUE
           ELSE
           IF PEDIDO-ABERTO
              MOVE "S"             TO SW-PRIMEIRA-FATURA
           ELSE
              MOVE "N"             TO SW-PRIMEIRA-FATURA
           END-IF
           PERFORM APURAR-ITENS-FATURAR
           PERFORM APURAR-VALOR-ITENS

           IF SW-ESTOURO-ITENS = "S"
      ********** PEDIDO QUE NAO COUBE INTEIRO NA TABELA NAO FATURA: **
      *    NUNCA SE FECHA UM PEDIDO APURADO SO EM PARTE              *
              DISPLAY "PEDIDO " Numero-Pedido " NAO FATURADO: "
                      "LINHAS ALEM DO LIMITE DA TABELA DE FATURAMENTO"
              ADD 1 TO JOB-AVISOS
           ELSE
           IF QTD-ITENS-FAT = ZEROES AND SW-RESTA-PENDENTE = "S"
      ********** NADA EM ESTOQUE PARA ESTE PEDIDO: SEM FATURA, ELE ***
      *    SO PASSA (OU CONTINUA) EM BACKORDER                       *
              MOVE "B"             TO Situacao-Pedido
              REWRITE REG-PEDIDOS
              ADD 1                TO CONT-BACKORDER
           ELSE
           PERFORM CALCULAR-IMPOSTO-PEDIDO

      ********** O FRETE GRAVADO NO PEDIDO (PGM00005) ENTRA NO *******
      *    VALOR FATURADO, NA PRIMEIRA FATURA DO PEDIDO              *
           IF SW-PRIMEIRA-FATURA = "S"
              COMPUTE VALOR-BASE-W = VALOR-ITENS-W + Valor-Frete-ped
           ELSE
              MOVE VALOR-ITENS-W   TO VALOR-BASE-W
           END-IF

           PERFORM APURAR-ULTIMA-PARCELA
           COMPUTE TOTAL-PARC-PED-W = PARC-BASE-W + QTD-PARC-W
           IF TOTAL-PARC-PED-W > 99
              DISPLAY "PEDIDO " Numero-Pedido " NAO FATURADO: "
                      "LIMITE DE 99 PARCELAS POR PEDIDO"
              ADD 1 TO JOB-AVISOS
           ELSE
           MOVE ZEROES             TO VALOR-ACUM-W
           MOVE ZEROES             TO IMPOSTO-ACUM-W
           MOVE "S"                TO SW-PEDIDO-FATURADO
           PERFORM GERAR-UMA-PARCELA
              VARYING IND-P FROM 1 BY 1 UNTIL IND-P > QTD-PARC-W
           IF SW-PEDIDO-FATURADO = "S"
              IF PARC-BASE-W > ZEROES
                 PERFORM ATUALIZAR-TOTAL-PARCELAS
              END-IF
              IF SW-RESTA-PENDENTE = "S"
                 MOVE "B"          TO Situacao-Pedido
                 ADD 1             TO CONT-BACKORDER
              ELSE
                 MOVE "F"          TO Situacao-Pedido
              END-IF
              REWRITE REG-PEDIDOS
              ADD 1                TO CONT-FATURADOS
              PERFORM ATUALIZAR-HISTORICO-VENDAS
              PERFORM BAIXAR-ESTOQUE-PEDIDO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       APURAR-ITENS-FATURAR.
      ********** MONTA AS LINHAS A FATURAR AGORA: O QUE FALTA FATURAR *
      *    DE CADA ITEM (QUANTIDADE MENOS JA FATURADA); NO MODO      *
      *    PARCIAL, LIMITADO AO SALDO DE ESTOQUE AINDA LIVRE NESTA   *
      *    EXECUCAO (PEDIDOS MAIS ANTIGOS FATURAM PRIMEIRO)          *
           MOVE ZEROES             TO QTD-ITENS-FAT
           MOVE ZEROES             TO VALOR-ANTES-W
           MOVE ZEROES             TO VALOR-DEPOIS-W
           MOVE "N"                TO SW-TEM-ITENS
           MOVE "N"                TO SW-RESTA-PENDENTE
           MOVE "N"                TO SW-ESTOURO-ITENS
           MOVE ZEROES             TO QTD-CONS
           MOVE "N"                TO SW-CONS-CHEIO
           IF SW-ITENS-OK = "S"
              MOVE Numero-Pedido   TO Numero-Pedido-it
              MOVE ZEROES          TO Sequencia-it
              SET NO-FIM-ITENS     TO TRUE
              START ITENS KEY IS NOT LESS THAN Chave-Item
                 INVALID KEY SET FIM-ITENS TO TRUE
              END-START
              PERFORM APURAR-UM-ITEM UNTIL FIM-ITENS
           END-IF
           COMPUTE VALOR-DEPOIS-W = VALOR-DEPOIS-W + VALOR-ANTES-W.

       APURAR-UM-ITEM.
           READ ITENS NEXT RECORD
              AT END SET FIM-ITENS TO TRUE
           END-READ
           IF NOT FIM-ITENS
              IF Numero-Pedido-it = Numero-Pedido
                 AND QTD-ITENS-FAT NOT < 999
                 MOVE "S" TO SW-ESTOURO-ITENS
                 SET FIM-ITENS TO TRUE
              ELSE
              IF Numero-Pedido-it = Numero-Pedido
                 MOVE "S" TO SW-TEM-ITENS
                 IF Quantidade-Faturada-it = Quantidade-it
                    ADD Total-Item-it TO VALOR-ANTES-W
                 ELSE
                    COMPUTE VALOR-ANTES-W ROUNDED = VALOR-ANTES-W
                       + Quantidade-Faturada-it * Preco-Unitario-it
                 END-IF
                 COMPUTE QTD-PENDENTE-W =
                    Quantidade-it - Quantidade-Faturada-it
                 IF QTD-PENDENTE-W > ZEROES
                    MOVE QTD-PENDENTE-W TO QTD-AGORA-W
                    IF FATURAMENTO-PARCIAL
                       PERFORM APURAR-SALDO-LIVRE
                       IF SALDO-LIVRE-W < QTD-AGORA-W
                          MOVE SALDO-LIVRE-W TO QTD-AGORA-W
                       END-IF
                       IF QTD-AGORA-W < ZEROES
                          MOVE ZEROES TO QTD-AGORA-W
                       END-IF
                    END-IF
                    IF QTD-AGORA-W < QTD-PENDENTE-W
                       MOVE "S" TO SW-RESTA-PENDENTE
                    END-IF
                    IF QTD-AGORA-W > ZEROES
                       ADD 1 TO QTD-ITENS-FAT
                       MOVE Sequencia-it
                            TO Seq-Fat-T(QTD-ITENS-FAT)
                       MOVE Codigo-Produto-it
                            TO Produto-Fat-T(QTD-ITENS-FAT)
                       MOVE QTD-AGORA-W
                            TO Qtd-Fat-T(QTD-ITENS-FAT)
                       IF QTD-AGORA-W = Quantidade-it
                          MOVE Total-Item-it
                               TO Valor-Fat-T(QTD-ITENS-FAT)
                       ELSE
                          COMPUTE Valor-Fat-T(QTD-ITENS-FAT) ROUNDED =
                             QTD-AGORA-W * Preco-Unitario-it
                       END-IF
                       ADD Valor-Fat-T(QTD-ITENS-FAT)
                           TO VALOR-DEPOIS-W
                       IF FATURAMENTO-PARCIAL
                          PERFORM REGISTRAR-CONSUMO-LINHA
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 SET FIM-ITENS TO TRUE
              END-IF
              END-IF
           END-IF.

       APURAR-SALDO-LIVRE.
      ********** SALDO DO PRODUTO MENOS O QUE LINHAS ANTERIORES DO ****
      *    MESMO PEDIDO JA TOMARAM NESTA FATURA                      *
      *    COM SALDO POR DEPOSITO VALE O DEPOSITO DA ZONA DO CLIENTE *
      *    KIT NAO TEM SALDO PROPRIO: VALE A MESMA REGRA DO PGM00005,*
      *    QUANTOS KITS INTEIROS CABEM NO LIVRE DE CADA COMPONENTE,  *
      *    O MENOR DELES                                             *
           MOVE "N" TO SW-E-KIT
           IF SW-PRODCOMP-OK = "S"
              MOVE Codigo-Produto-it TO Kit-Item-W
              PERFORM APURAR-LIVRE-KIT
           END-IF
           IF SW-E-KIT = "N"
              MOVE Codigo-Produto-it TO Produto-Cons-W
              PERFORM APURAR-LIVRE-PRODUTO
              MOVE Livre-Prod-W      TO SALDO-LIVRE-W
           END-IF.

       APURAR-LIVRE-PRODUTO.
           MOVE ZEROES TO Livre-Prod-W
           IF SW-SALDEP-OK = "S"
              MOVE Deposito-Fat-W    TO Codigo-Deposito-se
              MOVE Produto-Cons-W    TO Codigo-Produto-se
              READ SALDEP
              IF FILE-STATUS-SDP = 00
                 MOVE Saldo-Deposito-se TO Livre-Prod-W
              END-IF
           ELSE
              MOVE Produto-Cons-W    TO Codigo-Produto-sd
              READ SALDOS
              IF FILE-STATUS-EST = 00
                 MOVE Saldo-Estoque-sd TO Livre-Prod-W
              END-IF
           END-IF
           IF SW-LOTES-OK = "S"
              PERFORM SOMAR-LOTES-VENCIDOS
              SUBTRACT Vencido-Prod-W FROM Livre-Prod-W
           END-IF
           PERFORM BUSCAR-CONSUMO
      ********** TABELA DE CONSUMO ESGOTADA: PRODUTO FORA DELA NAO ***
      *    FATURA MAIS NESTE PEDIDO (FICA EM BACKORDER)              *
           IF IND-ACHOU = ZEROES AND SW-CONS-CHEIO = "S"
              MOVE ZEROES TO Livre-Prod-W
           ELSE
              SUBTRACT Consumido-W FROM Livre-Prod-W
           END-IF.

       SOMAR-LOTES-VENCIDOS.
      ********** LOTE VENCIDO NO DEPOSITO NAO E SALDO LIVRE: A BAIXA *
      *    FEFO NAO O CONSOME E O QUE ELE COBRIRIA FICA EM BACKORDER *
           MOVE ZEROES               TO Vencido-Prod-W
           MOVE Deposito-Fat-W       TO Codigo-Deposito-lt
           MOVE Produto-Cons-W       TO Codigo-Produto-lt
           MOVE ZEROES               TO Validade-lt
           MOVE LOW-VALUES           TO Numero-Lote-lt
           SET NO-FIM-LOTE TO TRUE
           START LOTES KEY IS NOT LESS THAN Chave-Lote
              INVALID KEY SET FIM-LOTE TO TRUE
           END-START
           PERFORM UNTIL FIM-LOTE
              READ LOTES NEXT RECORD
                 AT END SET FIM-LOTE TO TRUE
              END-READ
              IF NO-FIM-LOTE
                 IF Codigo-Deposito-lt NOT = Deposito-Fat-W
                    OR Codigo-Produto-lt NOT = Produto-Cons-W
                    OR Validade-lt NOT < DATA-HOJE-AMD
                    SET FIM-LOTE TO TRUE
                 ELSE
                    IF Validade-lt > ZEROES
                       AND Saldo-Lote-lt > ZEROES
                       ADD Saldo-Lote-lt TO Vencido-Prod-W
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       APURAR-LIVRE-KIT.
           MOVE 9999999              TO SALDO-LIVRE-W
           MOVE Kit-Item-W           TO Codigo-Kit-pc
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
                 IF Codigo-Kit-pc NOT = Kit-Item-W
                    SET FIM-COMP TO TRUE
                 ELSE
                    MOVE "S" TO SW-E-KIT
                    MOVE ZEROES TO Kits-Comp-W
                    IF Quantidade-pc > ZEROES
                       MOVE Codigo-Componente-pc TO Produto-Cons-W
                       PERFORM APURAR-LIVRE-PRODUTO
                       COMPUTE Kits-Comp-W =
                          Livre-Prod-W / Quantidade-pc
                    END-IF
                    IF Kits-Comp-W < SALDO-LIVRE-W
                       MOVE Kits-Comp-W TO SALDO-LIVRE-W
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       REGISTRAR-CONSUMO-LINHA.
      ********** A LINHA TOMADA CONSOME O PRODUTO OU, SE FOR KIT, ****
      *    CADA COMPONENTE NA QUANTIDADE DO KIT                      *
           IF SW-E-KIT = "S"
              MOVE Codigo-Produto-it TO Codigo-Kit-pc
              MOVE ZEROES            TO Codigo-Componente-pc
              SET NO-FIM-COMP TO TRUE
              START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
                 INVALID KEY SET FIM-COMP TO TRUE
              END-START
              PERFORM UNTIL FIM-COMP
                 READ PRODCOMP NEXT RECORD
                    AT END SET FIM-COMP TO TRUE
                 END-READ
                 IF NO-FIM-COMP
                    IF Codigo-Kit-pc NOT = Codigo-Produto-it
                       SET FIM-COMP TO TRUE
                    ELSE
                       MOVE Codigo-Componente-pc TO Produto-Cons-W
                       COMPUTE Qtd-Cons-W ROUNDED =
                          QTD-AGORA-W * Quantidade-pc
                       PERFORM SOMAR-CONSUMO
                    END-IF
                 END-IF
              END-PERFORM
           ELSE
              MOVE Codigo-Produto-it TO Produto-Cons-W
              MOVE QTD-AGORA-W       TO Qtd-Cons-W
              PERFORM SOMAR-CONSUMO
           END-IF.

       SOMAR-CONSUMO.
           PERFORM BUSCAR-CONSUMO
           IF IND-ACHOU > ZEROES
              ADD Qtd-Cons-W TO Qtd-Cons-T(IND-ACHOU)
           ELSE
              IF QTD-CONS < 2000
                 ADD 1 TO QTD-CONS
                 MOVE Produto-Cons-W TO Produto-Cons-T(QTD-CONS)
                 MOVE Qtd-Cons-W     TO Qtd-Cons-T(QTD-CONS)
              ELSE
                 MOVE "S" TO SW-CONS-CHEIO
              END-IF
           END-IF.

       BUSCAR-CONSUMO.
           MOVE ZEROES TO Consumido-W
           MOVE ZEROES TO IND-ACHOU
           PERFORM TESTAR-CONSUMO
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > QTD-CONS.

       TESTAR-CONSUMO.
           IF Produto-Cons-T(IND-C) = Produto-Cons-W
              MOVE Qtd-Cons-T(IND-C) TO Consumido-W
              MOVE IND-C             TO IND-ACHOU
           END-IF.

       APURAR-VALOR-ITENS.
      ********** VALOR DESTA FATURA: LIQUIDO DO DESCONTO DO PEDIDO ****
      *    ACUMULADO ATE AGORA MENOS O JA FATURADO ANTES; A FATURA   *
      *    QUE ENCERRA O PEDIDO FECHA EXATAMENTE NO Valor-Pedido.    *
      *    PEDIDO SEM LINHAS DE ITEM FATURA O Valor-Pedido INTEIRO   *
           IF SW-TEM-ITENS = "N"
              MOVE Valor-Pedido    TO VALOR-ITENS-W
           ELSE
              COMPUTE LIQUIDO-ANTES-W ROUNDED =
                 VALOR-ANTES-W * (100 - Perc-Desconto-ped) / 100
              IF SW-RESTA-PENDENTE = "N"
                 IF Valor-Pedido > LIQUIDO-ANTES-W
                    COMPUTE VALOR-ITENS-W =
                       Valor-Pedido - LIQUIDO-ANTES-W
                 ELSE
                    MOVE ZEROES    TO VALOR-ITENS-W
                 END-IF
              ELSE
                 COMPUTE LIQUIDO-DEPOIS-W ROUNDED =
                    VALOR-DEPOIS-W * (100 - Perc-Desconto-ped) / 100
                 COMPUTE VALOR-ITENS-W =
                    LIQUIDO-DEPOIS-W - LIQUIDO-ANTES-W
              END-IF
           END-IF.

       APURAR-ULTIMA-PARCELA.
      ********** FATURAS DE UM PEDIDO EM BACKORDER CONTINUAM A ********
      *    NUMERACAO DE PARCELAS DAS FATURAS ANTERIORES              *
           MOVE ZEROES             TO PARC-BASE-W
           MOVE Numero-Pedido      TO Numero-Pedido-fa
           MOVE ZEROES             TO Parcela-fa
           SET NO-FIM-ITENS        TO TRUE
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIM-ITENS TO TRUE
           END-START
           PERFORM LER-PARCELA-ANTERIOR UNTIL FIM-ITENS.

       LER-PARCELA-ANTERIOR.
           READ FATURAS NEXT RECORD
              AT END SET FIM-ITENS TO TRUE
           END-READ
           IF NOT FIM-ITENS
              IF Numero-Pedido-fa = Numero-Pedido
                 MOVE Parcela-fa   TO PARC-BASE-W
              ELSE
                 SET FIM-ITENS     TO TRUE
              END-IF
           END-IF.

       VERIFICAR-DOCUMENTOS.

       BAIXAR-ESTOQUE-PEDIDO.
      ********** SAIDA AUTOMATICA DE ESTOQUE DOS ITENS FATURADOS *****
      *    E ACUMULO DA QUANTIDADE FATURADA EM CADA LINHA            *
           IF SW-ITENS-OK = "S"
              PERFORM BAIXAR-UM-ITEM
                 VARYING IND-F FROM 1 BY 1 UNTIL IND-F > QTD-ITENS-FAT
           END-IF.

       BAIXAR-UM-ITEM.
           MOVE Numero-Pedido        TO Numero-Pedido-it
           MOVE Seq-Fat-T(IND-F)     TO Sequencia-it
           READ ITENS
           IF FILE-STATUS-AUX = 00
              ADD Qtd-Fat-T(IND-F)   TO Quantidade-Faturada-it
              REWRITE REG-ITENS
           END-IF
           IF SW-ESTOQUE-OK = "S"
              MOVE "N" TO SW-E-KIT
              IF SW-PRODCOMP-OK = "S"
                 PERFORM VERIFICAR-KIT-FAT
              END-IF
              IF SW-E-KIT = "S"
                 PERFORM LIBERAR-RESERVA-KIT
                 PERFORM BAIXAR-COMPONENTES
              ELSE
                 MOVE Produto-Fat-T(IND-F) TO Produto-Baixa-W
                 MOVE Qtd-Fat-T(IND-F)     TO Qtd-Baixa-Prod-W
                 MOVE "S"                  TO SW-BAIXA-RESERVA
                 MOVE ZEROES               TO Kit-Baixa-W
                 PERFORM BAIXAR-SALDO-PRODUTO
              END-IF
           END-IF.

       VERIFICAR-KIT-FAT.
      ********** PRODUTO COMPOSTO (PRODCOMP.DAT, PGM00006): O KIT ****
      *    NAO TEM ESTOQUE PROPRIO, SAEM OS COMPONENTES              *
           MOVE Produto-Fat-T(IND-F) TO Codigo-Kit-pc
           MOVE ZEROES               TO Codigo-Componente-pc
           START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ PRODCOMP NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF Codigo-Kit-pc = Produto-Fat-T(IND-F)
                          MOVE "S" TO SW-E-KIT
                       END-IF
                 END-READ
           END-START.

       LIBERAR-RESERVA-KIT.
      ********** A RESERVA DA ENTRADA DO PEDIDO (PGM00005) FICA NO ***
      *    SALDO DO PROPRIO KIT E SAI NO FATURAMENTO                 *
           MOVE Produto-Fat-T(IND-F) TO Codigo-Produto-sd
           READ SALDOS
           IF FILE-STATUS-EST = 00
              IF Reservado-sd > Qtd-Fat-T(IND-F)
                 SUBTRACT Qtd-Fat-T(IND-F) FROM Reservado-sd
              ELSE
                 MOVE ZEROES TO Reservado-sd
              END-IF
              REWRITE REG-SALDOS
           END-IF.

       BAIXAR-COMPONENTES.
      ********** CADA COMPONENTE SAI NA QUANTIDADE DO KIT VEZES A ****
      *    QUANTIDADE FATURADA, SEM MEXER EM RESERVA                 *
           MOVE Produto-Fat-T(IND-F) TO Kit-Baixa-W
           MOVE "N"                  TO SW-BAIXA-RESERVA
           MOVE Kit-Baixa-W          TO Codigo-Kit-pc
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
                 IF Codigo-Kit-pc NOT = Kit-Baixa-W
                    SET FIM-COMP TO TRUE
                 ELSE
                    MOVE Codigo-Componente-pc TO Produto-Baixa-W
                    COMPUTE Qtd-Baixa-Prod-W ROUNDED =
                       Qtd-Fat-T(IND-F) * Quantidade-pc
                    PERFORM BAIXAR-SALDO-PRODUTO
                 END-IF
              END-IF
           END-PERFORM.

       BAIXAR-SALDO-PRODUTO.
           MOVE Produto-Baixa-W   TO Codigo-Produto-sd
           READ SALDOS
           IF FILE-STATUS-EST NOT = 00
              MOVE Produto-Baixa-W   TO Codigo-Produto-sd
              MOVE ZEROES            TO Saldo-Estoque-sd
              MOVE ZEROES            TO Ponto-Reposicao-sd
              MOVE ZEROES            TO Ult-Seq-Mov-sd
              MOVE ZEROES            TO Reservado-sd
              WRITE REG-SALDOS
              READ SALDOS
           END-IF
           SUBTRACT Qtd-Baixa-Prod-W FROM Saldo-Estoque-sd
      ********** O ITEM FATURADO SAI DA RESERVA FEITA NA ENTRADA *****
      *    DO PEDIDO (PGM00005)                                      *
           IF SW-BAIXA-RESERVA = "S"
              IF Reservado-sd > Qtd-Baixa-Prod-W
                 SUBTRACT Qtd-Baixa-Prod-W FROM Reservado-sd
              ELSE
                 MOVE ZEROES TO Reservado-sd
              END-IF
           END-IF
      ********** UM MOVIMENTO DE SAIDA POR LOTE CONSUMIDO; O QUE ****
      *    NAO TEM LOTE SAI NUM MOVIMENTO SEM LOTE                   *
           MOVE Qtd-Baixa-Prod-W TO Qtd-Resta-Lote-W
           IF SW-LOTES-OK = "S"
              PERFORM BAIXAR-LOTES-FEFO
           END-IF
           IF Qtd-Resta-Lote-W > ZEROES
              MOVE Qtd-Resta-Lote-W TO Qtd-Lote-W
              MOVE SPACES           TO Numero-Lote-mv
              MOVE ZEROES           TO Validade-mv
              PERFORM GRAVAR-SAIDA-ITEM
           END-IF
           REWRITE REG-SALDOS
           COMPUTE QTD-BAIXA-W = ZEROES - Qtd-Baixa-Prod-W
           PERFORM BAIXAR-SALDEP.

       GRAVAR-SAIDA-ITEM.
           ADD 1 TO Ult-Seq-Mov-sd
           MOVE Produto-Baixa-W   TO Codigo-Produto-mv
           MOVE Ult-Seq-Mov-sd    TO Sequencia-mv
           MOVE "S"               TO Tipo-mv
           MOVE DATA-HOJE-EDIT    TO Data-mv
           COMPUTE Quantidade-mv = ZEROES - Qtd-Lote-W
           MOVE "FATURAMENTO"     TO Operador-mv
           MOVE SPACES            TO Motivo-mv
           IF Kit-Baixa-W > ZEROES
              STRING "PEDIDO " Numero-Pedido " KIT " Kit-Baixa-W
                 DELIMITED BY SIZE INTO Motivo-mv
           ELSE
              STRING "PEDIDO " Numero-Pedido
                 DELIMITED BY SIZE INTO Motivo-mv
           END-IF
           MOVE Deposito-Fat-W    TO Codigo-Deposito-mv
           PERFORM OBTER-CUSTO-MEDIO
           WRITE REG-MOVEST.

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

       BAIXAR-LOTES-FEFO.
      ********** CONSOME OS LOTES DO PRODUTO NO DEPOSITO DA ZONA, ****
      *    DA VALIDADE MAIS PROXIMA PARA A MAIS DISTANTE (FEFO)      *
           MOVE Deposito-Fat-W       TO Codigo-Deposito-lt
           MOVE Produto-Baixa-W      TO Codigo-Produto-lt
           MOVE ZEROES               TO Validade-lt
           MOVE LOW-VALUES           TO Numero-Lote-lt
           SET NO-FIM-LOTE TO TRUE
           START LOTES KEY IS NOT LESS THAN Chave-Lote
              INVALID KEY SET FIM-LOTE TO TRUE
           END-START
           PERFORM BAIXAR-UM-LOTE
              UNTIL FIM-LOTE OR Qtd-Resta-Lote-W = ZEROES.

       BAIXAR-UM-LOTE.
           READ LOTES NEXT RECORD
              AT END SET FIM-LOTE TO TRUE
           END-READ
           IF NOT FIM-LOTE
              IF Codigo-Deposito-lt NOT = Deposito-Fat-W
                 OR Codigo-Produto-lt NOT = Produto-Baixa-W
                 SET FIM-LOTE TO TRUE
              ELSE
      ********** LOTE VENCIDO NAO SAI NA FATURA: FICA NO DEPOSITO ****
      *    PARA DESCARTE E O QUE FALTAR SAI SEM LOTE OU FICA PARA O  *
      *    BACKORDER                                                 *
              IF Validade-lt > ZEROES
                 AND Validade-lt < DATA-HOJE-AMD
                 IF Saldo-Lote-lt > ZEROES
                    DISPLAY "AVISO: LOTE " Numero-Lote-lt
                            " DO PRODUTO " Codigo-Produto-lt
                            " VENCIDO EM " Validade-lt
                            " NAO FATURADO (PEDIDO " Numero-Pedido ")"
                    ADD 1 TO JOB-AVISOS
                 END-IF
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
                    MOVE Numero-Lote-lt TO Numero-Lote-mv
                    MOVE Validade-lt    TO Validade-mv
                    PERFORM GRAVAR-SAIDA-ITEM
                    PERFORM GRAVAR-RASTREIO-LOTE
                 END-IF
              END-IF
              END-IF
           END-IF.

       GRAVAR-RASTREIO-LOTE.
           MOVE Codigo-Produto-mv  TO Codigo-Produto-rl
           MOVE Numero-Lote-mv     TO Numero-Lote-rl
           MOVE Sequencia-mv       TO Sequencia-rl
           MOVE Validade-mv        TO Validade-rl
           MOVE Deposito-Fat-W     TO Codigo-Deposito-rl
           MOVE Numero-Pedido      TO Numero-Pedido-rl
           MOVE Codigo-Cliente-p   TO Codigo-Cliente-rl
           MOVE Qtd-Lote-W         TO Quantidade-rl
           MOVE DATA-HOJE-EDIT     TO Data-rl
           WRITE REG-RASTLOTE.

       BAIXAR-SALDEP.
      ********** A SAIDA ABATE O SALDO DO PRODUTO NO DEPOSITO ********
           IF SW-SALDEP-OK = "S"
              MOVE Deposito-Fat-W       TO Codigo-Deposito-se
              MOVE Produto-Baixa-W      TO Codigo-Produto-se
              READ SALDEP
              IF FILE-STATUS-SDP = 00
                 SUBTRACT Qtd-Baixa-Prod-W FROM Saldo-Deposito-se
                 REWRITE REG-SALDEP
              ELSE
                 MOVE Deposito-Fat-W       TO Codigo-Deposito-se
                 MOVE Produto-Baixa-W      TO Codigo-Produto-se
                 MOVE QTD-BAIXA-W          TO Saldo-Deposito-se
                 WRITE REG-SALDEP
              END-IF
           END-IF.

       BUSCAR-DEPOSITO-ZONA.
      ********** PRIMEIRO DEPOSITO ATIVO QUE ATENDE A ZONA DO ********
      *    CLIENTE; NENHUM ATENDENDO, O PRINCIPAL (01)               *
           MOVE 01 TO Deposito-Fat-W
           IF SW-DEPOSITOS-OK = "S" AND Zona-Cliente-W NOT = SPACES
              MOVE ZEROES TO Codigo-Deposito
              SET NO-FIM-DEP TO TRUE
              START DEPOSITOS KEY IS NOT LESS THAN Codigo-Deposito
                 INVALID KEY SET FIM-DEP TO TRUE
              END-START
              PERFORM LER-DEPOSITO-ZONA UNTIL FIM-DEP
           END-IF.

       LER-DEPOSITO-ZONA.
           READ DEPOSITOS NEXT RECORD
              AT END SET FIM-DEP TO TRUE
           END-READ
           IF NOT FIM-DEP AND DEPOSITO-ATIVO
              PERFORM TESTAR-ZONA-DEPOSITO
                 VARYING IND-D FROM 1 BY 1 UNTIL IND-D > 10
           END-IF.

       TESTAR-ZONA-DEPOSITO.
           IF Zona-Dep(IND-D) = Zona-Cliente-W
              MOVE Codigo-Deposito TO Deposito-Fat-W
              SET FIM-DEP TO TRUE
           END-IF.

       ATUALIZAR-HISTORICO-VENDAS.
      ********** ACUMULA O PEDIDO FATURADO NO HISTVENDAS.DAT, A ******
      *    BASE DOS OLHARES RETROSPECTIVOS (CURVA ABC, METAS ETC.)   *
              MOVE Codigo-Cliente-p  TO Codigo-Cliente-hv
              MOVE Codigo-Vendedor-p TO Codigo-Vendedor-hv
              READ HISTVENDAS
      ********** O PEDIDO CONTA UMA VEZ SO, NA PRIMEIRA FATURA; AS ***
      *    FATURAS DO BACKORDER SO SOMAM VALOR                       *
              IF FILE-STATUS-HV = 00
                 IF SW-PRIMEIRA-FATURA = "S"
                    ADD 1            TO Qtd-Pedidos-hv
                 END-IF
                 ADD VALOR-BASE-W    TO Valor-Faturado-hv
                 REWRITE REG-HISTVENDAS
              ELSE
                 COMPUTE Mes-hv = FUNCTION NUMVAL(MM-AUX)
                 MOVE Codigo-Cliente-p  TO Codigo-Cliente-hv
                 MOVE Codigo-Vendedor-p TO Codigo-Vendedor-hv
                 IF SW-PRIMEIRA-FATURA = "S"
                    MOVE 1              TO Qtd-Pedidos-hv
                 ELSE
                    MOVE ZEROES         TO Qtd-Pedidos-hv
                 END-IF
                 MOVE VALOR-BASE-W      TO Valor-Faturado-hv
                 MOVE ZEROES            TO Valor-Recebido-hv
                 WRITE REG-HISTVENDAS
           END-IF.

       CALCULAR-IMPOSTO-PEDIDO.
      ********** SOMA O IMPOSTO DAS LINHAS FATURADAS AGORA PELA ******
      *    TABELA DE ALIQUOTAS (PGM00020): PRIMEIRO PROCURA PRODUTO  *
      *    + ZONA DO CLIENTE, DEPOIS A ALIQUOTA PADRAO DO PRODUTO    *
      *    (ZONA EM BRANCO); SEM TABELA OU SEM ITENS O IMPOSTO FICA  *
      *    ZERADO                                                    *
           MOVE ZEROES TO PEDIDO-IMPOSTO-W
           MOVE ZEROES TO ALIQ-MEDIA-W
           IF SW-ITENS-OK = "S" AND SW-ALIQ-OK = "S"
              PERFORM SOMAR-IMPOSTO-ITEM
                 VARYING IND-F FROM 1 BY 1 UNTIL IND-F > QTD-ITENS-FAT
              IF VALOR-ITENS-W > ZEROES
                 COMPUTE ALIQ-MEDIA-W ROUNDED =
                    PEDIDO-IMPOSTO-W * 100 / VALOR-ITENS-W
              END-IF
           END-IF.

       SOMAR-IMPOSTO-ITEM.
           PERFORM BUSCAR-ALIQUOTA-ITEM
           COMPUTE PEDIDO-IMPOSTO-W ROUNDED =
              PEDIDO-IMPOSTO-W
              + (Valor-Fat-T(IND-F) * ALIQ-ITEM-W / 100).

       BUSCAR-ALIQUOTA-ITEM.
           MOVE ZEROES              TO ALIQ-ITEM-W
           MOVE Produto-Fat-T(IND-F) TO Codigo-Produto-al
           MOVE Zona-Cliente-W      TO Zona-al
           READ ALIQUOTAS
           IF FILE-STATUS-AUX = 00
              MOVE Aliquota-al      TO ALIQ-ITEM-W
           ELSE
              MOVE Produto-Fat-T(IND-F) TO Codigo-Produto-al
              MOVE SPACES           TO Zona-al
              READ ALIQUOTAS
              IF FILE-STATUS-AUX = 00
           END-IF

           MOVE Numero-Pedido      TO Numero-Pedido-fa
           COMPUTE Parcela-fa = PARC-BASE-W + IND-P
           MOVE TOTAL-PARC-PED-W   TO Total-Parcelas-fa
           MOVE Codigo-Cliente-p   TO Codigo-Cliente-fa
           MOVE Codigo-Vendedor-p  TO Codigo-Vendedor-fa
           MOVE VALOR-PARCELA-W    TO Valor-Fatura
              PERFORM GRAVAR-CLIMOV-FATURA
           END-IF.

       ATUALIZAR-TOTAL-PARCELAS.
      ********** FATURA DE BACKORDER CONTINUA A NUMERACAO: AS ********
      *    PARCELAS DAS FATURAS ANTERIORES DO PEDIDO PASSAM A TER O  *
      *    MESMO TOTAL ("N DE TOTAL") QUE AS NOVAS                   *
           PERFORM REGRAVAR-TOTAL-PARCELA
              VARYING IND-P FROM 1 BY 1 UNTIL IND-P > PARC-BASE-W.

       REGRAVAR-TOTAL-PARCELA.
           MOVE Numero-Pedido      TO Numero-Pedido-fa
           MOVE IND-P              TO Parcela-fa
           READ FATURAS
           IF FILE-STATUS = 00
              MOVE TOTAL-PARC-PED-W TO Total-Parcelas-fa
              REWRITE REG-FATURAS
           END-IF.

       GRAVAR-CLIMOV-FATURA.
           IF SW-CLIMOV-OK = "S"
              COMPUTE DATA-HOJE-AMD-CM =
           IF SW-ESTOQUE-OK = "S"
              CLOSE SALDOS MOVEST
           END-IF
           IF SW-SALDEP-OK = "S"
              CLOSE SALDEP
           END-IF
           IF SW-PRODUTOS-OK = "S"
              CLOSE PRODUTOS
           END-IF
           IF SW-LOTES-OK = "S"
              CLOSE LOTES RASTLOTE
           END-IF
           IF SW-PRODCOMP-OK = "S"
              CLOSE PRODCOMP
           END-IF
           IF SW-DEPOSITOS-OK = "S"
              CLOSE DEPOSITOS
           END-IF
           IF SW-DOCS-OK = "S"
              CLOSE DOCSEXIG DOCSCLI
           END-IF
                   CONT-FATURADOS
           DISPLAY "Pedidos ja faturados (ignorados) : "
                   CONT-JA-FATURADOS
           DISPLAY "Pedidos com saldo em backorder   : "
                   CONT-BACKORDER

           COMPUTE JOB-LIDOS = CONT-FATURADOS
                             + CONT-JA-FATURADOS
           MOVE CONT-FATURADOS TO JOB-GRAVADOS
           ADD CONT-BACKORDER TO JOB-AVISOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           STOP RUN.
                  DELIMITED BY SIZE
                  "saldos.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDOS
           MOVE SPACES TO ARQ-PRODCOMP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "prodcomp.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODCOMP
           MOVE SPACES TO ARQ-MOVEST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "movest.dat" DELIMITED BY SIZE
                  INTO ARQ-MOVEST
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
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
           MOVE SPACES TO ARQ-DEPOSITOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "depositos.dat" DELIMITED BY SIZE
                  INTO ARQ-DEPOSITOS
           MOVE SPACES TO ARQ-CLIMOV
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
