      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    02-09-2026
      * Purpose: INTERFACE CONTABIL DE FATURAMENTO E RECEBIMENTOS
      *          E DA VARIACAO DO ESTOQUE VALORIZADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS Chave-Recebto
           FILE STATUS IS FILE-STATUS.

           SELECT MOVEST ASSIGN ARQ-MOVEST
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Movest
           FILE STATUS IS FILE-STATUS-MOV.

           SELECT CONTABIL ASSIGN ARQ-CONTABIL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           05 Forma-Recebto-rc             PIC X(001).
           05 Operador-rc                  PIC X(010).

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
              10 Sequencia-mv              PIC 9(007).
           05 Tipo-mv                      PIC X(001).
           05 Data-mv                      PIC X(010).
           05 Quantidade-mv                PIC s9(007)v9(002).
           05 Operador-mv                  PIC X(010).
           05 Motivo-mv                    PIC X(030).
           05 Codigo-Deposito-mv           PIC 9(002).
           05 Numero-Lote-mv               PIC X(015).
           05 Validade-mv                  PIC 9(008).
           05 Custo-Unitario-mv            PIC 9(007)v9(002).

       FD  CONTABIL BLOCK 107 CHARACTERS.

       01  REG-CONTABIL.
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
           05 Bloq-Docs-F                  PIC X(001).
           05 Validade-Senha-F             PIC 9(003).
           05 Max-Tentativas-F             PIC 9(001).
           05 Minutos-Inativ-F             PIC 9(003).
           05 Tol-Visita-F                 PIC 9(005).
           05 Vel-Max-F                    PIC 9(003).
           05 Conta-Estoque-F              PIC X(008).
           05 Conta-CMV-F                  PIC X(008).


       WORKING-STORAGE SECTION.
                                            VALUE "31101000".
           05 Conta-Caixa-Par              PIC X(008)
                                            VALUE "11101000".
           05 Conta-Estoque-Par            PIC X(008)
                                            VALUE "11301000".
           05 Conta-CMV-Par                PIC X(008)
                                            VALUE "41101000".


       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RECEBTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-MOVEST                      PIC X(080)   VALUE SPACES.
           05 ARQ-CONTABIL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
                                            VALUE ZEROES.
           05 TOTAL-RECEBIDO               PIC 9(013)v9(002)
                                            VALUE ZEROES.
           05 FILE-STATUS-MOV              PIC 99       VALUE ZEROES.
           05 SW-CONTABIL-OK               PIC X        VALUE "N".
           05 SW-FIM-MOV                   PIC X        VALUE "N".
              88 FIM-MOV                                VALUE "S".
              88 NO-FIM-MOV                             VALUE "N".
           05 SW-ABERTURA-PROD             PIC X        VALUE "N".
           05 CONT-LANC-EST                PIC 9(007)   VALUE ZEROES.

      ********** ESTOQUE VALORIZADO PELO CUSTO MEDIO PONDERADO, ******
      *    RECALCULADO A PARTIR DO MOVEST COMO NO KARDEX (PROGRAMA96)*
           05 Periodo-Rel-W                PIC 9(006)   VALUE ZEROES.
           05 Periodo-Mov-W                PIC 9(006)   VALUE ZEROES.
           05 Produto-Atual-W              PIC 9(005)   VALUE ZEROES.
           05 Saldo-Qtd-K                  PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 Saldo-Valor-K                PIC s9(011)v9(002)
                                            VALUE ZEROES.
           05 Custo-Medio-K                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Custo-Mov-K                  PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Valor-Mov-K                  PIC s9(011)v9(002)
                                            VALUE ZEROES.
           05 Valor-Abertura-K             PIC s9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-ESTOQUE-INICIAL        PIC s9(013)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-ESTOQUE-FINAL          PIC s9(013)v9(002)
                                            VALUE ZEROES.
           05 VARIACAO-ESTOQUE             PIC s9(013)v9(002)
                                            VALUE ZEROES.
           05 Data-Fim-Mes-W               PIC 9(008)   VALUE ZEROES.
           05 Data-Fim-Mes-R REDEFINES Data-Fim-Mes-W.
              10 Ano-Fim-Mes-W             PIC 9(004).
              10 Mes-Fim-Mes-W             PIC 9(002).
              10 Dia-Fim-Mes-W             PIC 9(002).
           05 WRK-ESTOQUE                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-ARQUIVO
           PERFORM LANCAR-RECEBIMENTOS
           IF SW-CONTABIL-OK = "S"
              PERFORM LANCAR-ESTOQUE
           END-IF
           PERFORM FIN.

       INICIO.
              SET FIN-ARQUIVO TO TRUE
           ELSE
              OPEN OUTPUT CONTABIL
              MOVE "S" TO SW-CONTABIL-OK
              SET NO-FIN-ARQUIVO TO TRUE
              MOVE ZEROES     TO Chave-Fatura
              START FATURAS KEY IS NOT LESS THAN Chave-Fatura

       PROCESO.
      ********** EMISSAO DO PERIODO: D CLIENTES / C RECEITA **********
      *    A FATURA ESTORNADA (PGM00021) NAO VAI PARA A CONTABILIDADE*
           IF FUNCTION NUMVAL(Data-Emissao-fa(7:4)) = ANO-REL
              AND FUNCTION NUMVAL(Data-Emissao-fa(4:2)) = MES-REL
              AND NOT FATURA-CANCELADA
              MOVE Data-Emissao-fa     TO Data-ct
              MOVE Conta-Clientes-Par  TO Conta-Debito-ct
              MOVE Conta-Receita-Par   TO Conta-Credito-ct
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
      ********** COMPENSACAO COM SALDO CREDOR (FORMA S) NAO MOVE ****
      *    CAIXA; NOTA DE CREDITO (FORMA N) ESTORNA A RECEITA;       *
      *    CHEQUE DEVOLVIDO (FORMA V) DEVOLVE O VALOR A CLIENTES     *
              IF FUNCTION NUMVAL(Data-Recebto-rc(7:4)) = ANO-REL
                 AND FUNCTION NUMVAL(Data-Recebto-rc(4:2)) = MES-REL
                 AND Forma-Recebto-rc NOT = "S"
                 MOVE Data-Recebto-rc    TO Data-ct
                 IF Forma-Recebto-rc = "N"
                    MOVE Conta-Receita-Par TO Conta-Debito-ct
                 ELSE
                    MOVE Conta-Caixa-Par TO Conta-Debito-ct
                 END-IF
                 MOVE Conta-Clientes-Par TO Conta-Credito-ct
                 MOVE Valor-Recebto-rc   TO Valor-ct
                 MOVE SPACES             TO Historico-ct
                        " PARCELA " Parcela-rc
                        " FORMA " Forma-Recebto-rc
                    DELIMITED BY SIZE INTO Historico-ct
                 IF Forma-Recebto-rc = "V"
                    MOVE Conta-Clientes-Par TO Conta-Debito-ct
                    MOVE Conta-Caixa-Par TO Conta-Credito-ct
                    MOVE SPACES          TO Historico-ct
                    STRING "CHEQUE DEVOLVIDO FATURA " Numero-Pedido-rc
                           " PARCELA " Parcela-rc
                       DELIMITED BY SIZE INTO Historico-ct
                 END-IF
                 MOVE ";" TO FIL-CT1 FIL-CT2 FIL-CT3 FIL-CT4 FIL-CT5
                 WRITE REG-CONTABIL
                 ADD 1                   TO CONT-LANC-REC
                 IF Forma-Recebto-rc = "V"
                    SUBTRACT Valor-Recebto-rc FROM TOTAL-RECEBIDO
                 ELSE
                    ADD Valor-Recebto-rc TO TOTAL-RECEBIDO
                 END-IF
              END-IF
           END-IF.

       LANCAR-ESTOQUE.
      ********** VARIACAO DO ESTOQUE NO MES: SALDO VALORIZADO NO FIM *
      *    DO MES ANTERIOR CONTRA O DO FIM DO PERIODO. AUMENTO VAI A *
      *    D ESTOQUE / C CUSTO DAS VENDAS; REDUCAO, O INVERSO        *
           OPEN INPUT MOVEST
           IF FILE-STATUS-MOV NOT = 00
              DISPLAY "movest.dat NAO DISPONIVEL; ESTOQUE NAO LANCADO"
           ELSE
              COMPUTE Periodo-Rel-W = ANO-REL * 100 + MES-REL
              MOVE ZEROES TO Chave-Movest Produto-Atual-W
              SET NO-FIM-MOV TO TRUE
              START MOVEST KEY IS NOT LESS THAN Chave-Movest
                 INVALID KEY SET FIM-MOV TO TRUE
              END-START
              PERFORM VALORIZAR-UM-MOVIMENTO UNTIL FIM-MOV
              IF Produto-Atual-W NOT = ZEROES
                 PERFORM FECHAR-PRODUTO-ESTOQUE
              END-IF
              CLOSE MOVEST

              COMPUTE VARIACAO-ESTOQUE =
                 TOTAL-ESTOQUE-FINAL - TOTAL-ESTOQUE-INICIAL
              IF VARIACAO-ESTOQUE NOT = ZEROES
                 IF MES-REL = 12
                    COMPUTE Data-Fim-Mes-W = (ANO-REL + 1) * 10000
                                           + 101
                 ELSE
                    COMPUTE Data-Fim-Mes-W = ANO-REL * 10000
                                           + (MES-REL + 1) * 100 + 1
                 END-IF
                 COMPUTE Data-Fim-Mes-W = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(Data-Fim-Mes-W) - 1)
                 MOVE SPACES TO Data-ct
                 STRING Dia-Fim-Mes-W "-" Mes-Fim-Mes-W "-"
                        Ano-Fim-Mes-W
                    DELIMITED BY SIZE INTO Data-ct
                 IF VARIACAO-ESTOQUE > ZEROES
                    MOVE Conta-Estoque-Par TO Conta-Debito-ct
                    MOVE Conta-CMV-Par     TO Conta-Credito-ct
                    MOVE VARIACAO-ESTOQUE  TO Valor-ct
                 ELSE
                    MOVE Conta-CMV-Par     TO Conta-Debito-ct
                    MOVE Conta-Estoque-Par TO Conta-Credito-ct
                    COMPUTE Valor-ct = VARIACAO-ESTOQUE * -1
                 END-IF
                 MOVE SPACES TO Historico-ct
                 STRING "ESTOQUE FINAL " MES-REL "-" ANO-REL
                        " VARIACAO DO MES"
                    DELIMITED BY SIZE INTO Historico-ct
                 MOVE ";" TO FIL-CT1 FIL-CT2 FIL-CT3 FIL-CT4 FIL-CT5
                 WRITE REG-CONTABIL
                 ADD 1 TO CONT-LANC-EST
              END-IF
           END-IF.

       VALORIZAR-UM-MOVIMENTO.
           READ MOVEST NEXT RECORD
              AT END SET FIM-MOV TO TRUE
           END-READ
           IF NOT FIM-MOV AND Codigo-Produto-mv NOT = ZEROES
              IF Codigo-Produto-mv NOT = Produto-Atual-W
                 IF Produto-Atual-W NOT = ZEROES
                    PERFORM FECHAR-PRODUTO-ESTOQUE
                 END-IF
                 MOVE Codigo-Produto-mv TO Produto-Atual-W
                 MOVE ZEROES TO Saldo-Qtd-K Saldo-Valor-K
                                Custo-Medio-K Valor-Abertura-K
                 MOVE "N" TO SW-ABERTURA-PROD
              END-IF
              MOVE ZEROES TO Periodo-Mov-W
              IF Data-mv(4:2) IS NUMERIC AND Data-mv(7:4) IS NUMERIC
                 COMPUTE Periodo-Mov-W =
                    FUNCTION NUMVAL(Data-mv(7:4)) * 100
                    + FUNCTION NUMVAL(Data-mv(4:2))
              END-IF
              IF Periodo-Mov-W NOT > Periodo-Rel-W
                 IF Periodo-Mov-W = Periodo-Rel-W
                    AND SW-ABERTURA-PROD NOT = "S"
                    MOVE Saldo-Valor-K TO Valor-Abertura-K
                    MOVE "S" TO SW-ABERTURA-PROD
                 END-IF
      ********** MESMA REGRA DO KARDEX: ENTRADA PELO CUSTO GRAVADO, **
      *    SAIDA PELO CUSTO MEDIO CORRENTE                           *
                 IF Custo-Unitario-mv IS NOT NUMERIC
                    MOVE ZEROES TO Custo-Unitario-mv
                 END-IF
                 IF Quantidade-mv > ZEROES
                    IF Custo-Unitario-mv > ZEROES
                       MOVE Custo-Unitario-mv TO Custo-Mov-K
                    ELSE
                       MOVE Custo-Medio-K     TO Custo-Mov-K
                    END-IF
                 ELSE
                    IF Custo-Medio-K > ZEROES
                       MOVE Custo-Medio-K     TO Custo-Mov-K
                    ELSE
                       MOVE Custo-Unitario-mv TO Custo-Mov-K
                    END-IF
                 END-IF
                 COMPUTE Valor-Mov-K ROUNDED =
                    Quantidade-mv * Custo-Mov-K
                 ADD Quantidade-mv TO Saldo-Qtd-K
                 ADD Valor-Mov-K   TO Saldo-Valor-K
                 IF Saldo-Qtd-K > ZEROES
                    COMPUTE Custo-Medio-K ROUNDED =
                       Saldo-Valor-K / Saldo-Qtd-K
                 ELSE
                    MOVE ZEROES TO Saldo-Valor-K
                 END-IF
              END-IF
           END-IF.

       FECHAR-PRODUTO-ESTOQUE.
           IF SW-ABERTURA-PROD NOT = "S"
              MOVE Saldo-Valor-K TO Valor-Abertura-K
           END-IF
           ADD Valor-Abertura-K TO TOTAL-ESTOQUE-INICIAL
           ADD Saldo-Valor-K    TO TOTAL-ESTOQUE-FINAL.

       FIN.
           CLOSE FATURAS
                 RECEBTOS
           DISPLAY "INTERFACE CONTABIL GERADA: contabil.csv"
           DISPLAY "Lancamentos de faturamento : " CONT-LANC-FAT
           DISPLAY "Lancamentos de recebimento : " CONT-LANC-REC
           DISPLAY "Lancamentos de estoque     : " CONT-LANC-EST
           MOVE TOTAL-ESTOQUE-FINAL TO WRK-ESTOQUE
           DISPLAY "Estoque final valorizado   : " WRK-ESTOQUE

           COMPUTE JOB-LIDOS = CONT-LANC-FAT + CONT-LANC-REC
           COMPUTE JOB-GRAVADOS = CONT-LANC-FAT + CONT-LANC-REC
                                + CONT-LANC-EST
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           STOP RUN.
                    IF Conta-Caixa-F NOT = SPACES
                       MOVE Conta-Caixa-F TO Conta-Caixa-Par
                    END-IF
                    IF Conta-Estoque-F NOT = SPACES
                       MOVE Conta-Estoque-F TO Conta-Estoque-Par
                    END-IF
                    IF Conta-CMV-F NOT = SPACES
                       MOVE Conta-CMV-F TO Conta-CMV-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
                  DELIMITED BY SIZE
                  "recebtos.dat" DELIMITED BY SIZE
                  INTO ARQ-RECEBTOS
           MOVE SPACES TO ARQ-MOVEST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "movest.dat" DELIMITED BY SIZE
                  INTO ARQ-MOVEST
           MOVE SPACES TO ARQ-CONTABIL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
