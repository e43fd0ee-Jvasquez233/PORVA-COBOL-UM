           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS.

           SELECT SALDOS ASSIGN ARQ-SALDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto-sd
           FILE STATUS IS FILE-STATUS-EST.

           SELECT PRODCOMP ASSIGN ARQ-PRODCOMP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Prodcomp
           FILE STATUS IS FILE-STATUS-PC.

           SELECT PRODUNID ASSIGN ARQ-PRODUNID
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Produnid
           FILE STATUS IS FILE-STATUS-UN.

           SELECT KITCLI ASSIGN ARQ-KITCLI
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT SUGESTAO ASSIGN ARQ-SUGESTAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SG.

           SELECT KITSUG ASSIGN ARQ-KITSUG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT KITUNID ASSIGN ARQ-KITUNID
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT JOBLOG   ASSIGN ARQ-JOBLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  PRODUTOS.

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

       FD  SALDOS.

       01  REG-SALDOS.
           05 Codigo-Produto-sd            PIC 9(005).
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  FATURAS.

                                            VALUE ZEROES.


       FD  PRODUNID.

      ********** UNIDADES ALTERNATIVAS DO PRODUTO (CX, PL, ...): ******
      *    MANTIDAS PELO PGM00006. FATOR = QUANTAS UNIDADES DE       *
      *    ESTOQUE (Unidade-Produto) HA EM UMA UNIDADE ALTERNATIVA   *
       01  REG-PRODUNID.
           05 Chave-Produnid.
              10 Codigo-Produto-un         PIC 9(005).
              10 Unidade-Alt-un            PIC X(003).
           05 Fator-Conversao-un           PIC 9(005)v9(004).

       FD  KITCLI.

       01  REG-KITCLI                      PIC X(100).

       01  REG-KITFAT                      PIC X(080).

       FD  SUGESTAO.

      ********** SUGESTOES DE VENDA CRUZADA (PROGRAMA80), ATE CINCO **
      *    POR CLIENTE, EM ORDEM DE CLIENTE E DE PRIORIDADE          *
       01  REG-SUGESTAO.
           05 Codigo-Cliente-sg            PIC 9(007).
           05 FIL-SG1                      PIC X           VALUE ";".
           05 Ordem-sg                     PIC 9(001).
           05 FIL-SG2                      PIC X           VALUE ";".
           05 Codigo-Produto-sg            PIC 9(005).
           05 FIL-SG3                      PIC X           VALUE ";".
           05 Descricao-Produto-sg         PIC X(040).
           05 FIL-SG4                      PIC X           VALUE ";".
           05 Clientes-Grupo-sg            PIC 9(005).
           05 FIL-SG5                      PIC X           VALUE ";".
           05 Afinidade-sg                 PIC 9(005).

       FD  KITSUG.

       01  REG-KITSUG                      PIC X(100).

       FD  KITUNID.

       01  REG-KITUNID                     PIC X(080).

       FD  JOBLOG.

       01  REG-JOBLOG.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODCOMP                    PIC X(080)   VALUE SPACES.
           05 ARQ-KITCLI                      PIC X(080)   VALUE SPACES.
           05 ARQ-KITPREC                     PIC X(080)   VALUE SPACES.
           05 ARQ-KITFAT                      PIC X(080)   VALUE SPACES.
           05 ARQ-SUGESTAO                    PIC X(080)   VALUE SPACES.
           05 ARQ-KITSUG                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUNID                    PIC X(080)   VALUE SPACES.
           05 ARQ-KITUNID                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
           05 CONT-CLI-KIT                 PIC 9(005)   VALUE ZEROES.
           05 CONT-PROD-KIT                PIC 9(005)   VALUE ZEROES.
           05 CONT-FAT-KIT                 PIC 9(005)   VALUE ZEROES.
           05 CONT-SUG-KIT                 PIC 9(005)   VALUE ZEROES.
           05 FILE-STATUS-SG               PIC 99       VALUE ZEROES.
           05 QTD-CART                     PIC 9(004)   VALUE ZEROES.
           05 IND-C                        PIC 9(004)   VALUE ZEROES.
           05 SW-DA-CARTEIRA               PIC X        VALUE "N".
           05 LINHA-KIT                    PIC X(100)   VALUE SPACES.
           05 SALDO-ABERTO                 PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 FILE-STATUS-EST              PIC 99       VALUE ZEROES.
           05 SW-SALDOS-OK                 PIC X        VALUE "N".
           05 DISPONIVEL-W                 PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 DISPONIVEL-KIT               PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 FILE-STATUS-PC               PIC 99       VALUE ZEROES.
           05 SW-PRODCOMP-OK               PIC X        VALUE "N".
           05 SW-E-COMPOSTO                PIC X        VALUE "N".
           05 SW-FIM-COMP                  PIC X        VALUE "N".
              88 FIM-COMP                               VALUE "S".
              88 NO-FIM-COMP                            VALUE "N".
           05 Disponivel-Comp-W            PIC s9(007)  VALUE ZEROES.
           05 FILE-STATUS-UN               PIC 99       VALUE ZEROES.
           05 CONT-UNID-KIT                PIC 9(005)   VALUE ZEROES.
           05 Preco-Unid-W                 PIC 9(007)v9(002)
                                            VALUE ZEROES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
              ELSE
                 PERFORM EXPORTAR-CARTEIRA
                 PERFORM EXPORTAR-PRECOS
                 PERFORM EXPORTAR-UNIDADES
                 PERFORM EXPORTAR-FATURAS
                 PERFORM EXPORTAR-SUGESTOES
                 CLOSE RELVENCL CLIENTES PRODUTOS FATURAS
              END-IF
           END-IF.
           END-IF.

       EXPORTAR-PRECOS.
      ********** CATALOGO DE PRECOS VIGENTE (PRODUTOS ATIVOS) COM ****
      *    O SALDO DISPONIVEL (SALDO MENOS RESERVADO EM PEDIDOS),    *
      *    QUANDO O CONTROLE DE ESTOQUE ESTA EM USO                  *
           MOVE "N" TO SW-SALDOS-OK
           OPEN INPUT SALDOS
           IF FILE-STATUS-EST = 00
              MOVE "S" TO SW-SALDOS-OK
           END-IF
           MOVE "N" TO SW-PRODCOMP-OK
           IF SW-SALDOS-OK = "S"
              OPEN INPUT PRODCOMP
              IF FILE-STATUS-PC = 00
                 MOVE "S" TO SW-PRODCOMP-OK
              END-IF
           END-IF
           OPEN OUTPUT KITPREC
           MOVE "PRODUTO;DESCRICAO;UNIDADE;PRECO;DISPONIVEL"
                TO LINHA-KIT
           WRITE REG-KITPREC FROM LINHA-KIT
           SET NO-FIN-ARQ TO TRUE
           MOVE ZEROES TO Codigo-Produto
              IF NOT FIN-ARQ
                 IF PRODUTO-E-ATIVO
                    ADD 1 TO CONT-PROD-KIT
                    MOVE ZEROES TO DISPONIVEL-W
                    MOVE "N" TO SW-E-COMPOSTO
                    IF SW-PRODCOMP-OK = "S"
                       PERFORM CALCULAR-DISPONIVEL-COMPOSTO
                    END-IF
                    IF SW-SALDOS-OK = "S"
                       IF SW-E-COMPOSTO = "N"
                          MOVE Codigo-Produto TO Codigo-Produto-sd
                          READ SALDOS
                          IF FILE-STATUS-EST = 00
                             COMPUTE DISPONIVEL-W =
                                Saldo-Estoque-sd - Reservado-sd
                          END-IF
                       END-IF
                       IF DISPONIVEL-W < ZEROES
                          MOVE ZEROES TO DISPONIVEL-W
                       END-IF
                    END-IF
                    MOVE DISPONIVEL-W TO DISPONIVEL-KIT
                    MOVE SPACES TO LINHA-KIT
                    STRING Codigo-Produto ";"
                           FUNCTION TRIM(Descricao-Produto) ";"
                           Unidade-Produto ";"
                           Preco-Lista ";"
                           DISPONIVEL-KIT
                       DELIMITED BY SIZE INTO LINHA-KIT
                    WRITE REG-KITPREC FROM LINHA-KIT
                 END-IF
              END-IF
           END-PERFORM
           IF SW-SALDOS-OK = "S"
              CLOSE SALDOS
           END-IF
           IF SW-PRODCOMP-OK = "S"
              CLOSE PRODCOMP
           END-IF
           CLOSE KITPREC.

       EXPORTAR-UNIDADES.
      ********** UNIDADES ALTERNATIVAS DOS PRODUTOS ATIVOS (PGM00006) *
      *    COM O FATOR PARA A UNIDADE DE ESTOQUE E O PRECO DE LISTA  *
      *    CONVERTIDO; O PEDIDO VOLTA NA LINHA I DO KITRETORNO.CSV   *
           OPEN OUTPUT KITUNID
           MOVE "PRODUTO;UNIDADE;FATOR;PRECO" TO LINHA-KIT
           WRITE REG-KITUNID FROM LINHA-KIT
           OPEN INPUT PRODUNID
           IF FILE-STATUS-UN = 00
              SET NO-FIN-ARQ TO TRUE
              PERFORM UNTIL FIN-ARQ
                 READ PRODUNID NEXT RECORD
                    AT END SET FIN-ARQ TO TRUE
                 END-READ
                 IF NOT FIN-ARQ
                    MOVE Codigo-Produto-un TO Codigo-Produto
                    READ PRODUTOS
                    IF FILE-STATUS = 00 AND PRODUTO-E-ATIVO
                       ADD 1 TO CONT-UNID-KIT
                       COMPUTE Preco-Unid-W ROUNDED =
                          Preco-Lista * Fator-Conversao-un
                       MOVE SPACES TO LINHA-KIT
                       STRING Codigo-Produto-un ";"
                              Unidade-Alt-un ";"
                              Fator-Conversao-un ";"
                              Preco-Unid-W
                          DELIMITED BY SIZE INTO LINHA-KIT
                       WRITE REG-KITUNID FROM LINHA-KIT
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PRODUNID
           END-IF
           CLOSE KITUNID.

       CALCULAR-DISPONIVEL-COMPOSTO.
      ********** PRODUTO COMPOSTO (PRODCOMP.DAT, PGM00006): QUANTOS **
      *    CABEM NO DISPONIVEL DE CADA COMPONENTE, O MENOR DELES,    *
      *    MENOS O JA RESERVADO PARA O PROPRIO PRODUTO               *
           MOVE 9999999        TO DISPONIVEL-W
           MOVE Codigo-Produto TO Codigo-Kit-pc
           MOVE ZEROES         TO Codigo-Componente-pc
           SET NO-FIM-COMP TO TRUE
           START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
              INVALID KEY SET FIM-COMP TO TRUE
           END-START
           PERFORM UNTIL FIM-COMP
              READ PRODCOMP NEXT RECORD
                 AT END SET FIM-COMP TO TRUE
              END-READ
              IF NO-FIM-COMP
                 IF Codigo-Kit-pc NOT = Codigo-Produto
                    SET FIM-COMP TO TRUE
                 ELSE
                    MOVE "S" TO SW-E-COMPOSTO
                    MOVE ZEROES TO Disponivel-Comp-W
                    MOVE Codigo-Componente-pc TO Codigo-Produto-sd
                    READ SALDOS
                    IF FILE-STATUS-EST = 00 AND Quantidade-pc > ZEROES
                       COMPUTE Disponivel-Comp-W =
                          (Saldo-Estoque-sd - Reservado-sd)
                          / Quantidade-pc
                    END-IF
                    IF Disponivel-Comp-W < DISPONIVEL-W
                       MOVE Disponivel-Comp-W TO DISPONIVEL-W
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF SW-E-COMPOSTO = "S"
              MOVE Codigo-Produto TO Codigo-Produto-sd
              READ SALDOS
              IF FILE-STATUS-EST = 00
                 SUBTRACT Reservado-sd FROM DISPONIVEL-W
              END-IF
           ELSE
              MOVE ZEROES TO DISPONIVEL-W
           END-IF.

       EXPORTAR-FATURAS.
      ********** FATURAS ABERTAS DOS CLIENTES DA CARTEIRA, PARA O ****
      *    VENDEDOR COBRAR NA VISITA                                 *
           END-PERFORM
           CLOSE KITFAT.

       EXPORTAR-SUGESTOES.
      ********** OFERTAS DE VENDA CRUZADA (SUGESTOES.CSV DO *********
      *    PROGRAMA80) PARA OS CLIENTES DA CARTEIRA, COM O PRECO     *
      *    DE LISTA ATUAL                                            *
           OPEN OUTPUT KITSUG
           MOVE "CLIENTE;ORDEM;PRODUTO;DESCRICAO;PRECO;GRUPO;AFINIDADE"
                TO LINHA-KIT
           WRITE REG-KITSUG FROM LINHA-KIT
           OPEN INPUT SUGESTAO
           IF FILE-STATUS-SG = 00
              SET NO-FIN-ARQ TO TRUE
              PERFORM UNTIL FIN-ARQ
                 READ SUGESTAO
                    AT END SET FIN-ARQ TO TRUE
                 END-READ
                 IF NOT FIN-ARQ AND Codigo-Cliente-sg IS NUMERIC
                    MOVE Codigo-Cliente-sg TO Codigo-Cliente-fa
                    PERFORM TESTAR-CLIENTE-CARTEIRA
                    IF SW-DA-CARTEIRA = "S"
                       PERFORM EXPORTAR-UMA-SUGESTAO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SUGESTAO
           ELSE
              DISPLAY "AVISO: sugestoes.csv AUSENTE; KIT SEM OFERTAS"
              ADD 1 TO JOB-AVISOS
           END-IF
           CLOSE KITSUG.

       EXPORTAR-UMA-SUGESTAO.
           MOVE Codigo-Produto-sg TO Codigo-Produto
           READ PRODUTOS
           IF FILE-STATUS NOT = 00
              MOVE ZEROES TO Preco-Lista
           END-IF
           ADD 1 TO CONT-SUG-KIT
           MOVE SPACES TO LINHA-KIT
           STRING Codigo-Cliente-sg ";"
                  Ordem-sg ";"
                  Codigo-Produto-sg ";"
                  FUNCTION TRIM(Descricao-Produto-sg) ";"
                  Preco-Lista ";"
                  Clientes-Grupo-sg ";"
                  Afinidade-sg
              DELIMITED BY SIZE INTO LINHA-KIT
           WRITE REG-KITSUG FROM LINHA-KIT.

       TESTAR-CLIENTE-CARTEIRA.
           MOVE "N" TO SW-DA-CARTEIRA
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > QTD-CART
           END-PERFORM.

       FIN.
           DISPLAY "KIT DE CAMPO GERADO (kitcli/kitprec/kitfat/"
                   "kitsug/kitunid)"
           DISPLAY "Clientes da carteira : " CONT-CLI-KIT
           DISPLAY "Produtos exportados  : " CONT-PROD-KIT
           DISPLAY "Faturas abertas      : " CONT-FAT-KIT
           DISPLAY "Ofertas sugeridas    : " CONT-SUG-KIT
           DISPLAY "Unidades alternativas: " CONT-UNID-KIT

           COMPUTE JOB-LIDOS = CONT-CLI-KIT + CONT-PROD-KIT
                             + CONT-FAT-KIT + CONT-SUG-KIT
                             + CONT-UNID-KIT
           COMPUTE JOB-GRAVADOS = JOB-LIDOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-SALDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldos.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDOS
           MOVE SPACES TO ARQ-PRODCOMP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "prodcomp.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODCOMP
           MOVE SPACES TO ARQ-KITCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "kitfat.csv" DELIMITED BY SIZE
                  INTO ARQ-KITFAT
           MOVE SPACES TO ARQ-SUGESTAO
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "sugestoes.csv" DELIMITED BY SIZE
                  INTO ARQ-SUGESTAO
           MOVE SPACES TO ARQ-KITSUG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "kitsug.csv" DELIMITED BY SIZE
                  INTO ARQ-KITSUG
           MOVE SPACES TO ARQ-PRODUNID
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produnid.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUNID
           MOVE SPACES TO ARQ-KITUNID
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "kitunid.csv" DELIMITED BY SIZE
                  INTO ARQ-KITUNID.
       END PROGRAM PROGRAMA50.
