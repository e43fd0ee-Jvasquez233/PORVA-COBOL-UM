           RECORD KEY IS CRLTAB
           FILE STATUS IS FILE-STATUS.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-IT.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS.

           SELECT PRODUNID ASSIGN ARQ-PRODUNID
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Produnid
           FILE STATUS IS FILE-STATUS-UN.

           SELECT ITEMUNID ASSIGN ARQ-ITEMUNID
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Itemunid
           FILE STATUS IS FILE-STATUS-IU.

           SELECT SALDOS ASSIGN ARQ-SALDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto-sd
           FILE STATUS IS FILE-STATUS-EST.

           SELECT PEDCRIT ASSIGN ARQ-PEDCRIT
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

      ********** LEIAUTE DO CSV DE ENTRADA (LOJA VIRTUAL/PLANILHA): **
      *    CLIENTE;DATA(DD-MM-AAAA);VALOR(NNNNNNNNN,NN);VENDEDOR     *
      *    SEGUIDO, SE QUISER, DAS LINHAS DE ITEM DO PEDIDO:         *
      *    I;PRODUTO;QUANTIDADE;UNIDADE (BRANCO = UNIDADE DE ESTOQUE)*
       01  REG-PEDIMPOR                    PIC X(080).

       FD  PEDIDOS.
           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  CLIENTES.

           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  CLIMOV.

           05 Codigo-Tabprod               PIC 9(005).
           05 Codigo-Taborc                PIC 9(007).
           05 Codigo-Tabocor               PIC 9(007).
           05 Codigo-Tabforn               PIC 9(005).
           05 Codigo-Tabcomp               PIC 9(007).

       FD  ITENS.

       01  REG-ITENS.
           05 Chave-Item.
              10 Numero-Pedido-it          PIC 9(007).
              10 Sequencia-it              PIC 9(003).
           05 Codigo-Produto-it            PIC 9(005).
           05 Quantidade-it                PIC 9(007)v9(002).
           05 Preco-Unitario-it            PIC 9(007)v9(002).
           05 Total-Item-it                PIC 9(009)v9(002).
           05 Quantidade-Faturada-it       PIC 9(007)v9(002).
           05 Tipo-Item-it                 PIC X(001).
              88 ITEM-NORMAL                             VALUE "N".
              88 ITEM-BONIFICACAO                        VALUE "B".
           05 Codigo-Campanha-it           PIC 9(005).
           05 Valor-Campanha-it            PIC 9(009)v9(002).

       FD  PRODUTOS.

       01  REG-PRODUTOS.
           05 Codigo-Produto               PIC 9(005).
           05 Descricao-Produto            PIC X(040).
           05 Unidade-Produto              PIC X(003).
           05 Preco-Lista                  PIC 9(007)v9(002).
           05 Produto-Ativo                PIC X(001)   VALUE "S".
              88 PRODUTO-E-ATIVO                         VALUE "S".
              88 PRODUTO-INATIVO                         VALUE "N".
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

       FD  PRODUNID.

      ********** UNIDADES ALTERNATIVAS DO PRODUTO (CX, PL, ...): ******
      *    MANTIDAS PELO PGM00006. FATOR = QUANTAS UNIDADES DE       *
      *    ESTOQUE (Unidade-Produto) HA EM UMA UNIDADE ALTERNATIVA   *
       01  REG-PRODUNID.
           05 Chave-Produnid.
              10 Codigo-Produto-un         PIC 9(005).
              10 Unidade-Alt-un            PIC X(003).
           05 Fator-Conversao-un           PIC 9(005)v9(004).

       FD  ITEMUNID.

      ********** UNIDADE EM QUE O CLIENTE PEDIU A LINHA, QUANDO ******
      *    DIFERENTE DA UNIDADE DE ESTOQUE. A LINHA EM ITENS FICA    *
      *    SEMPRE NA UNIDADE DE ESTOQUE (SALDOS, MOVEST, RESERVA);   *
      *    NOTA FISCAL E ROMANEIO IMPRIMEM A UNIDADE PEDIDA          *
       01  REG-ITEMUNID.
           05 Chave-Itemunid.
              10 Numero-Pedido-iu          PIC 9(007).
              10 Sequencia-iu              PIC 9(003).
           05 Unidade-Pedida-iu            PIC X(003).
           05 Quantidade-Pedida-iu         PIC 9(007)v9(002).
           05 Fator-iu                     PIC 9(005)v9(004).
           05 Preco-Pedido-iu              PIC 9(007)v9(002).

       FD  SALDOS.

       01  REG-SALDOS.
           05 Codigo-Produto-sd            PIC 9(005).
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  PEDCRIT.

           05 ARQ-TABLA                       PIC X(080)   VALUE SPACES.
           05 ARQ-CLIMOV                      PIC X(080)   VALUE SPACES.
           05 ARQ-PEDCRIT                     PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUNID                    PIC X(080)   VALUE SPACES.
           05 ARQ-ITEMUNID                    PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
           05 Motivo-W                     PIC X(040)   VALUE SPACES.
           05 Numero-Pedido-Novo-W         PIC 9(007)   VALUE ZEROES.
           05 LINHA-CRIT                   PIC X(120)   VALUE SPACES.
           05 FILE-STATUS-IT               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-UN               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IU               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EST              PIC 99       VALUE ZEROES.
           05 SW-PRODUNID-OK               PIC X        VALUE "N".
           05 SW-SALDOS-OK                 PIC X        VALUE "N".
           05 Tipo-Item-Imp-W              PIC X(001)   VALUE SPACES.
           05 Produto-Imp-W                PIC X(010)   VALUE SPACES.
           05 Qtd-Imp-W                    PIC X(015)   VALUE SPACES.
           05 Unidade-Imp-W                PIC X(003)   VALUE SPACES.
           05 Produto-Num-W                PIC 9(005)   VALUE ZEROES.
           05 Qtd-Pedida-W                 PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Estoque-W                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Fator-W                      PIC 9(005)v9(004)
                                            VALUE ZEROES.
           05 Pedido-Atual-W               PIC 9(007)   VALUE ZEROES.
           05 Seq-Item-W                   PIC 9(003)   VALUE ZEROES.
           05 CONT-ITENS                   PIC 9(007)   VALUE ZEROES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
                 OPEN OUTPUT PEDCRIT
                 MOVE "LINHA REJEITADA;MOTIVO" TO LINHA-CRIT
                 WRITE REG-PEDCRIT FROM LINHA-CRIT
                 PERFORM ABRIR-ARQUIVOS-ITENS
                 SET NO-FIN-IMPORT TO TRUE
                 PERFORM LEER-IMPORT
              END-IF
       PROCESO.
           IF REG-PEDIMPOR NOT = SPACES
              ADD 1 TO CONT-LIDOS
              IF REG-PEDIMPOR(1:2) = "I;"
                 PERFORM TRATAR-ITEM
              ELSE
                 PERFORM TRATAR-LINHA
              END-IF
           END-IF
           PERFORM LEER-IMPORT.

      ********** VALIDA NO MESMO ESPIRITO DO CLIIMPOR DE CLIENTES ****
      *    (PGM00001): LINHA BOA VIRA PEDIDO NUMERADO PELA TABLA,    *
      *    LINHA RUIM VAI PARA O ARQUIVO DE CRITICAS COM O MOTIVO    *
           MOVE ZEROES TO Pedido-Atual-W
           MOVE SPACES TO Cliente-Imp-W Data-Imp-W Valor-Imp-W
                          Vendedor-Imp-W Motivo-W
           UNSTRING REG-PEDIMPOR DELIMITED BY ";"
           MOVE SPACES                TO Data-Situacao-ped
           MOVE SPACES                TO Responsavel-ped
           MOVE ZEROES                TO Valor-Frete-ped
           MOVE ZEROES                TO Data-Prometida-ped
           WRITE REG-PEDIDOS
           PERFORM GRAVAR-CLIMOV-PEDIDO
           MOVE Numero-Pedido-Novo-W  TO Pedido-Atual-W
           MOVE ZEROES                TO Seq-Item-W
           ADD 1 TO CONT-IMPORTADOS.

       GRAVAR-CLIMOV-PEDIDO.
              CLOSE CLIMOV
           END-IF.

       ABRIR-ARQUIVOS-ITENS.
      ********** LINHAS DE ITEM (I;PRODUTO;QUANTIDADE;UNIDADE) *******
      *    GRAVAM ITENS NA UNIDADE DE ESTOQUE; SEM O CADASTRO DE     *
      *    UNIDADES (PGM00006) SO A UNIDADE DE ESTOQUE E ACEITA E    *
      *    SEM SALDOS (PGM00033 NAO UTILIZADO) NAO HA RESERVA        *
           OPEN I-O ITENS
           IF FILE-STATUS-IT NOT = 00
              OPEN OUTPUT ITENS
              CLOSE ITENS
              OPEN I-O ITENS
           END-IF
           OPEN INPUT PRODUTOS
           OPEN INPUT PRODUNID
           IF FILE-STATUS-UN = 00
              MOVE "S" TO SW-PRODUNID-OK
           END-IF
           OPEN I-O ITEMUNID
           IF FILE-STATUS-IU NOT = 00
              OPEN OUTPUT ITEMUNID
              CLOSE ITEMUNID
              OPEN I-O ITEMUNID
           END-IF
           OPEN I-O SALDOS
           IF FILE-STATUS-EST = 00
              MOVE "S" TO SW-SALDOS-OK
           END-IF.

       TRATAR-ITEM.
      ********** ITEM DO ULTIMO PEDIDO ACEITO: A QUANTIDADE NA *******
      *    UNIDADE PEDIDA E CONVERTIDA PELO FATOR DO PRODUNID PARA   *
      *    A UNIDADE DE ESTOQUE, A PRECO DE LISTA. O VALOR DO PEDIDO *
      *    CONTINUA SENDO O DA LINHA DO PEDIDO                       *
           MOVE SPACES TO Tipo-Item-Imp-W Produto-Imp-W Qtd-Imp-W
                          Unidade-Imp-W Motivo-W
           UNSTRING REG-PEDIMPOR DELIMITED BY ";"
              INTO Tipo-Item-Imp-W Produto-Imp-W Qtd-Imp-W
                   Unidade-Imp-W
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(Unidade-Imp-W) TO Unidade-Imp-W

           EVALUATE TRUE
              WHEN Pedido-Atual-W = ZEROES
                 MOVE "ITEM SEM PEDIDO ACEITO ANTES DELE" TO Motivo-W
              WHEN Seq-Item-W >= 999
                 MOVE "LIMITE DE ITENS DO PEDIDO ATINGIDO" TO Motivo-W
              WHEN FUNCTION NUMVAL(Produto-Imp-W) = ZEROES
                 MOVE "PRODUTO NAO INFORMADO" TO Motivo-W
              WHEN OTHER
                 COMPUTE Produto-Num-W =
                    FUNCTION NUMVAL(Produto-Imp-W)
                 MOVE Produto-Num-W TO Codigo-Produto
                 READ PRODUTOS
                 IF FILE-STATUS NOT = 00
                    MOVE "PRODUTO NAO CADASTRADO" TO Motivo-W
                 ELSE
                 IF PRODUTO-INATIVO
                    MOVE "PRODUTO INATIVO" TO Motivo-W
                 END-IF
                 END-IF
           END-EVALUATE

           IF Motivo-W = SPACES
              COMPUTE Qtd-Pedida-W =
                 FUNCTION NUMVAL(Qtd-Imp-W)
              IF Qtd-Pedida-W = ZEROES
                 MOVE "QUANTIDADE INVALIDA OU ZERADA" TO Motivo-W
              END-IF
           END-IF
           IF Motivo-W = SPACES
              PERFORM CONVERTER-UNIDADE-ITEM
           END-IF

           IF Motivo-W = SPACES
              PERFORM GRAVAR-ITEM-IMPORTADO
           ELSE
              ADD 1 TO CONT-REJEITADOS
              ADD 1 TO JOB-AVISOS
              MOVE SPACES TO LINHA-CRIT
              STRING FUNCTION TRIM(REG-PEDIMPOR) ";"
                     FUNCTION TRIM(Motivo-W)
                 DELIMITED BY SIZE INTO LINHA-CRIT
              WRITE REG-PEDCRIT FROM LINHA-CRIT
           END-IF.

       CONVERTER-UNIDADE-ITEM.
           MOVE 1 TO Fator-W
           IF Unidade-Imp-W = Unidade-Produto
              MOVE SPACES TO Unidade-Imp-W
           END-IF
           IF Unidade-Imp-W NOT = SPACES
              MOVE "UNIDADE NAO CADASTRADA PARA O PRODUTO" TO Motivo-W
              IF SW-PRODUNID-OK = "S"
                 MOVE Codigo-Produto TO Codigo-Produto-un
                 MOVE Unidade-Imp-W  TO Unidade-Alt-un
                 READ PRODUNID
                 IF FILE-STATUS-UN = 00
                    MOVE Fator-Conversao-un TO Fator-W
                    MOVE SPACES             TO Motivo-W
                 END-IF
              END-IF
           END-IF
           IF Motivo-W = SPACES
              COMPUTE Qtd-Estoque-W ROUNDED = Qtd-Pedida-W * Fator-W
                 ON SIZE ERROR
                    MOVE "QUANTIDADE CONVERTIDA EXCEDE O LIMITE"
                                            TO Motivo-W
              END-COMPUTE
           END-IF.

       GRAVAR-ITEM-IMPORTADO.
           ADD 1 TO Seq-Item-W
           MOVE Pedido-Atual-W        TO Numero-Pedido-it
           MOVE Seq-Item-W            TO Sequencia-it
           MOVE Codigo-Produto        TO Codigo-Produto-it
           MOVE Qtd-Estoque-W         TO Quantidade-it
           MOVE Preco-Lista           TO Preco-Unitario-it
           COMPUTE Total-Item-it ROUNDED = Qtd-Estoque-W * Preco-Lista
           MOVE ZEROES                TO Quantidade-Faturada-it
           MOVE "N"                   TO Tipo-Item-it
           MOVE ZEROES                TO Codigo-Campanha-it
           MOVE ZEROES                TO Valor-Campanha-it
           WRITE REG-ITENS
           IF Unidade-Imp-W NOT = SPACES
              MOVE Pedido-Atual-W     TO Numero-Pedido-iu
              MOVE Seq-Item-W         TO Sequencia-iu
              MOVE Unidade-Imp-W      TO Unidade-Pedida-iu
              MOVE Qtd-Pedida-W       TO Quantidade-Pedida-iu
              MOVE Fator-W            TO Fator-iu
              COMPUTE Preco-Pedido-iu ROUNDED = Preco-Lista * Fator-W
              WRITE REG-ITEMUNID
           END-IF
           PERFORM RESERVAR-ESTOQUE-ITEM
           ADD 1 TO CONT-ITENS.

       RESERVAR-ESTOQUE-ITEM.
      ********** PEDIDO ENTRA ABERTO E, COMO NO PGM00005, A LINHA *****
      *    COMPROMETE O ESTOQUE (Reservado-sd) ATE O FATURAMENTO     *
           IF SW-SALDOS-OK = "S"
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
              END-IF
           END-IF.

       RESERVAR-NUMERO-PEDIDO.
           MOVE 001    TO CRLTAB
           READ TABLA KEY CRLTAB
                 TABLA
                 CLIENTES
                 PEDCRIT
                 ITENS
                 PRODUTOS
                 ITEMUNID

           IF SW-PRODUNID-OK = "S"
              CLOSE PRODUNID
           END-IF
           IF SW-SALDOS-OK = "S"
              CLOSE SALDOS
           END-IF

      ********** ESPELHO DOS PEDIDOS IMPORTADOS PARA OS CLIENTES ****
      *    (PROGRAMA98 NO MODO AUTO EMITE OS NOVOS E ALTERADOS)      *
           IF CONT-IMPORTADOS > ZEROES
              CALL "SYSTEM" USING "Programa98.exe AUTO"
           END-IF

           DISPLAY "IMPORTACAO DE PEDIDOS CONCLUIDA"
           DISPLAY "Linhas lidas       : " CONT-LIDOS
           DISPLAY "Pedidos importados : " CONT-IMPORTADOS
           DISPLAY "Itens importados   : " CONT-ITENS
           DISPLAY "Linhas rejeitadas  : " CONT-REJEITADOS
           DISPLAY "Criticas           : pedcriticas.csv"

           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedcriticas.csv" DELIMITED BY SIZE
                  INTO ARQ-PEDCRIT
           MOVE SPACES TO ARQ-ITENS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itens.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENS
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-PRODUNID
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produnid.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUNID
           MOVE SPACES TO ARQ-ITEMUNID
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itemunid.dat" DELIMITED BY SIZE
                  INTO ARQ-ITEMUNID
           MOVE SPACES TO ARQ-SALDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldos.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDOS.
       END PROGRAM PROGRAMA49.
