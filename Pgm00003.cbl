           RECORD KEY IS Numero-Orcamento
           FILE STATUS IS FILE-STATUS-ORC.

           SELECT FORNECEDORES ASSIGN ARQ-FORNECEDORES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Fornecedor
           FILE STATUS IS FILE-STATUS-FOR.

           SELECT PEDCOMPRA ASSIGN ARQ-PEDCOMPRA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Compra
           FILE STATUS IS FILE-STATUS-PCO.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
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

       FD  PEDIDOS.

           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  ORCAMENTOS.

           05 Data-Inclusao-o              PIC X(010).
           05 Hora-Inclusao-o              PIC X(008).

       FD  FORNECEDORES.

       01  REG-FORNECEDORES.
           05 Codigo-Fornecedor            PIC 9(005).
           05 FILLER                       PIC X(159).

       FD  PEDCOMPRA.

       01  REG-PEDCOMPRA.
           05 Numero-Compra                PIC 9(007).
           05 FILLER                       PIC X(057).

       FD  PRODUTOS.

       01  REG-PRODUTOS.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  JOBLOG.

           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-ORCAMENTOS                  PIC X(080)   VALUE SPACES.
           05 ARQ-FORNECEDORES                PIC X(080)   VALUE SPACES.
           05 ARQ-PEDCOMPRA                   PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

              10 FILE-STATUS-ORC           PIC 99      VALUE ZEROES.
              10 SW-ORCAMENTOS-OK          PIC X       VALUE "N".
              10 SW-FIM-ORC                PIC X       VALUE "N".
              10 MAX-CODIGO-FORNECEDOR     PIC 9(005)  VALUE ZEROES.
              10 FILE-STATUS-FOR           PIC 99      VALUE ZEROES.
              10 SW-FIM-FOR                PIC X       VALUE "N".
              10 MAX-NUMERO-COMPRA         PIC 9(007)  VALUE ZEROES.
              10 FILE-STATUS-PCO           PIC 99      VALUE ZEROES.
              10 SW-FIM-PCO                PIC X       VALUE "N".
              10 DATE-AUXILIAR.
                 15 AA-AUX                 PIC X(002)  VALUE SPACES.
                 15 MM-AUX                 PIC X(002)  VALUE SPACES.
           PERFORM APURAR-MAX-PEDIDO
           PERFORM APURAR-MAX-PRODUTO
           PERFORM APURAR-MAX-ORCAMENTO
           PERFORM APURAR-MAX-FORNECEDOR
           PERFORM APURAR-MAX-COMPRA
           MOVE 001      TO CRLTAB
           READ TABLA KEY CRLTAB

           display "Contador Codigo-Taborc atual      : "
                    Codigo-Taborc
           display " "
           display "Maior Código Fornecedor cadastrado: "
                    MAX-CODIGO-FORNECEDOR
           display "Contador Codigo-Tabforn atual     : "
                    Codigo-Tabforn
           display " "
           display "Maior Número Pedido Compra        : "
                    MAX-NUMERO-COMPRA
           display "Contador Codigo-Tabcomp atual     : "
                    Codigo-Tabcomp
           display " "
           display "OPCAO 1 Ressincronizar   OPCAO 2 SAIR"
           display " "with no advancing
           accept OPC-W
              MOVE MAX-NUMERO-PEDIDO   TO Codigo-Tabped
              MOVE MAX-CODIGO-PRODUTO  TO Codigo-Tabprod
              MOVE MAX-NUMERO-ORCAMENTO TO Codigo-Taborc
              MOVE MAX-CODIGO-FORNECEDOR TO Codigo-Tabforn
              MOVE MAX-NUMERO-COMPRA   TO Codigo-Tabcomp
              REWRITE REG-TABLA
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              AT END MOVE "F" TO SW-FIM-ORC
           END-READ.

       APURAR-MAX-FORNECEDOR.
      ********** FORNECEDORES.DAT E PEDCOMPRA.DAT SO EXISTEM DEPOIS **
      *    DO PRIMEIRO USO DO PGM00038/PGM00039; SEM ELES O CONTADOR *
      *    CORRESPONDENTE FICA ZERO                                  *
           MOVE ZEROES        TO MAX-CODIGO-FORNECEDOR
           OPEN INPUT FORNECEDORES
           IF FILE-STATUS-FOR = 00
              MOVE ZEROES     TO Codigo-Fornecedor
              MOVE "N"        TO SW-FIM-FOR
              START FORNECEDORES KEY IS NOT LESS THAN Codigo-Fornecedor
                 INVALID KEY MOVE "F" TO SW-FIM-FOR
              END-START
              PERFORM LEER-FORNECEDORES-SEQ
              PERFORM UNTIL SW-FIM-FOR = "F"
                 IF Codigo-Fornecedor > MAX-CODIGO-FORNECEDOR
                    MOVE Codigo-Fornecedor TO MAX-CODIGO-FORNECEDOR
                 END-IF
                 PERFORM LEER-FORNECEDORES-SEQ
              END-PERFORM
              CLOSE FORNECEDORES
           END-IF.

       LEER-FORNECEDORES-SEQ.
           READ FORNECEDORES NEXT RECORD
              AT END MOVE "F" TO SW-FIM-FOR
           END-READ.

       APURAR-MAX-COMPRA.
           MOVE ZEROES        TO MAX-NUMERO-COMPRA
           OPEN INPUT PEDCOMPRA
           IF FILE-STATUS-PCO = 00
              MOVE ZEROES     TO Numero-Compra
              MOVE "N"        TO SW-FIM-PCO
              START PEDCOMPRA KEY IS NOT LESS THAN Numero-Compra
                 INVALID KEY MOVE "F" TO SW-FIM-PCO
              END-START
              PERFORM LEER-PEDCOMPRA-SEQ
              PERFORM UNTIL SW-FIM-PCO = "F"
                 IF Numero-Compra > MAX-NUMERO-COMPRA
                    MOVE Numero-Compra TO MAX-NUMERO-COMPRA
                 END-IF
                 PERFORM LEER-PEDCOMPRA-SEQ
              END-PERFORM
              CLOSE PEDCOMPRA
           END-IF.

       LEER-PEDCOMPRA-SEQ.
           READ PEDCOMPRA NEXT RECORD
              AT END MOVE "F" TO SW-FIM-PCO
           END-READ.

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".

           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "orcamentos.dat" DELIMITED BY SIZE
                  INTO ARQ-ORCAMENTOS
           MOVE SPACES TO ARQ-FORNECEDORES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "fornecedores.dat" DELIMITED BY SIZE
                  INTO ARQ-FORNECEDORES
           MOVE SPACES TO ARQ-PEDCOMPRA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedcompra.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDCOMPRA.
       END PROGRAM Pgm00003.
