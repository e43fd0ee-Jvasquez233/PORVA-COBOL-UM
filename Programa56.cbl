           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS.

           SELECT PRODCOMP ASSIGN ARQ-PRODCOMP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Prodcomp
           FILE STATUS IS FILE-STATUS-PC.

           SELECT MARGEMREL ASSIGN ARQ-MARGEMREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
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

       FD  MARGEMREL.

           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-MARGEMREL                   PIC X(080)   VALUE SPACES.
           05 ARQ-PRODCOMP                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
           05 CONT-ABAIXO-CUSTO            PIC 9(005)   VALUE ZEROES.
           05 CUSTO-ITEM-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 CUSTO-UNIT-W                 PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 FILE-STATUS-PC               PIC 99       VALUE ZEROES.
           05 SW-PRODCOMP-OK               PIC X        VALUE "N".
           05 SW-E-KIT                     PIC X        VALUE "N".
           05 SW-FIM-COMP                  PIC X        VALUE "N".
              88 FIM-COMP                               VALUE "S".
              88 NO-FIM-COMP                            VALUE "N".
           05 MARGEM-ITEM-W                PIC s9(011)v9(002)
                                            VALUE ZEROES.
           05 VENDA-PEDIDO-W               PIC 9(011)v9(002)
              DISPLAY "STATUS: " FILE-STATUS
              SET FIN-PEDIDOS TO TRUE
           ELSE
      ********** COMPOSICAO DOS KITS (PGM00006), OPCIONAL ************
              OPEN INPUT PRODCOMP
              IF FILE-STATUS-PC = 00
                 MOVE "S" TO SW-PRODCOMP-OK
              END-IF
              OPEN OUTPUT MARGEMREL
              MOVE SPACES TO LINHA-REL
              STRING "RENTABILIDADE DO PERIODO " MES-REL "/"
                 IF FILE-STATUS NOT = 00
                    MOVE ZEROES TO Custo-Produto
                 END-IF
                 MOVE Custo-Produto TO CUSTO-UNIT-W
                 IF SW-PRODCOMP-OK = "S"
                    PERFORM CUSTEAR-COMPONENTES
                 END-IF
                 COMPUTE CUSTO-ITEM-W ROUNDED =
                    Quantidade-it * CUSTO-UNIT-W
                 ADD Total-Item-it TO VENDA-PEDIDO-W
                 ADD CUSTO-ITEM-W  TO CUSTO-PEDIDO-W
                 PERFORM ACUMULAR-PRODUTO
              END-IF
           END-IF.

       CUSTEAR-COMPONENTES.
      ********** KIT (PRODCOMP.DAT): O CUSTO E A SOMA DOS CUSTOS DOS *
      *    COMPONENTES PELA QUANTIDADE DE CADA UM NO KIT             *
           MOVE "N"               TO SW-E-KIT
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
                    IF SW-E-KIT = "N"
                       MOVE "S"    TO SW-E-KIT
                       MOVE ZEROES TO CUSTO-UNIT-W
                    END-IF
                    MOVE Codigo-Componente-pc TO Codigo-Produto
                    READ PRODUTOS
                    IF FILE-STATUS = 00
                       COMPUTE CUSTO-UNIT-W ROUNDED = CUSTO-UNIT-W
                             + Quantidade-pc * Custo-Produto
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       ACUMULAR-PRODUTO.
           MOVE ZEROES TO IND-S
           PERFORM VARYING IND-P FROM 1 BY 1 UNTIL IND-P > QTD-PROD
           WRITE REG-MARGEMREL FROM LINHA-REL

           CLOSE PEDIDOS ITENS PRODUTOS MARGEMREL
           MOVE "margem.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           IF SW-PRODCOMP-OK = "S"
              CLOSE PRODCOMP
           END-IF

           DISPLAY "RELATORIO GERADO: margem.txt"
           DISPLAY "Pedidos apurados     : " CONT-PEDIDOS
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "ANO=" ANO-REL " MES=" MES-REL
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA56 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "margem.txt" DELIMITED BY SIZE
                  INTO ARQ-MARGEMREL
           MOVE SPACES TO ARQ-PRODCOMP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "prodcomp.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODCOMP.
       END PROGRAM PROGRAMA56.
