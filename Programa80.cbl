      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: SUGESTAO DE VENDA CRUZADA (PRODUTOS COMPRADOS JUNTOS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA80.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PR.

           SELECT PEDIDOS ASSIGN ARQ-PEDIDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS-PE.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-IT.

           SELECT SUGESTAO ASSIGN ARQ-SUGESTAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AFINIDADE ASSIGN ARQ-AFINIDADE
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-AF.

           SELECT JOBLOG   ASSIGN ARQ-JOBLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.

           SELECT EMPRESACTL ASSIGN "C:\Users\Jose Angel\Documents\co
      -    "bol\files\empresa.txt"
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-EMP.

           SELECT PARAMS   ASSIGN "C:\Users\Jose Angel\Documents\cobol\f
      -    "iles\parametros.txt"
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-PAR.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.

       01  REG-CLIENTES.
           05 Codigo-Cliente               PIC 9(007).
           05 CNPJ                         PIC 9(014).
           05 Razão-Social                 PIC X(040).
           05 Latitude-c                   PIC s9(003)v9(008).
           05 Longitude-c                  PIC s9(003)v9(008).
           05 Codigo-Vendedor-Fixo         PIC 9(003)   VALUE ZEROES.
           05 Zona-Cliente                 PIC X(003)   VALUE SPACES.
           05 Classificacao-Cliente        PIC X(001)   VALUE "P".
              88 CLIENTE-VIP                             VALUE "V".
              88 CLIENTE-PADRAO                          VALUE "S".
              88 CLIENTE-PROSPECTO                       VALUE "P".
           05 Situacao-Cliente             PIC X(001)   VALUE "A".
              88 CLIENTE-ATIVO                           VALUE "A".
              88 CLIENTE-INATIVO                         VALUE "I".
              88 CLIENTE-BLOQUEADO                       VALUE "B".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

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

       FD  PEDIDOS.

       01  REG-PEDIDOS.
           05 Numero-Pedido                PIC 9(007).
           05 Codigo-Cliente-p             PIC 9(007).
           05 Codigo-Vendedor-p            PIC 9(003).
           05 Data-Pedido                  PIC X(010).
           05 Valor-Pedido                 PIC 9(009)v9(002).
           05 Situacao-Pedido              PIC X(001)   VALUE "A".
              88 PEDIDO-ABERTO                           VALUE "A".
              88 PEDIDO-FATURADO                         VALUE "F".
              88 PEDIDO-PENDENTE                         VALUE "P".
              88 PEDIDO-RECUSADO                         VALUE "R".
              88 PEDIDO-EM-SEPARACAO                     VALUE "S".
              88 PEDIDO-EM-ENTREGA                       VALUE "T".
              88 PEDIDO-ENTREGUE                         VALUE "E".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Perc-Desconto-ped            PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Data-Situacao-ped            PIC X(010)   VALUE SPACES.
           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

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

       FD  AFINIDADE BLOCK 107 CHARACTERS.

       01  REG-AFINIDADE                   PIC X(132).

       FD  JOBLOG.

       01  REG-JOBLOG.
           05 Programa-j                   PIC X(010).
           05 FIL-J1                       PIC X          VALUE ";".
           05 Evento-j                     PIC X(006).
           05 FIL-J2                       PIC X          VALUE ";".
           05 Data-j                       PIC X(010).
           05 FIL-J3                       PIC X          VALUE ";".
           05 Hora-j                       PIC X(008).
           05 FIL-J4                       PIC X          VALUE ";".
           05 Lidos-j                      PIC 9(007).
           05 FIL-J5                       PIC X          VALUE ";".
           05 Gravados-j                   PIC 9(007).
           05 FIL-J6                       PIC X          VALUE ";".
           05 Avisos-j                     PIC 9(005).
           05 FIL-J7                       PIC X          VALUE ";".
           05 Status-j                     PIC X(010).

       FD  EMPRESACTL.

       01  REG-EMPRESACTL.
           05 Codigo-ec                    PIC 9(002).
           05 FIL-EC1                      PIC X.
           05 Nome-ec                      PIC X(040).
           05 FIL-EC2                      PIC X.
           05 Dir-Empresa-ec               PIC X(060).

       FD  PARAMS.

       01  REG-PARAMS.
           05 Dir-Dados-F                  PIC X(060).
           05 Dir-Historico-F              PIC X(060).
           05 Dir-Backup-F                 PIC X(060).
           05 Max-Dist-F                   PIC 9(010).
           05 Max-Dist-VIP-F               PIC 9(010).
           05 Prazo-Venc-F                 PIC 9(003).
           05 Meses-Inat-F                 PIC 9(003).
           05 Perc-Multa-F                 PIC 9(003)v9(002).
           05 Juros-Dia-F                  PIC 9(001)v9(004).
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


       WORKING-STORAGE SECTION.

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
                                            VALUE "PROGRAMA80".
           05 JOB-EVENTO                   PIC X(006)   VALUE SPACES.
           05 JOB-LIDOS                    PIC 9(007)   VALUE ZEROES.
           05 JOB-GRAVADOS                 PIC 9(007)   VALUE ZEROES.
           05 JOB-AVISOS                   PIC 9(005)   VALUE ZEROES.
           05 JOB-STATUS                   PIC X(010)   VALUE "OK".
           05 ARQ-JOBLOG                   PIC X(080)   VALUE SPACES.
           05 JOB-DT-AUX.
              10 JOB-AA                    PIC X(002)   VALUE SPACES.
              10 JOB-MM                    PIC X(002)   VALUE SPACES.
              10 JOB-DD                    PIC X(002)   VALUE SPACES.
           05 JOB-HR-AUX.
              10 JOB-HH                    PIC X(002)   VALUE SPACES.
              10 JOB-MI                    PIC X(002)   VALUE SPACES.
              10 JOB-SS                    PIC X(002)   VALUE SPACES.
              10 JOB-ML                    PIC X(002)   VALUE SPACES.

       01  AREA-EMPRESA.
           05 FILE-STATUS-EMP              PIC 99       VALUE ZEROES.
           05 LINHA-EMPRESA                PIC X(060)   VALUE SPACES.

       01  AREA-PARAMETROS.
           05 FILE-STATUS-PAR              PIC 99       VALUE ZEROES.
           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".
           05 Dir-Historico-Par            PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\history\".
           05 Dir-Backup-Par               PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\backup\".
           05 Max-Distancia-Par            PIC 9(010)   VALUE 500000.
           05 Max-Dist-VIP-Par             PIC 9(010)   VALUE 300000.
           05 Prazo-Venc-Par               PIC 9(003)   VALUE 30.
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-SUGESTAO                    PIC X(080)   VALUE SPACES.
           05 ARQ-AFINIDADE                   PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-ARQ                                VALUE "S".
              88 NO-FIN-ARQ                             VALUE "N".
           05 SW-FIM-AUX                   PIC X        VALUE "N".
              88 FIM-AUX                                VALUE "S".
              88 NO-FIM-AUX                             VALUE "N".

           05 FILE-STATUS-PR               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PE               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IT               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AF               PIC 99       VALUE ZEROES.
           05 IND-P                        PIC 9(004)   VALUE ZEROES.
           05 IND-Q                        PIC 9(004)   VALUE ZEROES.
           05 IND-C                        PIC 9(004)   VALUE ZEROES.
           05 IND-G                        PIC 9(004)   VALUE ZEROES.
           05 IND-K                        PIC 9(004)   VALUE ZEROES.
           05 IND-S                        PIC 9(004)   VALUE ZEROES.
           05 QTD-PROD                     PIC 9(004)   VALUE ZEROES.
           05 QTD-CLI                      PIC 9(004)   VALUE ZEROES.
           05 QTD-GRUPO                    PIC 9(004)   VALUE ZEROES.
           05 QTD-PROD-PED                 PIC 9(004)   VALUE ZEROES.
           05 QTD-COMPRADO                 PIC 9(004)   VALUE ZEROES.
           05 QTD-SUG                      PIC 9(004)   VALUE ZEROES.
           05 CONT-PEDIDOS                 PIC 9(007)   VALUE ZEROES.
           05 CONT-SUGESTOES               PIC 9(007)   VALUE ZEROES.
           05 CONT-CLI-SUG                 PIC 9(005)   VALUE ZEROES.
           05 CONT-PARES                   PIC 9(007)   VALUE ZEROES.
           05 PARES-CAND-W                 PIC 9(005)   VALUE ZEROES.
           05 GRUPO-CAND-W                 PIC 9(005)   VALUE ZEROES.
           05 CLASSIF-W                    PIC X(001)   VALUE SPACES.
           05 ZONA-W                       PIC X(003)   VALUE SPACES.

      ********** PARAMETROS DA SUGESTAO:                         *****
      *    SUGESTOES-POR-CLIENTE = QUANTOS PRODUTOS POR CLIENTE      *
      *    MINIMO-PEDIDOS-PAR    = VEZES QUE O PAR PRECISA APARECER  *
      *                            NO MESMO PEDIDO PARA SER LISTADO  *
      *                            NO AFINIDADES.CSV                 *
      *    AS TABELAS COMPORTAM 300 PRODUTOS ATIVOS, 3000 CLIENTES   *
      *    E 200 GRUPOS (CLASSIFICACAO + ZONA); O QUE EXCEDER FICA   *
      *    FORA DA ANALISE COM AVISO NO JOBLOG                       *
           05 PARAMETROS-SUGESTAO.
              10 SUGESTOES-POR-CLIENTE     PIC 9(001)   VALUE 5.
              10 MINIMO-PEDIDOS-PAR        PIC 9(005)   VALUE 3.
              10 MAX-PRODUTOS              PIC 9(004)   VALUE 300.
              10 MAX-CLIENTES              PIC 9(004)   VALUE 3000.
              10 MAX-GRUPOS                PIC 9(004)   VALUE 200.

      ********** PRODUTOS ATIVOS: POSICAO NA TABELA PELO CODIGO ******
           05 TABELA-IND-PRODUTO.
              10 Ind-Prod-T OCCURS 99999   PIC 9(003).
           05 TABELA-PRODUTOS.
              10 PRODUTO-OCC OCCURS 300 TIMES.
                 15 Codigo-Prod-T          PIC 9(005).
                 15 Descricao-Prod-T       PIC X(040).

      ********** CLIENTES: GRUPO (CLASSIFICACAO + ZONA) E MAPA DO ****
      *    QUE JA COMPRARAM ("S" NA POSICAO DO PRODUTO)              *
           05 TABELA-CLIENTES.
              10 CLIENTE-OCC OCCURS 3000 TIMES.
                 15 Codigo-Cli-T           PIC 9(007).
                 15 Grupo-Cli-T            PIC 9(003).
                 15 Compras-Cli-T          PIC X(300).

      ********** GRUPOS: QUANTOS CLIENTES COMPRARAM CADA PRODUTO *****
           05 TABELA-GRUPOS.
              10 GRUPO-OCC OCCURS 200 TIMES.
                 15 Classif-Grp-T          PIC X(001).
                 15 Zona-Grp-T             PIC X(003).
                 15 Compradores-Grp-T OCCURS 300 PIC 9(005).

      ********** PEDIDOS EM QUE CADA PAR DE PRODUTOS APARECE JUNTO ***
           05 TABELA-PARES.
              10 PAR-LINHA-OCC OCCURS 300 TIMES.
                 15 Pares-T OCCURS 300     PIC 9(005).

           05 TABELA-PROD-PEDIDO.
              10 Prod-Ped-T OCCURS 300     PIC 9(003).
           05 TABELA-COMPRADO.
              10 Comprado-T OCCURS 300     PIC 9(003).

      ********** MELHORES CANDIDATOS DO CLIENTE EM ORDEM: MAIS *******
      *    CLIENTES DO GRUPO COMPRANDO, DEPOIS MAIOR AFINIDADE       *
           05 TABELA-SUGESTAO.
              10 SUGESTAO-OCC OCCURS 6 TIMES.
                 15 Prod-Sug-T             PIC 9(003).
                 15 Grupo-Sug-T            PIC 9(005).
                 15 Pares-Sug-T            PIC 9(005).

           05 LINHA-AFIN                   PIC X(132)   VALUE SPACES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
              10 DATE-AUXILIAR.
                 15 AA-AUX                 PIC X(002)  VALUE SPACES.
                 15 MM-AUX                 PIC X(002)  VALUE SPACES.
                 15 DD-AUX                 PIC X(002)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF JOB-STATUS = "OK"
              PERFORM APURAR-PEDIDOS
              PERFORM CONTAR-COMPRADORES-GRUPO
                 VARYING IND-C FROM 1 BY 1 UNTIL IND-C > QTD-CLI
              PERFORM GERAR-SUGESTOES
              PERFORM GERAR-AFINIDADES
           END-IF
           PERFORM FIN.

       INICIO.
      ********** VENDA CRUZADA: PARES DE PRODUTOS QUE SAEM NO MESMO **
      *    PEDIDO E PRODUTOS QUE OS CLIENTES DO MESMO GRUPO          *
      *    (CLASSIFICACAO + ZONA) COMPRAM. SUGESTOES.CSV ALIMENTA A  *
      *    FICHA DE CARTEIRA (PROGRAMA28) E O KIT DE CAMPO           *
      *    (PROGRAMA50)                                              *
           DISPLAY "SUGESTAO DE VENDA CRUZADA"
           ACCEPT DATE-AUXILIAR FROM DATE
           INITIALIZE TABELA-IND-PRODUTO TABELA-PRODUTOS
                      TABELA-CLIENTES TABELA-GRUPOS TABELA-PARES
           OPEN INPUT PRODUTOS
           IF FILE-STATUS-PR NOT = 00
              DISPLAY "produtos.dat AUSENTE OU DANIFICADO"
              DISPLAY "STATUS: " FILE-STATUS-PR
              MOVE "SEM PRODUT" TO JOB-STATUS
           ELSE
              SET NO-FIN-ARQ TO TRUE
              MOVE ZEROES TO Codigo-Produto
              START PRODUTOS KEY IS NOT LESS THAN Codigo-Produto
                 INVALID KEY SET FIN-ARQ TO TRUE
              END-START
              PERFORM CARREGAR-UM-PRODUTO UNTIL FIN-ARQ
              CLOSE PRODUTOS
           END-IF
           IF JOB-STATUS = "OK"
              OPEN INPUT CLIENTES
              IF FILE-STATUS NOT = 00
                 DISPLAY "clientes.dat AUSENTE OU DANIFICADO"
                 DISPLAY "STATUS: " FILE-STATUS
                 MOVE "SEM CLIENT" TO JOB-STATUS
              ELSE
                 SET NO-FIN-ARQ TO TRUE
                 MOVE ZEROES TO Codigo-Cliente
                 START CLIENTES KEY IS NOT LESS THAN Codigo-Cliente
                    INVALID KEY SET FIN-ARQ TO TRUE
                 END-START
                 PERFORM CARREGAR-UM-CLIENTE UNTIL FIN-ARQ
                 CLOSE CLIENTES
              END-IF
           END-IF.

       CARREGAR-UM-PRODUTO.
           READ PRODUTOS NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ AND PRODUTO-E-ATIVO
              AND Codigo-Produto > ZEROES
              IF QTD-PROD < MAX-PRODUTOS
                 ADD 1 TO QTD-PROD
                 MOVE QTD-PROD          TO Ind-Prod-T(Codigo-Produto)
                 MOVE Codigo-Produto    TO Codigo-Prod-T(QTD-PROD)
                 MOVE Descricao-Produto TO Descricao-Prod-T(QTD-PROD)
              ELSE
                 DISPLAY "AVISO: PRODUTO " Codigo-Produto
                         " FORA DA ANALISE (TABELA CHEIA)"
                 ADD 1 TO JOB-AVISOS
              END-IF
           END-IF.

       CARREGAR-UM-CLIENTE.
      ********** INATIVOS E BLOQUEADOS NAO RECEBEM SUGESTAO NEM ******
      *    CONTAM PARA O GRUPO                                       *
           READ CLIENTES NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ AND CLIENTE-ATIVO
              IF QTD-CLI < MAX-CLIENTES
                 MOVE Classificacao-Cliente TO CLASSIF-W
                 MOVE Zona-Cliente          TO ZONA-W
                 PERFORM BUSCAR-GRUPO
                 ADD 1 TO QTD-CLI
                 MOVE Codigo-Cliente TO Codigo-Cli-T(QTD-CLI)
                 MOVE IND-G          TO Grupo-Cli-T(QTD-CLI)
              ELSE
                 DISPLAY "AVISO: CLIENTE " Codigo-Cliente
                         " FORA DA ANALISE (TABELA CHEIA)"
                 ADD 1 TO JOB-AVISOS
              END-IF
           END-IF.

       BUSCAR-GRUPO.
           MOVE ZEROES TO IND-G
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > QTD-GRUPO
              IF Classif-Grp-T(IND-K) = CLASSIF-W
                 AND Zona-Grp-T(IND-K) = ZONA-W
                 MOVE IND-K     TO IND-G
                 MOVE QTD-GRUPO TO IND-K
              END-IF
           END-PERFORM
           IF IND-G = ZEROES
              IF QTD-GRUPO < MAX-GRUPOS
                 ADD 1 TO QTD-GRUPO
                 MOVE QTD-GRUPO TO IND-G
                 MOVE CLASSIF-W TO Classif-Grp-T(IND-G)
                 MOVE ZONA-W    TO Zona-Grp-T(IND-G)
              ELSE
                 DISPLAY "AVISO: GRUPO " CLASSIF-W "/" ZONA-W
                         " FORA DA ANALISE (TABELA CHEIA)"
                 ADD 1 TO JOB-AVISOS
              END-IF
           END-IF.

       APURAR-PEDIDOS.
      ********** TODO O HISTORICO DE PEDIDOS, MENOS RECUSADOS; ITENS *
      *    DE BONIFICACAO NAO CONTAM COMO COMPRA                     *
           OPEN INPUT PEDIDOS
                      ITENS
           IF FILE-STATUS-PE NOT = 00 OR FILE-STATUS-IT NOT = 00
              DISPLAY "pedidos.dat/itens.dat AUSENTES OU DANIFICADOS"
              DISPLAY "STATUS: " FILE-STATUS-PE " " FILE-STATUS-IT
              MOVE "SEM PEDIDO" TO JOB-STATUS
           ELSE
              SET NO-FIN-ARQ TO TRUE
              MOVE ZEROES TO Numero-Pedido
              START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido
                 INVALID KEY SET FIN-ARQ TO TRUE
              END-START
              PERFORM APURAR-UM-PEDIDO UNTIL FIN-ARQ
              CLOSE PEDIDOS ITENS
           END-IF.

       APURAR-UM-PEDIDO.
           READ PEDIDOS NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ AND NOT PEDIDO-RECUSADO
              ADD 1 TO CONT-PEDIDOS
              MOVE ZEROES TO QTD-PROD-PED
              MOVE Numero-Pedido TO Numero-Pedido-it
              MOVE ZEROES        TO Sequencia-it
              SET NO-FIM-AUX     TO TRUE
              START ITENS KEY IS NOT LESS THAN Chave-Item
                 INVALID KEY SET FIM-AUX TO TRUE
              END-START
              PERFORM APURAR-UM-ITEM UNTIL FIM-AUX
              PERFORM SOMAR-PARES-PEDIDO
                 VARYING IND-P FROM 1 BY 1 UNTIL IND-P > QTD-PROD-PED
              PERFORM MARCAR-COMPRAS-CLIENTE
           END-IF.

       APURAR-UM-ITEM.
      ********** PRODUTOS DISTINTOS DO PEDIDO EM PROD-PED-T **********
           READ ITENS NEXT RECORD
              AT END SET FIM-AUX TO TRUE
           END-READ
           IF NOT FIM-AUX
              IF Numero-Pedido-it = Numero-Pedido
                 IF NOT ITEM-BONIFICACAO
                    AND Codigo-Produto-it > ZEROES
                    AND Ind-Prod-T(Codigo-Produto-it) > ZEROES
                    MOVE ZEROES TO IND-S
                    PERFORM VARYING IND-K FROM 1 BY 1
                       UNTIL IND-K > QTD-PROD-PED
                       IF Prod-Ped-T(IND-K) =
                          Ind-Prod-T(Codigo-Produto-it)
                          MOVE IND-K        TO IND-S
                          MOVE QTD-PROD-PED TO IND-K
                       END-IF
                    END-PERFORM
                    IF IND-S = ZEROES AND QTD-PROD-PED < MAX-PRODUTOS
                       ADD 1 TO QTD-PROD-PED
                       MOVE Ind-Prod-T(Codigo-Produto-it)
                         TO Prod-Ped-T(QTD-PROD-PED)
                    END-IF
                 END-IF
              ELSE
                 SET FIM-AUX TO TRUE
              END-IF
           END-IF.

       SOMAR-PARES-PEDIDO.
           MOVE Prod-Ped-T(IND-P) TO IND-S
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > QTD-PROD-PED
              IF IND-K NOT = IND-P
                 MOVE Prod-Ped-T(IND-K) TO IND-Q
                 IF Pares-T(IND-S, IND-Q) < 99999
                    ADD 1 TO Pares-T(IND-S, IND-Q)
                 END-IF
              END-IF
           END-PERFORM.

       MARCAR-COMPRAS-CLIENTE.
           MOVE ZEROES TO IND-C
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > QTD-CLI
              IF Codigo-Cli-T(IND-K) = Codigo-Cliente-p
                 MOVE IND-K   TO IND-C
                 MOVE QTD-CLI TO IND-K
              END-IF
           END-PERFORM
           IF IND-C > ZEROES
              PERFORM VARYING IND-K FROM 1 BY 1
                 UNTIL IND-K > QTD-PROD-PED
                 MOVE "S" TO
                      Compras-Cli-T(IND-C)(Prod-Ped-T(IND-K):1)
              END-PERFORM
           END-IF.

       CONTAR-COMPRADORES-GRUPO.
           MOVE Grupo-Cli-T(IND-C) TO IND-G
           IF IND-G > ZEROES
              PERFORM VARYING IND-P FROM 1 BY 1 UNTIL IND-P > QTD-PROD
                 IF Compras-Cli-T(IND-C)(IND-P:1) = "S"
                    ADD 1 TO Compradores-Grp-T(IND-G, IND-P)
                 END-IF
              END-PERFORM
           END-IF.

       GERAR-SUGESTOES.
           OPEN OUTPUT SUGESTAO
           PERFORM SUGERIR-CLIENTE
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > QTD-CLI
           CLOSE SUGESTAO.

       SUGERIR-CLIENTE.
      ********** CANDIDATO = PRODUTO QUE O CLIENTE NUNCA COMPROU E ***
      *    QUE OUTROS CLIENTES DO GRUPO COMPRAM OU QUE SAI JUNTO COM *
      *    ALGO QUE ELE JA COMPRA (AFINIDADE = MAIOR NUMERO DE       *
      *    PEDIDOS DO PAR COM UM PRODUTO DO CLIENTE)                 *
           MOVE Grupo-Cli-T(IND-C) TO IND-G
           MOVE ZEROES TO QTD-COMPRADO QTD-SUG
           INITIALIZE TABELA-SUGESTAO
           PERFORM VARYING IND-P FROM 1 BY 1 UNTIL IND-P > QTD-PROD
              IF Compras-Cli-T(IND-C)(IND-P:1) = "S"
                 ADD 1 TO QTD-COMPRADO
                 MOVE IND-P TO Comprado-T(QTD-COMPRADO)
              END-IF
           END-PERFORM
           PERFORM AVALIAR-CANDIDATO
              VARYING IND-P FROM 1 BY 1 UNTIL IND-P > QTD-PROD
           IF QTD-SUG > ZEROES
              ADD 1 TO CONT-CLI-SUG
              PERFORM GRAVAR-SUGESTAO
                 VARYING IND-S FROM 1 BY 1 UNTIL IND-S > QTD-SUG
           END-IF.

       AVALIAR-CANDIDATO.
           IF Compras-Cli-T(IND-C)(IND-P:1) NOT = "S"
              MOVE ZEROES TO GRUPO-CAND-W PARES-CAND-W
              IF IND-G > ZEROES
                 MOVE Compradores-Grp-T(IND-G, IND-P) TO GRUPO-CAND-W
              END-IF
              PERFORM VARYING IND-K FROM 1 BY 1
                 UNTIL IND-K > QTD-COMPRADO
                 MOVE Comprado-T(IND-K) TO IND-Q
                 IF Pares-T(IND-P, IND-Q) > PARES-CAND-W
                    MOVE Pares-T(IND-P, IND-Q) TO PARES-CAND-W
                 END-IF
              END-PERFORM
              IF GRUPO-CAND-W > ZEROES OR PARES-CAND-W > ZEROES
                 PERFORM INSERIR-CANDIDATO
              END-IF
           END-IF.

       INSERIR-CANDIDATO.
      ********** INSERCAO ORDENADA NAS SUGESTOES-POR-CLIENTE *********
      *    POSICOES; A SEXTA E SO AREA DE DESLOCAMENTO               *
           MOVE QTD-SUG TO IND-K
           SET NO-FIM-AUX TO TRUE
           PERFORM UNTIL IND-K = ZEROES OR FIM-AUX
              IF Grupo-Sug-T(IND-K) > GRUPO-CAND-W
                 OR (Grupo-Sug-T(IND-K) = GRUPO-CAND-W
                     AND Pares-Sug-T(IND-K) >= PARES-CAND-W)
                 SET FIM-AUX TO TRUE
              ELSE
                 MOVE SUGESTAO-OCC(IND-K) TO SUGESTAO-OCC(IND-K + 1)
                 SUBTRACT 1 FROM IND-K
              END-IF
           END-PERFORM
           ADD 1 TO IND-K
           IF IND-K <= SUGESTOES-POR-CLIENTE
              MOVE IND-P        TO Prod-Sug-T(IND-K)
              MOVE GRUPO-CAND-W TO Grupo-Sug-T(IND-K)
              MOVE PARES-CAND-W TO Pares-Sug-T(IND-K)
              IF QTD-SUG < SUGESTOES-POR-CLIENTE
                 ADD 1 TO QTD-SUG
              END-IF
           END-IF.

       GRAVAR-SUGESTAO.
           MOVE Prod-Sug-T(IND-S)          TO IND-P
           MOVE Codigo-Cli-T(IND-C)        TO Codigo-Cliente-sg
           MOVE IND-S                      TO Ordem-sg
           MOVE Codigo-Prod-T(IND-P)       TO Codigo-Produto-sg
           MOVE Descricao-Prod-T(IND-P)    TO Descricao-Produto-sg
           MOVE Grupo-Sug-T(IND-S)         TO Clientes-Grupo-sg
           MOVE Pares-Sug-T(IND-S)         TO Afinidade-sg
           MOVE ";" TO FIL-SG1 FIL-SG2 FIL-SG3 FIL-SG4 FIL-SG5
           WRITE REG-SUGESTAO
           ADD 1 TO CONT-SUGESTOES.

       GERAR-AFINIDADES.
      ********** PARES QUE SAIRAM JUNTOS EM PELO MENOS *************
      *    MINIMO-PEDIDOS-PAR PEDIDOS (CADA PAR UMA VEZ)             *
           OPEN OUTPUT AFINIDADE
           MOVE "PRODUTO A;DESCRICAO A;PRODUTO B;DESCRICAO B;PEDIDOS"
                TO REG-AFINIDADE
           WRITE REG-AFINIDADE
           PERFORM VARYING IND-P FROM 1 BY 1 UNTIL IND-P > QTD-PROD
              PERFORM VARYING IND-Q FROM IND-P BY 1
                 UNTIL IND-Q > QTD-PROD
                 IF IND-Q NOT = IND-P
                    AND Pares-T(IND-P, IND-Q) >= MINIMO-PEDIDOS-PAR
                    ADD 1 TO CONT-PARES
                    MOVE SPACES TO LINHA-AFIN
                    STRING Codigo-Prod-T(IND-P) ";"
                           FUNCTION TRIM(Descricao-Prod-T(IND-P)) ";"
                           Codigo-Prod-T(IND-Q) ";"
                           FUNCTION TRIM(Descricao-Prod-T(IND-Q)) ";"
                           Pares-T(IND-P, IND-Q)
                       DELIMITED BY SIZE INTO LINHA-AFIN
                    WRITE REG-AFINIDADE FROM LINHA-AFIN
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE AFINIDADE.

       FIN.
           IF JOB-STATUS = "OK"
              DISPLAY "SUGESTOES GERADAS: sugestoes.csv"
              DISPLAY "PARES DE PRODUTOS: afinidades.csv"
              DISPLAY "Pedidos analisados    : " CONT-PEDIDOS
              DISPLAY "Clientes com sugestao : " CONT-CLI-SUG
              DISPLAY "Sugestoes gravadas    : " CONT-SUGESTOES
              DISPLAY "Pares listados        : " CONT-PARES
           END-IF

           MOVE CONT-PEDIDOS   TO JOB-LIDOS
           MOVE CONT-SUGESTOES TO JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           STOP RUN.

       GRAVAR-JOBLOG.
      ********** REGISTRA INICIO/FIM DA EXECUCAO NO JOBLOG.CSV *******
      *    COMUM A TODOS OS LOTES, PARA A CONFERENCIA DA MANHA       *
      *    (OPCAO 39 DO MENU)                                        *
           MOVE SPACES TO ARQ-JOBLOG
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "joblog.csv" DELIMITED BY SIZE INTO ARQ-JOBLOG
           OPEN EXTEND JOBLOG
           IF FILE-STATUS-JOB NOT = 00
              OPEN OUTPUT JOBLOG
           END-IF
           IF FILE-STATUS-JOB = 00
              ACCEPT JOB-DT-AUX FROM DATE
              ACCEPT JOB-HR-AUX FROM TIME
              MOVE JOB-NOME     TO Programa-j
              MOVE JOB-EVENTO   TO Evento-j
              MOVE SPACES       TO Data-j
              STRING JOB-DD "-" JOB-MM "-20" JOB-AA
                 DELIMITED BY SIZE INTO Data-j
              MOVE SPACES       TO Hora-j
              STRING JOB-HH ":" JOB-MI ":" JOB-SS
                 DELIMITED BY SIZE INTO Hora-j
              MOVE JOB-LIDOS    TO Lidos-j
              MOVE JOB-GRAVADOS TO Gravados-j
              MOVE JOB-AVISOS   TO Avisos-j
              MOVE JOB-STATUS   TO Status-j
              MOVE ";" TO FIL-J1 FIL-J2 FIL-J3 FIL-J4 FIL-J5
                          FIL-J6 FIL-J7
              WRITE REG-JOBLOG
              CLOSE JOBLOG
           END-IF.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
      *    RELATORIOS IMPRIMEM O SEU CODIGO E NOME. SEM O ARQUIVO,   *
      *    VALE O COMPORTAMENTO DE EMPRESA UNICA                     *
           MOVE SPACES TO LINHA-EMPRESA
           OPEN INPUT EMPRESACTL
           IF FILE-STATUS-EMP = 00
              READ EMPRESACTL
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Empresa-ec NOT = SPACES
                       MOVE Dir-Empresa-ec TO Dir-Dados-Par
                       MOVE SPACES TO Dir-Historico-Par
                       STRING FUNCTION TRIM(Dir-Empresa-ec)
                              DELIMITED BY SIZE
                              "history\" DELIMITED BY SIZE
                              INTO Dir-Historico-Par
                       MOVE SPACES TO Dir-Backup-Par
                       STRING FUNCTION TRIM(Dir-Empresa-ec)
                              DELIMITED BY SIZE
                              "backup\" DELIMITED BY SIZE
                              INTO Dir-Backup-Par
                    END-IF
                    MOVE SPACES TO LINHA-EMPRESA
                    STRING "EMPRESA: " Codigo-ec " - "
                           FUNCTION TRIM(Nome-ec)
                       DELIMITED BY SIZE INTO LINHA-EMPRESA
              END-READ
              CLOSE EMPRESACTL
           END-IF.

       CARREGAR-PARAMETROS.
      ********** LE O ARQUIVO CENTRAL DE PARAMETROS (PARAMETROS.TXT, *
      *    MANTIDO PELO PGM00013) E MONTA OS CAMINHOS DOS ARQUIVOS   *
      *    DE DADOS; SEM ELE VALEM OS PADROES HISTORICOS. SO O       *
      *    PROPRIO PARAMETROS.TXT FICA EM CAMINHO FIXO               *
           OPEN INPUT PARAMS
           IF FILE-STATUS-PAR = 00
              READ PARAMS
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Dados-F NOT = SPACES
                       MOVE Dir-Dados-F TO Dir-Dados-Par
                    END-IF
                    IF Dir-Historico-F NOT = SPACES
                       MOVE Dir-Historico-F TO Dir-Historico-Par
                    END-IF
                    IF Dir-Backup-F NOT = SPACES
                       MOVE Dir-Backup-F TO Dir-Backup-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-PEDIDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedidos.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDIDOS
           MOVE SPACES TO ARQ-ITENS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itens.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENS
           MOVE SPACES TO ARQ-SUGESTAO
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "sugestoes.csv" DELIMITED BY SIZE
                  INTO ARQ-SUGESTAO
           MOVE SPACES TO ARQ-AFINIDADE
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "afinidades.csv" DELIMITED BY SIZE
                  INTO ARQ-AFINIDADE.
       END PROGRAM PROGRAMA80.
