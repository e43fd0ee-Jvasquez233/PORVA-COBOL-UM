      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: BACKORDER POR CLIENTE E POR PRODUTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA65.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PEDIDOS ASSIGN ARQ-PEDIDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT SALDOS ASSIGN ARQ-SALDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto-sd
           FILE STATUS IS FILE-STATUS-EST.

           SELECT BORBRUTO ASSIGN ARQ-BORBRUTO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT BORCLI ASSIGN ARQ-BORCLI
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT BORPRO ASSIGN ARQ-BORPRO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT WORKREC ASSIGN ARQ-WORKREC
           ORGANISATION IS SEQUENTIAL.

           SELECT BORREL ASSIGN ARQ-BORREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

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
              88 PEDIDO-BACKORDER                        VALUE "B".
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
           05 Situacao-Cliente             PIC X(001)   VALUE "A".
           05 Operador-Inclusao-c          PIC X(010)   VALUE SPACES.
           05 Data-Inclusao-c              PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao-c              PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao-c         PIC X(010)   VALUE SPACES.
           05 Data-Alteracao-c             PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao-c             PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  PRODUTOS.

       01  REG-PRODUTOS.
           05 Codigo-Produto               PIC 9(005).
           05 Descricao-Produto            PIC X(040).
           05 Unidade-Produto              PIC X(003).
           05 Preco-Lista                  PIC 9(007)v9(002).
           05 Produto-Ativo                PIC X(001)   VALUE "S".
           05 Operador-Inclusao-pr         PIC X(010)   VALUE SPACES.
           05 Data-Inclusao-pr             PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao-pr             PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao-pr        PIC X(010)   VALUE SPACES.
           05 Data-Alteracao-pr            PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao-pr            PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  SALDOS.

       01  REG-SALDOS.
           05 Codigo-Produto-sd            PIC 9(005).
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  BORBRUTO.

       01  REG-BORBRUTO.
           05 Codigo-Cliente-bb            PIC 9(007).
           05 Codigo-Produto-bb            PIC 9(005).
           05 Numero-Pedido-bb             PIC 9(007).
           05 Sequencia-bb                 PIC 9(003).
           05 Vendedor-bb                  PIC 9(003).
           05 Data-Pedido-bb               PIC X(010).
           05 Qtd-Pendente-bb              PIC 9(007)v9(002).
           05 Valor-Pendente-bb            PIC 9(009)v9(002).

       FD  BORCLI.

       01  REG-BORCLI.
           05 Codigo-Cliente-bc            PIC 9(007).
           05 Codigo-Produto-bc            PIC 9(005).
           05 Numero-Pedido-bc             PIC 9(007).
           05 Sequencia-bc                 PIC 9(003).
           05 Vendedor-bc                  PIC 9(003).
           05 Data-Pedido-bc               PIC X(010).
           05 Qtd-Pendente-bc              PIC 9(007)v9(002).
           05 Valor-Pendente-bc            PIC 9(009)v9(002).

       FD  BORPRO.

       01  REG-BORPRO.
           05 Codigo-Cliente-bp            PIC 9(007).
           05 Codigo-Produto-bp            PIC 9(005).
           05 Numero-Pedido-bp             PIC 9(007).
           05 Sequencia-bp                 PIC 9(003).
           05 Vendedor-bp                  PIC 9(003).
           05 Data-Pedido-bp               PIC X(010).
           05 Qtd-Pendente-bp              PIC 9(007)v9(002).
           05 Valor-Pendente-bp            PIC 9(009)v9(002).

       SD  WORKREC.

       01  WORK-REC.
           05 Codigo-Cliente-wr            PIC 9(007).
           05 Codigo-Produto-wr            PIC 9(005).
           05 Numero-Pedido-wr             PIC 9(007).
           05 Sequencia-wr                 PIC 9(003).
           05 Vendedor-wr                  PIC 9(003).
           05 Data-Pedido-wr               PIC X(010).
           05 Qtd-Pendente-wr              PIC 9(007)v9(002).
           05 Valor-Pendente-wr            PIC 9(009)v9(002).

       FD  BORREL.

       01  REG-BORREL                      PIC X(132).

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
                                            VALUE "PROGRAMA65".
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


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-BORBRUTO                    PIC X(080)   VALUE SPACES.
           05 ARQ-BORCLI                      PIC X(080)   VALUE SPACES.
           05 ARQ-BORPRO                      PIC X(080)   VALUE SPACES.
           05 ARQ-WORKREC                     PIC X(080)   VALUE SPACES.
           05 ARQ-BORREL                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-PEDIDOS                            VALUE "S".
              88 NO-FIN-PEDIDOS                         VALUE "N".
           05 SW-FIM-ITENS                 PIC X        VALUE "N".
              88 FIM-ITENS                              VALUE "S".
              88 NO-FIM-ITENS                           VALUE "N".
           05 SW-FIM-LISTA                 PIC X        VALUE "N".
              88 FIM-LISTA                              VALUE "S".
              88 NO-FIM-LISTA                           VALUE "N".

           05 FILE-STATUS-AUX              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EST              PIC 99       VALUE ZEROES.
           05 SW-PEDIDOS-OK                PIC X        VALUE "N".
           05 SW-ITENS-OK                  PIC X        VALUE "N".
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 SW-SALDOS-OK                 PIC X        VALUE "N".
           05 QTD-PENDENTE-W               PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 DISPONIVEL-W                 PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 CLIENTE-ANT                  PIC 9(007)   VALUE ZEROES.
           05 PRODUTO-ANT                  PIC 9(005)   VALUE ZEROES.
           05 SUB-QTD-W                    PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 SUB-VALOR-W                  PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-VALOR-W                PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 CONT-PEDIDOS                 PIC 9(005)   VALUE ZEROES.
           05 CONT-LINHAS                  PIC 9(005)   VALUE ZEROES.
           05 CONT-CLIENTES                PIC 9(005)   VALUE ZEROES.
           05 CONT-PRODUTOS                PIC 9(005)   VALUE ZEROES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 NOME-W                       PIC X(030)   VALUE SPACES.
           05 DESCRICAO-W                  PIC X(030)   VALUE SPACES.
           05 WRK-QTD                      PIC ZZZ.ZZ9,99.
           05 WRK-QTD-TOT                  PIC Z.ZZZ.ZZ9,99.
           05 WRK-DISPON                   PIC Z.ZZZ.ZZ9,99-.
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-VALOR-TOT                PIC Z.ZZZ.ZZZ.ZZ9,99.

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
           PERFORM PROCESO UNTIL FIN-PEDIDOS
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           DISPLAY "BACKORDER POR CLIENTE E POR PRODUTO"

      ********** PRIMEIRA PASSAGEM: AS LINHAS AINDA NAO FATURADAS ****
      *    DOS PEDIDOS EM BACKORDER (SITUACAO B, GRAVADA PELO        *
      *    FATURAMENTO PARCIAL DO PROGRAMA10) VAO PARA UM ARQUIVO    *
      *    DE TRABALHO, DEPOIS ORDENADO DUAS VEZES                   *
           OPEN INPUT PEDIDOS
           IF FILE-STATUS NOT = 00
              DISPLAY "pedidos.dat AUSENTE; NADA A LISTAR"
              MOVE "SEM DADOS" TO JOB-STATUS
              SET FIN-PEDIDOS TO TRUE
           ELSE
              MOVE "S" TO SW-PEDIDOS-OK
              OPEN INPUT ITENS
              IF FILE-STATUS-AUX = 00
                 MOVE "S" TO SW-ITENS-OK
              ELSE
                 MOVE "N" TO SW-ITENS-OK
                 DISPLAY "itens.dat AUSENTE; NADA A LISTAR"
                 MOVE "SEM DADOS" TO JOB-STATUS
              END-IF
              OPEN OUTPUT BORBRUTO
              SET NO-FIN-PEDIDOS TO TRUE
              MOVE ZEROES     TO Numero-Pedido
              START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido
                 INVALID KEY SET FIN-PEDIDOS TO TRUE
              END-START
              PERFORM LEER-PEDIDOS
           END-IF.

       PROCESO.
           ADD 1 TO JOB-LIDOS
           IF PEDIDO-BACKORDER AND SW-ITENS-OK = "S"
              ADD 1 TO CONT-PEDIDOS
              MOVE Numero-Pedido TO Numero-Pedido-it
              MOVE ZEROES        TO Sequencia-it
              SET NO-FIM-ITENS   TO TRUE
              START ITENS KEY IS NOT LESS THAN Chave-Item
                 INVALID KEY SET FIM-ITENS TO TRUE
              END-START
              PERFORM SEPARAR-UM-ITEM UNTIL FIM-ITENS
           END-IF
           PERFORM LEER-PEDIDOS.

       LEER-PEDIDOS.
           READ PEDIDOS NEXT RECORD
                AT END
                SET FIN-PEDIDOS TO TRUE
           END-READ.

       SEPARAR-UM-ITEM.
           READ ITENS NEXT RECORD
              AT END SET FIM-ITENS TO TRUE
           END-READ
           IF NOT FIM-ITENS
              IF Numero-Pedido-it NOT = Numero-Pedido
                 SET FIM-ITENS TO TRUE
              ELSE
                 IF Quantidade-it > Quantidade-Faturada-it
                    COMPUTE QTD-PENDENTE-W =
                       Quantidade-it - Quantidade-Faturada-it
                    MOVE Codigo-Cliente-p  TO Codigo-Cliente-bb
                    MOVE Codigo-Produto-it TO Codigo-Produto-bb
                    MOVE Numero-Pedido     TO Numero-Pedido-bb
                    MOVE Sequencia-it      TO Sequencia-bb
                    MOVE Codigo-Vendedor-p TO Vendedor-bb
                    MOVE Data-Pedido       TO Data-Pedido-bb
                    MOVE QTD-PENDENTE-W    TO Qtd-Pendente-bb
                    COMPUTE Valor-Pendente-bb ROUNDED =
                       QTD-PENDENTE-W * Preco-Unitario-it
                    WRITE REG-BORBRUTO
                    ADD 1 TO CONT-LINHAS
                 END-IF
              END-IF
           END-IF.

       FIN.
           IF SW-PEDIDOS-OK = "S"
              CLOSE BORBRUTO
              MOVE "borbruto.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-ITENS-OK = "S"
                 CLOSE ITENS
              END-IF
              CLOSE PEDIDOS

      ********** DUAS ORDENACOES DO MESMO ARQUIVO DE TRABALHO: POR ***
      *    CLIENTE (COBRANCA/COMERCIAL) E POR PRODUTO (COMPRAS)      *
              SORT WORKREC ON ASCENDING KEY Codigo-Cliente-wr
                           ASCENDING KEY Numero-Pedido-wr
                           ASCENDING KEY Sequencia-wr
              USING BORBRUTO GIVING BORCLI
              SORT WORKREC ON ASCENDING KEY Codigo-Produto-wr
                           ASCENDING KEY Data-Pedido-wr
                           ASCENDING KEY Numero-Pedido-wr
              USING BORBRUTO GIVING BORPRO

              PERFORM ABRIR-CADASTROS
              OPEN OUTPUT BORREL
              PERFORM CABECALHO-RELATORIO
              PERFORM LISTAR-POR-CLIENTE
              PERFORM LISTAR-POR-PRODUTO
              PERFORM RODAPE-RELATORIO
              CLOSE BORREL
              MOVE "backorder.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              PERFORM FECHAR-CADASTROS

              DISPLAY "RELATORIO GERADO: backorder.txt"
              DISPLAY "Pedidos em backorder : " CONT-PEDIDOS
              DISPLAY "Linhas pendentes     : " CONT-LINHAS
           END-IF

           MOVE CONT-LINHAS TO JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           STOP RUN.

       ABRIR-CADASTROS.
      ********** CADASTROS SO PARA NOMES E SALDO: SAO OPCIONAIS ******
           OPEN INPUT CLIENTES
           IF FILE-STATUS-CLI = 00
              MOVE "S" TO SW-CLIENTES-OK
           ELSE
              MOVE "N" TO SW-CLIENTES-OK
           END-IF
           OPEN INPUT PRODUTOS
           IF FILE-STATUS-PRO = 00
              MOVE "S" TO SW-PRODUTOS-OK
           ELSE
              MOVE "N" TO SW-PRODUTOS-OK
           END-IF
           OPEN INPUT SALDOS
           IF FILE-STATUS-EST = 00
              MOVE "S" TO SW-SALDOS-OK
           ELSE
              MOVE "N" TO SW-SALDOS-OK
           END-IF.

       FECHAR-CADASTROS.
           IF SW-CLIENTES-OK = "S"
              CLOSE CLIENTES
           END-IF
           IF SW-PRODUTOS-OK = "S"
              CLOSE PRODUTOS
           END-IF
           IF SW-SALDOS-OK = "S"
              CLOSE SALDOS
           END-IF.

       CABECALHO-RELATORIO.
           MOVE "BACKORDER - ITENS DE PEDIDO AINDA NAO FATURADOS"
                TO LINHA-REL
           WRITE REG-BORREL FROM LINHA-REL
           WRITE REG-BORREL FROM LINHA-EMPRESA
           MOVE SPACES TO LINHA-REL
           STRING "POSICAO EM " DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-BORREL FROM LINHA-REL.

       LISTAR-POR-CLIENTE.
           MOVE SPACES TO LINHA-REL
           WRITE REG-BORREL FROM LINHA-REL
           MOVE "1. POR CLIENTE" TO LINHA-REL
           WRITE REG-BORREL FROM LINHA-REL
           MOVE SPACES      TO LINHA-REL
           MOVE "PEDIDO"    TO LINHA-REL(5:)
           MOVE "DATA"      TO LINHA-REL(14:)
           MOVE "VEND"      TO LINHA-REL(26:)
           MOVE "PRODUTO"   TO LINHA-REL(31:)
           MOVE "DESCRICAO" TO LINHA-REL(39:)
           MOVE "PENDENTE"  TO LINHA-REL(72:)
           MOVE "VALOR"     TO LINHA-REL(91:)
           WRITE REG-BORREL FROM LINHA-REL
           MOVE ZEROES TO CLIENTE-ANT
           MOVE ZEROES TO SUB-VALOR-W
           OPEN INPUT BORCLI
           SET NO-FIM-LISTA TO TRUE
           PERFORM LISTAR-LINHA-CLIENTE UNTIL FIM-LISTA
           IF CLIENTE-ANT > ZEROES
              PERFORM TOTALIZAR-CLIENTE
           END-IF
           CLOSE BORCLI.

       LISTAR-LINHA-CLIENTE.
           READ BORCLI
              AT END SET FIM-LISTA TO TRUE
           END-READ
           IF NOT FIM-LISTA
              IF Codigo-Cliente-bc NOT = CLIENTE-ANT
                 IF CLIENTE-ANT > ZEROES
                    PERFORM TOTALIZAR-CLIENTE
                 END-IF
                 MOVE Codigo-Cliente-bc TO CLIENTE-ANT
                 ADD 1 TO CONT-CLIENTES
                 MOVE Codigo-Cliente-bc TO Codigo-Cliente
                 PERFORM BUSCAR-NOME-CLIENTE
                 MOVE SPACES TO LINHA-REL
                 WRITE REG-BORREL FROM LINHA-REL
                 STRING "CLIENTE " Codigo-Cliente-bc " - " NOME-W
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-BORREL FROM LINHA-REL
              END-IF
              MOVE Codigo-Produto-bc TO Codigo-Produto
              PERFORM BUSCAR-DESCRICAO
              MOVE Qtd-Pendente-bc   TO WRK-QTD
              MOVE Valor-Pendente-bc TO WRK-VALOR
              ADD Valor-Pendente-bc  TO SUB-VALOR-W
              ADD Valor-Pendente-bc  TO TOTAL-VALOR-W
              MOVE SPACES TO LINHA-REL
              STRING "    " Numero-Pedido-bc "  "
                     Data-Pedido-bc "  "
                     Vendedor-bc "  "
                     Codigo-Produto-bc "   "
                     DESCRICAO-W "   "
                     WRK-QTD "    "
                     WRK-VALOR
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-BORREL FROM LINHA-REL
           END-IF.

       TOTALIZAR-CLIENTE.
           MOVE SUB-VALOR-W TO WRK-VALOR-TOT
           MOVE SPACES TO LINHA-REL
           MOVE "TOTAL DO CLIENTE" TO LINHA-REL(39:)
           MOVE WRK-VALOR-TOT      TO LINHA-REL(89:)
           WRITE REG-BORREL FROM LINHA-REL
           MOVE ZEROES TO SUB-VALOR-W.

       LISTAR-POR-PRODUTO.
           MOVE SPACES TO LINHA-REL
           WRITE REG-BORREL FROM LINHA-REL
           MOVE "2. POR PRODUTO" TO LINHA-REL
           WRITE REG-BORREL FROM LINHA-REL
           MOVE SPACES      TO LINHA-REL
           MOVE "PEDIDO"    TO LINHA-REL(5:)
           MOVE "DATA"      TO LINHA-REL(14:)
           MOVE "CLIENTE"   TO LINHA-REL(26:)
           MOVE "NOME"      TO LINHA-REL(35:)
           MOVE "PENDENTE"  TO LINHA-REL(72:)
           MOVE "VALOR"     TO LINHA-REL(91:)
           WRITE REG-BORREL FROM LINHA-REL
           MOVE ZEROES TO PRODUTO-ANT
           MOVE ZEROES TO SUB-QTD-W
           MOVE ZEROES TO SUB-VALOR-W
           OPEN INPUT BORPRO
           SET NO-FIM-LISTA TO TRUE
           PERFORM LISTAR-LINHA-PRODUTO UNTIL FIM-LISTA
           IF PRODUTO-ANT > ZEROES
              PERFORM TOTALIZAR-PRODUTO
           END-IF
           CLOSE BORPRO.

       LISTAR-LINHA-PRODUTO.
           READ BORPRO
              AT END SET FIM-LISTA TO TRUE
           END-READ
           IF NOT FIM-LISTA
              IF Codigo-Produto-bp NOT = PRODUTO-ANT
                 IF PRODUTO-ANT > ZEROES
                    PERFORM TOTALIZAR-PRODUTO
                 END-IF
                 MOVE Codigo-Produto-bp TO PRODUTO-ANT
                 ADD 1 TO CONT-PRODUTOS
                 MOVE Codigo-Produto-bp TO Codigo-Produto
                 PERFORM BUSCAR-DESCRICAO
                 MOVE SPACES TO LINHA-REL
                 WRITE REG-BORREL FROM LINHA-REL
                 STRING "PRODUTO " Codigo-Produto-bp " - " DESCRICAO-W
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-BORREL FROM LINHA-REL
              END-IF
              MOVE Codigo-Cliente-bp TO Codigo-Cliente
              PERFORM BUSCAR-NOME-CLIENTE
              MOVE Qtd-Pendente-bp   TO WRK-QTD
              MOVE Valor-Pendente-bp TO WRK-VALOR
              ADD Qtd-Pendente-bp    TO SUB-QTD-W
              ADD Valor-Pendente-bp  TO SUB-VALOR-W
              MOVE SPACES TO LINHA-REL
              STRING "    " Numero-Pedido-bp "  "
                     Data-Pedido-bp "  "
                     Codigo-Cliente-bp "  "
                     NOME-W(1:30) "     "
                     WRK-QTD "    "
                     WRK-VALOR
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-BORREL FROM LINHA-REL
           END-IF.

       TOTALIZAR-PRODUTO.
      ********** O DISPONIVEL (SALDO MENOS RESERVADO) MOSTRA SE O ****
      *    PROXIMO FATURAMENTO PARCIAL JA CONSEGUE ATENDER           *
           MOVE ZEROES TO DISPONIVEL-W
           IF SW-SALDOS-OK = "S"
              MOVE PRODUTO-ANT TO Codigo-Produto-sd
              READ SALDOS
              IF FILE-STATUS-EST = 00
                 COMPUTE DISPONIVEL-W = Saldo-Estoque-sd - Reservado-sd
              END-IF
           END-IF
           MOVE SUB-QTD-W   TO WRK-QTD-TOT
           MOVE SUB-VALOR-W TO WRK-VALOR-TOT
           MOVE DISPONIVEL-W TO WRK-DISPON
           MOVE SPACES TO LINHA-REL
           MOVE "TOTAL DO PRODUTO" TO LINHA-REL(35:)
           MOVE WRK-QTD-TOT        TO LINHA-REL(70:)
           MOVE WRK-VALOR-TOT      TO LINHA-REL(89:)
           WRITE REG-BORREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           MOVE "DISPONIVEL EM ESTOQUE" TO LINHA-REL(35:)
           MOVE WRK-DISPON         TO LINHA-REL(70:)
           WRITE REG-BORREL FROM LINHA-REL
           MOVE ZEROES TO SUB-QTD-W
           MOVE ZEROES TO SUB-VALOR-W.

       BUSCAR-NOME-CLIENTE.
           MOVE SPACES TO NOME-W
           IF SW-CLIENTES-OK = "S"
              READ CLIENTES KEY IS Codigo-Cliente
              IF FILE-STATUS-CLI = 00
                 MOVE Razão-Social TO NOME-W
              END-IF
           END-IF.

       BUSCAR-DESCRICAO.
           MOVE SPACES TO DESCRICAO-W
           IF SW-PRODUTOS-OK = "S"
              READ PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE Descricao-Produto TO DESCRICAO-W
              END-IF
           END-IF.

       RODAPE-RELATORIO.
           MOVE TOTAL-VALOR-W TO WRK-VALOR-TOT
           MOVE SPACES TO LINHA-REL
           WRITE REG-BORREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDOS EM BACKORDER: " CONT-PEDIDOS
                  "   LINHAS: " CONT-LINHAS
                  "   CLIENTES: " CONT-CLIENTES
                  "   PRODUTOS: " CONT-PRODUTOS
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-BORREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "VALOR TOTAL PENDENTE: " WRK-VALOR-TOT
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-BORREL FROM LINHA-REL.

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

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA65 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

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
           MOVE SPACES TO ARQ-SALDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldos.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDOS
           MOVE SPACES TO ARQ-BORBRUTO
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "borbruto.txt" DELIMITED BY SIZE
                  INTO ARQ-BORBRUTO
           MOVE SPACES TO ARQ-BORCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "borcli.txt" DELIMITED BY SIZE
                  INTO ARQ-BORCLI
           MOVE SPACES TO ARQ-BORPRO
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "borpro.txt" DELIMITED BY SIZE
                  INTO ARQ-BORPRO
           MOVE SPACES TO ARQ-WORKREC
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "borwork.tmp" DELIMITED BY SIZE
                  INTO ARQ-WORKREC
           MOVE SPACES TO ARQ-BORREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "backorder.txt" DELIMITED BY SIZE
                  INTO ARQ-BORREL.
       END PROGRAM PROGRAMA65.
