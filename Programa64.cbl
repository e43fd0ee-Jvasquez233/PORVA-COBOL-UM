      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: SUGESTAO DE COMPRA PELO CONSUMO HISTORICO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA64.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SALDOS ASSIGN ARQ-SALDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto-sd
           FILE STATUS IS FILE-STATUS.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT MOVEST ASSIGN ARQ-MOVEST
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Movest
           FILE STATUS IS FILE-STATUS-MOV.

           SELECT FORNECEDORES ASSIGN ARQ-FORNECEDORES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Fornecedor
           FILE STATUS IS FILE-STATUS-CMP.

           SELECT PEDCOMPRA ASSIGN ARQ-PEDCOMPRA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Compra
           FILE STATUS IS FILE-STATUS-CMP.

           SELECT ITENSCOMPRA ASSIGN ARQ-ITENSCOMPRA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Itemcompra
           FILE STATUS IS FILE-STATUS-CMP.

           SELECT SUGREL ASSIGN ARQ-SUGREL
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
       FD  SALDOS.

       01  REG-SALDOS.
           05 Codigo-Produto-sd            PIC 9(005).
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

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

       FD  MOVEST.

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

       FD  FORNECEDORES.

       01  REG-FORNECEDORES.
           05 Codigo-Fornecedor            PIC 9(005).
           05 CNPJ-Fornecedor              PIC 9(014).
           05 Nome-Fornecedor              PIC X(040).
           05 Contato-Fornecedor           PIC X(030).
           05 Telefone-Fornecedor          PIC X(015).
           05 Prazo-Entrega-fo             PIC 9(003).
           05 Situacao-Fornecedor          PIC X(001).
              88 FORNECEDOR-ATIVO                        VALUE "A".
              88 FORNECEDOR-INATIVO                      VALUE "I".
           05 Operador-Inclusao-fo         PIC X(010).
           05 Data-Inclusao-fo             PIC X(010).
           05 Hora-Inclusao-fo             PIC X(008).
           05 Operador-Alteracao-fo        PIC X(010).
           05 Data-Alteracao-fo            PIC X(010).
           05 Hora-Alteracao-fo            PIC X(008).

       FD  PEDCOMPRA.

       01  REG-PEDCOMPRA.
           05 Numero-Compra                PIC 9(007).
           05 Codigo-Fornecedor-pc         PIC 9(005).
           05 Data-Compra-pc               PIC X(010).
           05 Data-Prevista-pc             PIC X(010).
           05 Situacao-Compra-pc           PIC X(001).
              88 COMPRA-ABERTA                           VALUE "A".
              88 COMPRA-PARCIAL                          VALUE "P".
              88 COMPRA-RECEBIDA                         VALUE "R".
              88 COMPRA-CANCELADA                        VALUE "C".
           05 Valor-Total-pc               PIC 9(009)v9(002).
           05 Data-Ult-Receb-pc            PIC X(010).
           05 Operador-pc                  PIC X(010).

       FD  ITENSCOMPRA.

       01  REG-ITENSCOMPRA.
           05 Chave-Itemcompra.
              10 Numero-Compra-ic          PIC 9(007).
              10 Sequencia-ic              PIC 9(003).
           05 Codigo-Produto-ic            PIC 9(005).
           05 Quantidade-ic                PIC 9(007)v9(002).
           05 Custo-Unitario-ic            PIC 9(007)v9(002).
           05 Quantidade-Recebida-ic       PIC 9(007)v9(002).

       FD  SUGREL.

       01  REG-SUGREL                      PIC X(132).

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
                                            VALUE "PROGRAMA64".
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
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-MOVEST                      PIC X(080)   VALUE SPACES.
           05 ARQ-FORNECEDORES                PIC X(080)   VALUE SPACES.
           05 ARQ-PEDCOMPRA                   PIC X(080)   VALUE SPACES.
           05 ARQ-ITENSCOMPRA                 PIC X(080)   VALUE SPACES.
           05 ARQ-SUGREL                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-SALDOS                             VALUE "S".
              88 NO-FIN-SALDOS                          VALUE "N".
           05 SW-FIM-MOV                   PIC X        VALUE "N".
              88 FIM-MOV                                VALUE "S".
              88 NO-FIM-MOV                             VALUE "N".
           05 SW-FIM-IC                    PIC X        VALUE "N".
              88 FIM-IC                                 VALUE "S".
              88 NO-FIM-IC                              VALUE "N".

           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-MOV              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CMP              PIC 99       VALUE ZEROES.
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 SW-MOVEST-OK                 PIC X        VALUE "N".
           05 SW-COMPRAS-OK                PIC X        VALUE "N".
           05 DIAS-SEGURANCA               PIC 9(003)   VALUE ZEROES.
           05 PRAZO-PADRAO                 PIC 9(003)   VALUE ZEROES.
           05 MES-ATUAL-W                  PIC 9(006)   VALUE ZEROES.
           05 MES-MOV-W                    PIC 9(006)   VALUE ZEROES.
           05 IDADE-MESES                  PIC s9(005)  VALUE ZEROES.
           05 MESES-HISTORICO              PIC 9(002)   VALUE ZEROES.
           05 IND-M                        PIC 9(002)   VALUE ZEROES.
           05 CONSUMO-TOTAL-W              PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 MEDIA-MENSAL-W               PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 PREVISAO-MES-W               PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 NECESSIDADE-W                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 DISPONIVEL-W                 PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 SUGERIDO-W                   PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 CUSTO-SUGERIDO-W             PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-SUGERIDO-W             PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 PRAZO-PRODUTO-W              PIC 9(003)   VALUE ZEROES.
           05 CONT-PRODUTOS                PIC 9(005)   VALUE ZEROES.
           05 CONT-SUGERIDOS               PIC 9(005)   VALUE ZEROES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 DESCRICAO-W                  PIC X(025)   VALUE SPACES.
           05 WRK-MEDIA                    PIC ZZZ.ZZ9,99.
           05 WRK-PREV                     PIC ZZZ.ZZ9,99.
           05 WRK-SALDO                    PIC Z.ZZZ.ZZ9,99-.
           05 WRK-PEND                     PIC ZZZ.ZZ9,99.
           05 WRK-SUGERIDO                 PIC Z.ZZZ.ZZ9,99.
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-VALOR-TOT                PIC Z.ZZZ.ZZZ.ZZ9,99.

      ********** CONSUMO (SAIDAS TIPO S) DOS 12 MESES FECHADOS ANTES **
      *    DO MES CORRENTE; POSICAO 1 = MES PASSADO, 12 = UM ANO ATRAS*
           05 TABELA-CONSUMO.
              10 Consumo-Mes-T OCCURS 12 TIMES
                                           PIC 9(009)v9(002).

      ********** POR PRODUTO: FORNECEDOR E PRAZO DO PEDIDO DE COMPRA *
      *    MAIS RECENTE E QUANTIDADE AINDA A RECEBER (PEDIDOS A/P)   *
           05 TABELA-COMPRAS-PRODUTO.
              10 COMPRA-PROD-OCC OCCURS 99999 TIMES.
                 15 Fornec-Prod-T          PIC 9(005).
                 15 Prazo-Prod-T           PIC 9(003).
                 15 Pendente-Prod-T        PIC 9(007)v9(002).

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
           PERFORM PROCESO UNTIL FIN-SALDOS
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           COMPUTE MES-ATUAL-W = (2000 + FUNCTION NUMVAL(AA-AUX)) * 12
                               + FUNCTION NUMVAL(MM-AUX)

           DISPLAY "SUGESTAO DE COMPRA PELO CONSUMO HISTORICO"
           DISPLAY "INSIRA DIAS DE ESTOQUE DE SEGURANCA "
                   "(0 = PADRAO 15): "
           ACCEPT DIAS-SEGURANCA
           IF DIAS-SEGURANCA = ZEROES
              MOVE 15 TO DIAS-SEGURANCA
           END-IF
           DISPLAY "INSIRA PRAZO DE REPOSICAO SEM FORNECEDOR "
                   "(0 = PADRAO 30): "
           ACCEPT PRAZO-PADRAO
           IF PRAZO-PADRAO = ZEROES
              MOVE 30 TO PRAZO-PADRAO
           END-IF

           INITIALIZE TABELA-COMPRAS-PRODUTO
           PERFORM CARREGAR-COMPRAS

           OPEN INPUT SALDOS
           IF FILE-STATUS NOT = 00
              DISPLAY "saldos.dat AUSENTE; USE O PGM00033 PRIMEIRO"
              MOVE "SEM DADOS" TO JOB-STATUS
              SET FIN-SALDOS TO TRUE
           ELSE
              OPEN INPUT PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE "S" TO SW-PRODUTOS-OK
              ELSE
                 MOVE "N" TO SW-PRODUTOS-OK
              END-IF
              OPEN INPUT MOVEST
              IF FILE-STATUS-MOV = 00
                 MOVE "S" TO SW-MOVEST-OK
              ELSE
                 MOVE "N" TO SW-MOVEST-OK
              END-IF
              SET NO-FIN-SALDOS TO TRUE
              MOVE ZEROES     TO Codigo-Produto-sd
              START SALDOS KEY IS NOT LESS THAN Codigo-Produto-sd
                 INVALID KEY SET FIN-SALDOS TO TRUE
              END-START
              PERFORM LEER-SALDOS
           END-IF

           OPEN OUTPUT SUGREL
           MOVE "SUGESTAO DE COMPRA PELO CONSUMO HISTORICO"
                TO LINHA-REL
           WRITE REG-SUGREL FROM LINHA-REL
           WRITE REG-SUGREL FROM LINHA-EMPRESA
           MOVE SPACES TO LINHA-REL
           STRING "POSICAO EM " DD-AUX "-" MM-AUX "-20" AA-AUX
                  "  SEGURANCA " DIAS-SEGURANCA " DIAS"
                  "  PRAZO PADRAO " PRAZO-PADRAO " DIAS"
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SUGREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-SUGREL FROM LINHA-REL
           MOVE SPACES      TO LINHA-REL
           MOVE "PRODUTO"   TO LINHA-REL(1:)
           MOVE "DESCRICAO" TO LINHA-REL(9:)
           MOVE "MEDIA/MES" TO LINHA-REL(36:)
           MOVE "PREVISAO"  TO LINHA-REL(47:)
           MOVE "DISPON."   TO LINHA-REL(62:)
           MOVE "PENDENTE"  TO LINHA-REL(72:)
           MOVE "PRZ"       TO LINHA-REL(82:)
           MOVE "SUGERIDO"  TO LINHA-REL(89:)
           MOVE "FORNC"     TO LINHA-REL(99:)
           MOVE "CUSTO ESTIM." TO LINHA-REL(106:)
           WRITE REG-SUGREL FROM LINHA-REL.

       CARREGAR-COMPRAS.
      ********** PEDIDOS DE COMPRA (PGM00039): O ULTIMO PEDIDO DE ****
      *    CADA PRODUTO INDICA O FORNECEDOR E O PRAZO DE ENTREGA; O  *
      *    SALDO A RECEBER DOS PEDIDOS ABERTOS/PARCIAIS JA COBRE     *
      *    PARTE DA NECESSIDADE. SEM OS ARQUIVOS VALE O PRAZO PADRAO *
           MOVE "N" TO SW-COMPRAS-OK
           OPEN INPUT ITENSCOMPRA
           IF FILE-STATUS-CMP = 00
              OPEN INPUT PEDCOMPRA
              IF FILE-STATUS-CMP = 00
                 MOVE "S" TO SW-COMPRAS-OK
                 OPEN INPUT FORNECEDORES
                 MOVE ZEROES TO Numero-Compra
                 MOVE ZEROES TO Numero-Compra-ic
                 MOVE ZEROES TO Sequencia-ic
                 SET NO-FIM-IC TO TRUE
                 START ITENSCOMPRA
                    KEY IS NOT LESS THAN Chave-Itemcompra
                    INVALID KEY SET FIM-IC TO TRUE
                 END-START
                 PERFORM CARREGAR-UM-ITEMCOMPRA UNTIL FIM-IC
                 CLOSE FORNECEDORES
                 CLOSE PEDCOMPRA
              END-IF
              CLOSE ITENSCOMPRA
           END-IF.

       CARREGAR-UM-ITEMCOMPRA.
           READ ITENSCOMPRA NEXT RECORD
              AT END SET FIM-IC TO TRUE
           END-READ
           IF NOT FIM-IC AND Codigo-Produto-ic > ZEROES
              IF Numero-Compra-ic NOT = Numero-Compra
                 MOVE Numero-Compra-ic TO Numero-Compra
                 READ PEDCOMPRA
                 IF FILE-STATUS-CMP NOT = 00
                    MOVE SPACES TO Situacao-Compra-pc
                    MOVE ZEROES TO Codigo-Fornecedor-pc
                 END-IF
                 MOVE Codigo-Fornecedor-pc TO Codigo-Fornecedor
                 READ FORNECEDORES
                 IF FILE-STATUS-CMP NOT = 00
                    MOVE ZEROES TO Prazo-Entrega-fo
                 END-IF
              END-IF
              IF NOT COMPRA-CANCELADA AND Codigo-Fornecedor-pc > ZEROES
                 MOVE Codigo-Fornecedor-pc
                      TO Fornec-Prod-T(Codigo-Produto-ic)
                 MOVE Prazo-Entrega-fo
                      TO Prazo-Prod-T(Codigo-Produto-ic)
              END-IF
              IF (COMPRA-ABERTA OR COMPRA-PARCIAL)
                 AND Quantidade-Recebida-ic < Quantidade-ic
                 COMPUTE Pendente-Prod-T(Codigo-Produto-ic) =
                    Pendente-Prod-T(Codigo-Produto-ic)
                    + Quantidade-ic - Quantidade-Recebida-ic
              END-IF
           END-IF.

       PROCESO.
           PERFORM SUGERIR-PRODUTO
           PERFORM LEER-SALDOS.

       LEER-SALDOS.
           READ SALDOS NEXT RECORD
                AT END
                SET FIN-SALDOS TO TRUE
           END-READ.

       SUGERIR-PRODUTO.
           ADD 1 TO CONT-PRODUTOS
           ADD 1 TO JOB-LIDOS
           MOVE SPACES TO DESCRICAO-W
           MOVE ZEROES TO Custo-Produto
           MOVE "S"    TO Produto-Ativo
           IF SW-PRODUTOS-OK = "S"
              MOVE Codigo-Produto-sd TO Codigo-Produto
              READ PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE Descricao-Produto TO DESCRICAO-W
              ELSE
                 MOVE ZEROES TO Custo-Produto
                 MOVE "S"    TO Produto-Ativo
              END-IF
           END-IF
      ********** PRODUTO INATIVO NO CATALOGO NAO E RECOMPRADO ********
           IF Produto-Ativo NOT = "N"
              PERFORM APURAR-CONSUMO
              PERFORM CALCULAR-SUGESTAO
           END-IF.

       APURAR-CONSUMO.
      ********** AS SAIDAS DO PRODUTO NO DIARIO DE ESTOQUE ***********
      *    (MOVEST, TIPO S GRAVADO PELO FATURAMENTO) SAO SOMADAS POR *
      *    MES; A MEDIA USA OS MESES DESDE A PRIMEIRA SAIDA DA JANELA*
           INITIALIZE TABELA-CONSUMO
           MOVE ZEROES TO CONSUMO-TOTAL-W
           MOVE ZEROES TO MESES-HISTORICO
           IF SW-MOVEST-OK = "S"
              MOVE Codigo-Produto-sd TO Codigo-Produto-mv
              MOVE ZEROES            TO Sequencia-mv
              SET NO-FIM-MOV TO TRUE
              START MOVEST KEY IS NOT LESS THAN Chave-Movest
                 INVALID KEY SET FIM-MOV TO TRUE
              END-START
              PERFORM SOMAR-UMA-SAIDA UNTIL FIM-MOV
           END-IF
           PERFORM SOMAR-UM-MES
              VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 12.

       SOMAR-UMA-SAIDA.
           READ MOVEST NEXT RECORD
              AT END SET FIM-MOV TO TRUE
           END-READ
           IF NOT FIM-MOV
              IF Codigo-Produto-mv NOT = Codigo-Produto-sd
                 SET FIM-MOV TO TRUE
              ELSE
                 IF Tipo-mv = "S"
                    COMPUTE MES-MOV-W =
                       FUNCTION NUMVAL(Data-mv(7:4)) * 12
                       + FUNCTION NUMVAL(Data-mv(4:2))
                    COMPUTE IDADE-MESES = MES-ATUAL-W - MES-MOV-W
                    IF IDADE-MESES >= 1 AND IDADE-MESES <= 12
                       COMPUTE Consumo-Mes-T(IDADE-MESES) =
                          Consumo-Mes-T(IDADE-MESES) - Quantidade-mv
                       IF IDADE-MESES > MESES-HISTORICO
                          MOVE IDADE-MESES TO MESES-HISTORICO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SOMAR-UM-MES.
           ADD Consumo-Mes-T(IND-M) TO CONSUMO-TOTAL-W.

       CALCULAR-SUGESTAO.
      ********** PREVISAO SAZONAL SIMPLES: MEDIA MENSAL PONDERADA ****
      *    COM O CONSUMO DO MESMO MES DO ANO ANTERIOR (POSICAO 11 DA *
      *    TABELA = PROXIMO MES UM ANO ATRAS), QUANDO HOUVER. A      *
      *    NECESSIDADE COBRE O PRAZO DE REPOSICAO MAIS A SEGURANCA,  *
      *    NUNCA ABAIXO DO PONTO DE REPOSICAO; DESCONTA-SE O SALDO   *
      *    DISPONIVEL (SEM O RESERVADO) E O QUE JA ESTA PEDIDO AO    *
      *    FORNECEDOR                                                *
           MOVE ZEROES TO MEDIA-MENSAL-W
           IF MESES-HISTORICO > ZEROES
              COMPUTE MEDIA-MENSAL-W ROUNDED =
                 CONSUMO-TOTAL-W / MESES-HISTORICO
           END-IF
           IF Consumo-Mes-T(11) > ZEROES
              COMPUTE PREVISAO-MES-W ROUNDED =
                 (MEDIA-MENSAL-W + Consumo-Mes-T(11)) / 2
           ELSE
              MOVE MEDIA-MENSAL-W TO PREVISAO-MES-W
           END-IF

           IF Prazo-Prod-T(Codigo-Produto-sd) > ZEROES
              MOVE Prazo-Prod-T(Codigo-Produto-sd) TO PRAZO-PRODUTO-W
           ELSE
              MOVE PRAZO-PADRAO TO PRAZO-PRODUTO-W
           END-IF
           COMPUTE NECESSIDADE-W ROUNDED =
              PREVISAO-MES-W * (PRAZO-PRODUTO-W + DIAS-SEGURANCA) / 30
           IF NECESSIDADE-W < Ponto-Reposicao-sd
              MOVE Ponto-Reposicao-sd TO NECESSIDADE-W
           END-IF
           COMPUTE DISPONIVEL-W = Saldo-Estoque-sd - Reservado-sd
              + Pendente-Prod-T(Codigo-Produto-sd)
           IF DISPONIVEL-W < ZEROES
              MOVE ZEROES TO DISPONIVEL-W
           END-IF
           COMPUTE SUGERIDO-W = NECESSIDADE-W - DISPONIVEL-W
           IF SUGERIDO-W > ZEROES
              PERFORM LISTAR-SUGESTAO
           END-IF.

       LISTAR-SUGESTAO.
           ADD 1 TO CONT-SUGERIDOS
           ADD 1 TO JOB-GRAVADOS
           COMPUTE CUSTO-SUGERIDO-W ROUNDED =
              SUGERIDO-W * Custo-Produto
           ADD CUSTO-SUGERIDO-W TO TOTAL-SUGERIDO-W
           MOVE MEDIA-MENSAL-W     TO WRK-MEDIA
           MOVE PREVISAO-MES-W     TO WRK-PREV
           COMPUTE WRK-SALDO = Saldo-Estoque-sd - Reservado-sd
           MOVE Pendente-Prod-T(Codigo-Produto-sd) TO WRK-PEND
           MOVE SUGERIDO-W         TO WRK-SUGERIDO
           MOVE CUSTO-SUGERIDO-W   TO WRK-VALOR
           MOVE SPACES TO LINHA-REL
           STRING Codigo-Produto-sd "   "
                  DESCRICAO-W " "
                  WRK-MEDIA " "
                  WRK-PREV " "
                  WRK-SALDO " "
                  WRK-PEND " "
                  PRAZO-PRODUTO-W " "
                  WRK-SUGERIDO " "
                  Fornec-Prod-T(Codigo-Produto-sd) " "
                  WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SUGREL FROM LINHA-REL.

       FIN.
           MOVE SPACES TO LINHA-REL
           WRITE REG-SUGREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PRODUTOS ANALISADOS: " CONT-PRODUTOS
                  "   COM SUGESTAO DE COMPRA: " CONT-SUGERIDOS
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SUGREL FROM LINHA-REL
           MOVE TOTAL-SUGERIDO-W TO WRK-VALOR-TOT
           MOVE SPACES TO LINHA-REL
           STRING "CUSTO ESTIMADO DAS SUGESTOES: " WRK-VALOR-TOT
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SUGREL FROM LINHA-REL
           MOVE "FORNEC = FORNECEDOR DO ULTIMO PEDIDO DE COMPRA"
                TO LINHA-REL
           WRITE REG-SUGREL FROM LINHA-REL
           CLOSE SUGREL
           MOVE "sugcompra.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           CLOSE SALDOS
           IF SW-PRODUTOS-OK = "S"
              CLOSE PRODUTOS
           END-IF
           IF SW-MOVEST-OK = "S"
              CLOSE MOVEST
           END-IF

           DISPLAY "SUGESTAO GERADA: sugcompra.txt"
           DISPLAY "Produtos analisados : " CONT-PRODUTOS
           DISPLAY "Com sugestao        : " CONT-SUGERIDOS

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

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "SEGURANCA=" DIAS-SEGURANCA " PRAZO=" PRAZO-PADRAO
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA64 "
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
           MOVE SPACES TO ARQ-SALDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldos.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDOS
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-MOVEST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "movest.dat" DELIMITED BY SIZE
                  INTO ARQ-MOVEST
           MOVE SPACES TO ARQ-FORNECEDORES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "fornecedores.dat" DELIMITED BY SIZE
                  INTO ARQ-FORNECEDORES
           MOVE SPACES TO ARQ-PEDCOMPRA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedcompra.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDCOMPRA
           MOVE SPACES TO ARQ-ITENSCOMPRA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itenscompra.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENSCOMPRA
           MOVE SPACES TO ARQ-SUGREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "sugcompra.txt" DELIMITED BY SIZE
                  INTO ARQ-SUGREL.
       END PROGRAM PROGRAMA64.
