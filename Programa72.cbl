      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: RELATORIO DE ENCERRAMENTO DE CAMPANHAS PROMOCIONAIS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA72.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAMPANHAS ASSIGN ARQ-CAMPANHAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Campanha-cp
           FILE STATUS IS FILE-STATUS-CP.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS.

           SELECT PEDIDOS ASSIGN ARQ-PEDIDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS-PED.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT CAMPREL ASSIGN ARQ-CAMPREL
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
       FD  CAMPANHAS.

      ********** CAMPANHA PROMOCIONAL: DESCONTO % OU BONIFICACAO *****
      *    (Qtd-Bonus-cp A CADA Qtd-Base-cp DO MESMO PRODUTO) PARA   *
      *    UMA FAIXA DE PRODUTOS, NA ZONA E NA CLASSIFICACAO DO      *
      *    CLIENTE (EM BRANCO = TODAS). APLICADA PELO PGM00005       *
       01  REG-CAMPANHAS.
           05 Codigo-Campanha-cp           PIC 9(005).
           05 Descricao-Campanha-cp        PIC X(040).
           05 Vigencia-Ini-cp              PIC 9(008).
           05 Vigencia-Fim-cp              PIC 9(008).
           05 Produto-Ini-cp               PIC 9(005).
           05 Produto-Fim-cp               PIC 9(005).
           05 Zona-cp                      PIC X(003).
           05 Classificacao-cp             PIC X(001).
           05 Tipo-Campanha-cp             PIC X(001).
              88 CAMPANHA-DESCONTO                       VALUE "D".
              88 CAMPANHA-BONIFICACAO                    VALUE "B".
           05 Perc-Desconto-cp             PIC 9(002)v9(002).
           05 Qtd-Base-cp                  PIC 9(007)v9(002).
           05 Qtd-Bonus-cp                 PIC 9(007)v9(002).
           05 Situacao-cp                  PIC X(001).
              88 CAMPANHA-ATIVA                          VALUE "A".
              88 CAMPANHA-INATIVA                        VALUE "I".
           05 Operador-cp                  PIC X(010).
           05 Data-Alteracao-cp            PIC X(010).

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

       FD  CAMPREL.

       01  REG-CAMPREL                     PIC X(132).

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
                                            VALUE "PROGRAMA72".
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
           05 ARQ-CAMPANHAS                   PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CAMPREL                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-ITENS                              VALUE "S".
              88 NO-FIN-ITENS                           VALUE "N".
           05 SW-FIM-CAMPANHAS             PIC X        VALUE "N".
              88 FIM-CAMPANHAS                          VALUE "S".
              88 NO-FIM-CAMPANHAS                       VALUE "N".
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 SW-PEDIDO-VALE               PIC X        VALUE "N".

           05 FILE-STATUS-CP               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PED              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 CAMPANHA-W                   PIC 9(005)   VALUE ZEROES.
           05 JANELA-W                     PIC 9(003)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-INICIO-AMD              PIC 9(008)   VALUE ZEROES.
           05 PEDIDO-ATUAL-W               PIC 9(007)   VALUE ZEROES.
           05 CUSTO-LINHA-W                PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-LINHAS-CAMP             PIC 9(007)   VALUE ZEROES.
           05 TOTAL-DESCONTOS              PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-CUSTO-BONIF            PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-GERAL                  PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 WRK-QTD                      PIC ZZ.ZZZ.ZZ9,99.
           05 WRK-QTD2                     PIC ZZ.ZZZ.ZZ9,99.
           05 WRK-VALOR                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-VALOR2                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-VALOR3                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

      ********** CAMPANHAS SELECIONADAS E SEUS ACUMULADORES ***********
           05 QTD-CAMP                     PIC 9(004)   VALUE ZEROES.
           05 IND-C                        PIC 9(004)   VALUE ZEROES.
           05 IND-ACHADO                   PIC 9(004)   VALUE ZEROES.
           05 TABELA-CAMPANHAS.
              10 CAMP-OCC OCCURS 500 TIMES.
                 15 Codigo-Camp-T          PIC 9(005).
                 15 Descricao-Camp-T       PIC X(040).
                 15 Vig-Ini-Camp-T         PIC 9(008).
                 15 Vig-Fim-Camp-T         PIC 9(008).
                 15 Tipo-Camp-T            PIC X(001).
                 15 Ult-Pedido-T           PIC 9(007).
                 15 Pedidos-T              PIC 9(005).
                 15 Qtd-Vendida-T          PIC 9(009)v9(002).
                 15 Valor-Vendido-T        PIC 9(011)v9(002).
                 15 Valor-Desconto-T       PIC 9(011)v9(002).
                 15 Qtd-Bonif-T            PIC 9(009)v9(002).
                 15 Valor-Bonif-T          PIC 9(011)v9(002).
                 15 Custo-Bonif-T          PIC 9(011)v9(002).

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
              10 DATE-AUXILIAR.
                 15 AA-AUX                 PIC X(002)  VALUE SPACES.
                 15 MM-AUX                 PIC X(002)  VALUE SPACES.
                 15 DD-AUX                 PIC X(002)  VALUE SPACES.
              10 DATA-HOJE-EDIT.
                 15 HOJE-DIA               PIC X(002)  VALUE SPACES.
                 15 FILLER                 PIC X(001)  VALUE "-".
                 15 HOJE-MES               PIC X(002)  VALUE SPACES.
                 15 FILLER                 PIC X(001)  VALUE "-".
                 15 FILLER                 PIC X(002)  VALUE "20".
                 15 HOJE-ANNO              PIC X(002)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-ITENS
           PERFORM FIN.

       INICIO.
      ********** ENCERRAMENTO DE CAMPANHAS (CAMPANHAS.DAT, PGM00041) *
      *    UMA CAMPANHA INFORMADA, OU TODAS AS QUE TERMINARAM NOS    *
      *    ULTIMOS N DIAS; AS LINHAS DE PEDIDO COM O CODIGO DELAS    *
      *    DAO O VOLUME VENDIDO, O DESCONTO CONCEDIDO E O CUSTO DA   *
      *    MERCADORIA BONIFICADA. PEDIDO RECUSADO NAO CONTA          *
           DISPLAY "RELATORIO DE ENCERRAMENTO DE CAMPANHAS"
           DISPLAY "INSIRA CAMPANHA (0 = TODAS AS ENCERRADAS): "
           ACCEPT CAMPANHA-W
           IF CAMPANHA-W = ZEROES
              DISPLAY "INSIRA JANELA EM DIAS (0 = PADRAO 30): "
              ACCEPT JANELA-W
              IF JANELA-W = ZEROES
                 MOVE 30 TO JANELA-W
              END-IF
           END-IF

           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE DD-AUX      TO HOJE-DIA
           MOVE MM-AUX      TO HOJE-MES
           MOVE AA-AUX      TO HOJE-ANNO
           COMPUTE DATA-HOJE-AMD = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)
           COMPUTE DATA-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(DATA-HOJE-AMD)
           COMPUTE DATA-INICIO-AMD = FUNCTION DATE-OF-INTEGER
              (DATA-HOJE-INT - JANELA-W)

           OPEN INPUT CAMPANHAS
           IF FILE-STATUS-CP NOT = 00
              DISPLAY "campanhas.dat AUSENTE; NENHUMA CAMPANHA "
                      "CADASTRADA"
              SET FIN-ITENS TO TRUE
              MOVE "SEM CAMPAN" TO JOB-STATUS
           ELSE
              PERFORM CARREGAR-CAMPANHAS
              CLOSE CAMPANHAS
              IF QTD-CAMP = ZEROES
                 DISPLAY "NENHUMA CAMPANHA NO CRITERIO INFORMADO"
                 SET FIN-ITENS TO TRUE
                 MOVE "SEM CAMPAN" TO JOB-STATUS
              ELSE
                 OPEN INPUT ITENS
                 IF FILE-STATUS NOT = 00
                    DISPLAY "itens.dat AUSENTE OU DANIFICADO"
                    SET FIN-ITENS TO TRUE
                    MOVE "SEM ITENS"  TO JOB-STATUS
                 ELSE
                    OPEN INPUT PEDIDOS
                    OPEN INPUT PRODUTOS
                    IF FILE-STATUS-PRO = 00
                       MOVE "S" TO SW-PRODUTOS-OK
                    END-IF
                    SET NO-FIN-ITENS TO TRUE
                    PERFORM LEER-ITENS
                 END-IF
              END-IF
           END-IF.

       CARREGAR-CAMPANHAS.
           SET NO-FIM-CAMPANHAS TO TRUE
           MOVE ZEROES TO Codigo-Campanha-cp
           START CAMPANHAS KEY IS NOT LESS THAN Codigo-Campanha-cp
              INVALID KEY SET FIM-CAMPANHAS TO TRUE
           END-START
           PERFORM CARREGAR-UMA-CAMPANHA UNTIL FIM-CAMPANHAS.

       CARREGAR-UMA-CAMPANHA.
           READ CAMPANHAS NEXT RECORD
              AT END SET FIM-CAMPANHAS TO TRUE
           END-READ
           IF NOT FIM-CAMPANHAS
              IF (CAMPANHA-W NOT = ZEROES
                  AND Codigo-Campanha-cp = CAMPANHA-W)
                 OR (CAMPANHA-W = ZEROES
                  AND Vigencia-Fim-cp >= DATA-INICIO-AMD
                  AND Vigencia-Fim-cp < DATA-HOJE-AMD)
                 IF QTD-CAMP < 500
                    ADD 1 TO QTD-CAMP
                    INITIALIZE CAMP-OCC(QTD-CAMP)
                    MOVE Codigo-Campanha-cp
                                 TO Codigo-Camp-T(QTD-CAMP)
                    MOVE Descricao-Campanha-cp
                                 TO Descricao-Camp-T(QTD-CAMP)
                    MOVE Vigencia-Ini-cp TO Vig-Ini-Camp-T(QTD-CAMP)
                    MOVE Vigencia-Fim-cp TO Vig-Fim-Camp-T(QTD-CAMP)
                    MOVE Tipo-Campanha-cp TO Tipo-Camp-T(QTD-CAMP)
                 ELSE
                    ADD 1 TO JOB-AVISOS
                 END-IF
              END-IF
           END-IF.

       PROCESO.
           ADD 1 TO CONT-LIDOS
           IF Codigo-Campanha-it IS NUMERIC
              AND Codigo-Campanha-it NOT = ZEROES
              PERFORM PROCURAR-CAMPANHA
              IF IND-ACHADO > ZEROES
                 PERFORM VERIFICAR-PEDIDO
                 IF SW-PEDIDO-VALE = "S"
                    PERFORM ACUMULAR-ITEM
                 END-IF
              END-IF
           END-IF
           PERFORM LEER-ITENS.

       LEER-ITENS.
           READ ITENS NEXT RECORD
                AT END
                SET FIN-ITENS TO TRUE
           END-READ.

       PROCURAR-CAMPANHA.
           MOVE ZEROES TO IND-ACHADO
           PERFORM COMPARAR-CAMPANHA
              VARYING IND-C FROM 1 BY 1
              UNTIL IND-C > QTD-CAMP OR IND-ACHADO > ZEROES.

       COMPARAR-CAMPANHA.
           IF Codigo-Camp-T(IND-C) = Codigo-Campanha-it
              MOVE IND-C TO IND-ACHADO
           END-IF.

       VERIFICAR-PEDIDO.
      ********** AS LINHAS VEM AGRUPADAS POR PEDIDO: O CABECALHO E ***
      *    LIDO UMA VEZ POR PEDIDO                                   *
           IF Numero-Pedido-it NOT = PEDIDO-ATUAL-W
              MOVE Numero-Pedido-it TO PEDIDO-ATUAL-W
              MOVE "S" TO SW-PEDIDO-VALE
              MOVE Numero-Pedido-it TO Numero-Pedido
              READ PEDIDOS
              IF FILE-STATUS-PED = 00
                 IF PEDIDO-RECUSADO
                    MOVE "N" TO SW-PEDIDO-VALE
                 END-IF
              END-IF
           END-IF.

       ACUMULAR-ITEM.
           ADD 1 TO CONT-LINHAS-CAMP
           IF Ult-Pedido-T(IND-ACHADO) NOT = Numero-Pedido-it
              MOVE Numero-Pedido-it TO Ult-Pedido-T(IND-ACHADO)
              ADD 1 TO Pedidos-T(IND-ACHADO)
           END-IF
           IF ITEM-BONIFICACAO
              MOVE ZEROES TO CUSTO-LINHA-W
              IF SW-PRODUTOS-OK = "S"
                 MOVE Codigo-Produto-it TO Codigo-Produto
                 READ PRODUTOS
                 IF FILE-STATUS-PRO = 00
                    COMPUTE CUSTO-LINHA-W ROUNDED =
                       Quantidade-it * Custo-Produto
                 END-IF
              END-IF
              ADD Quantidade-it     TO Qtd-Bonif-T(IND-ACHADO)
              ADD Valor-Campanha-it TO Valor-Bonif-T(IND-ACHADO)
              ADD CUSTO-LINHA-W     TO Custo-Bonif-T(IND-ACHADO)
           ELSE
              ADD Quantidade-it     TO Qtd-Vendida-T(IND-ACHADO)
              ADD Total-Item-it     TO Valor-Vendido-T(IND-ACHADO)
              ADD Valor-Campanha-it TO Valor-Desconto-T(IND-ACHADO)
           END-IF.

       ESCREVER-CAMPANHA.
           MOVE SPACES TO LINHA-REL
           STRING Codigo-Camp-T(IND-C) " "
                  Descricao-Camp-T(IND-C) " "
                  Vig-Ini-Camp-T(IND-C) " A " Vig-Fim-Camp-T(IND-C)
                  " TIPO " Tipo-Camp-T(IND-C)
                  " PEDIDOS " Pedidos-T(IND-C)
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-CAMPREL FROM LINHA-REL
           MOVE Qtd-Vendida-T(IND-C)    TO WRK-QTD
           MOVE Valor-Vendido-T(IND-C)  TO WRK-VALOR
           MOVE Valor-Desconto-T(IND-C) TO WRK-VALOR2
           MOVE SPACES TO LINHA-REL
           STRING "      VENDIDO  QTD " WRK-QTD
                  "  VALOR " WRK-VALOR
                  "  DESCONTO CONCEDIDO " WRK-VALOR2
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-CAMPREL FROM LINHA-REL
           MOVE Qtd-Bonif-T(IND-C)      TO WRK-QTD
           MOVE Valor-Bonif-T(IND-C)    TO WRK-VALOR
           MOVE Custo-Bonif-T(IND-C)    TO WRK-VALOR2
           MOVE SPACES TO LINHA-REL
           STRING "      BONIFIC. QTD " WRK-QTD
                  "  VALOR TABELA " WRK-VALOR
                  "  CUSTO " WRK-VALOR2
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-CAMPREL FROM LINHA-REL
           COMPUTE CUSTO-LINHA-W = Valor-Desconto-T(IND-C)
                                 + Custo-Bonif-T(IND-C)
           MOVE CUSTO-LINHA-W TO WRK-VALOR3
           MOVE SPACES TO LINHA-REL
           STRING "      CUSTO DA CAMPANHA (DESCONTO + CUSTO DA "
                  "BONIFICACAO) " WRK-VALOR3
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-CAMPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-CAMPREL FROM LINHA-REL
           ADD Valor-Desconto-T(IND-C) TO TOTAL-DESCONTOS
           ADD Custo-Bonif-T(IND-C)    TO TOTAL-CUSTO-BONIF
           ADD CUSTO-LINHA-W           TO TOTAL-GERAL.

       FIN.
           IF JOB-STATUS = "OK"
              CLOSE ITENS
                    PEDIDOS
              IF SW-PRODUTOS-OK = "S"
                 CLOSE PRODUTOS
              END-IF
              OPEN OUTPUT CAMPREL
              MOVE SPACES TO LINHA-REL
              STRING "ENCERRAMENTO DE CAMPANHAS - " DATA-HOJE-EDIT
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CAMPREL FROM LINHA-REL
              WRITE REG-CAMPREL FROM LINHA-EMPRESA
              MOVE SPACES TO LINHA-REL
              IF CAMPANHA-W = ZEROES
                 STRING "CAMPANHAS ENCERRADAS NOS ULTIMOS "
                        JANELA-W " DIAS"
                    DELIMITED BY SIZE INTO LINHA-REL
              ELSE
                 STRING "CAMPANHA " CAMPANHA-W
                    DELIMITED BY SIZE INTO LINHA-REL
              END-IF
              WRITE REG-CAMPREL FROM LINHA-REL
              MOVE SPACES TO LINHA-REL
              WRITE REG-CAMPREL FROM LINHA-REL
              PERFORM ESCREVER-CAMPANHA
                 VARYING IND-C FROM 1 BY 1 UNTIL IND-C > QTD-CAMP
              MOVE TOTAL-DESCONTOS   TO WRK-VALOR
              MOVE TOTAL-CUSTO-BONIF TO WRK-VALOR2
              MOVE TOTAL-GERAL       TO WRK-VALOR3
              MOVE SPACES TO LINHA-REL
              STRING "TOTAIS: DESCONTOS " WRK-VALOR
                     "  CUSTO BONIFICACOES " WRK-VALOR2
                     "  CUSTO TOTAL " WRK-VALOR3
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CAMPREL FROM LINHA-REL
              CLOSE CAMPREL
              MOVE "campanhasrel.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              MOVE QTD-CAMP TO JOB-GRAVADOS
              DISPLAY "RELATORIO GERADO: campanhasrel.txt"
              DISPLAY "Campanhas no relatorio: " QTD-CAMP
              DISPLAY "Linhas de pedido lidas: " CONT-LIDOS
              DISPLAY "Linhas de campanha    : " CONT-LINHAS-CAMP
           END-IF

           MOVE CONT-LIDOS TO JOB-LIDOS
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
           STRING "CAMPANHA=" CAMPANHA-W " JANELA=" JANELA-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA72 "
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
           MOVE SPACES TO ARQ-CAMPANHAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "campanhas.dat" DELIMITED BY SIZE
                  INTO ARQ-CAMPANHAS
           MOVE SPACES TO ARQ-ITENS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itens.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENS
           MOVE SPACES TO ARQ-PEDIDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedidos.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDIDOS
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-CAMPREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "campanhasrel.txt" DELIMITED BY SIZE
                  INTO ARQ-CAMPREL.
       END PROGRAM PROGRAMA72.
