           RECORD KEY IS Chave-Contato
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-ITE.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT ITEMUNID ASSIGN ARQ-ITEMUNID
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Itemunid
           FILE STATUS IS FILE-STATUS-IU.

           SELECT ITENTREG ASSIGN ARQ-ITENTREG
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Itentreg
           FILE STATUS IS FILE-STATUS-IE.

           SELECT VEICULOS ASSIGN ARQ-VEICULOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Veiculo-ve
           FILE STATUS IS FILE-STATUS-VEI.

           SELECT DISTROD ASSIGN ARQ-DISTROD
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Distrod
           FILE STATUS IS FILE-STATUS-DR.

           SELECT ROMANEIO ASSIGN ARQ-ROMANEIO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT CARGAS   ASSIGN ARQ-CARGAS
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT JOBLOG   ASSIGN ARQ-JOBLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.
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

       FD  CLIENTES.

           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  CONTATOS.

           05 Telefone-Contato             PIC X(015).
           05 Email-Contato                PIC X(040).

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

      ********** QUANTIDADE JA ENTREGUE DE CADA LINHA DE PEDIDO *****
      *    FATURADO EM PARTES (BACKORDER), GRAVADA NO RETORNO DO     *
      *    ROMANEIO (PROGRAMA73). SO SOBE NO CAMINHAO O QUE FOI      *
      *    FATURADO E AINDA NAO ENTREGUE                             *
       FD  ITENTREG.

       01  REG-ITENTREG.
           05 Chave-Itentreg.
              10 Numero-Pedido-ie          PIC 9(007).
              10 Sequencia-ie              PIC 9(003).
           05 Quantidade-Entregue-ie       PIC 9(007)v9(002).
           05 Data-Entrega-ie              PIC X(010).

       FD  VEICULOS.

       01  REG-VEICULOS.
           05 Codigo-Veiculo-ve            PIC 9(003).
           05 Placa-ve                     PIC X(007).
           05 Descricao-ve                 PIC X(030).
           05 Capacidade-Peso-ve           PIC 9(006)v9(002).
           05 Capacidade-Volume-ve         PIC 9(004)v9(003).
           05 Situacao-ve                  PIC X(001).
              88 VEICULO-ATIVO                           VALUE "A".
              88 VEICULO-INATIVO                         VALUE "I".
           05 Operador-ve                  PIC X(010).
           05 Data-Alteracao-ve            PIC X(010).

      ********** MATRIZ RODOVIARIA DE DISTANCIA E TEMPO **************
      *    ORIGEM "V" = BASE DO VENDEDOR, "C" = LOCAL DE CLIENTE;    *
      *    DESTINO SEMPRE UM LOCAL DE CLIENTE (FILIAL ZERO = O       *
      *    CADASTRO). AS COORDENADAS SAO AS DO PAR QUANDO FOI        *
      *    ROTEIRIZADO: SE O CADASTRO MUDOU, O PAR NAO VALE MAIS     *
       FD  DISTROD.

       01  REG-DISTROD.
           05 Chave-Distrod.
              10 Tipo-Origem-dr            PIC X(001).
                 88 ORIGEM-VENDEDOR                      VALUE "V".
                 88 ORIGEM-CLIENTE                       VALUE "C".
              10 Codigo-Origem-dr          PIC 9(007).
              10 Filial-Origem-dr          PIC 9(003).
              10 Codigo-Destino-dr         PIC 9(007).
              10 Filial-Destino-dr         PIC 9(003).
           05 Metros-Rod-dr                PIC 9(008).
           05 Minutos-Rod-dr               PIC 9(005).
           05 Lat-Origem-dr                PIC s9(003)v9(008).
           05 Long-Origem-dr               PIC s9(003)v9(008).
           05 Lat-Destino-dr               PIC s9(003)v9(008).
           05 Long-Destino-dr              PIC s9(003)v9(008).
           05 Data-Importacao-dr           PIC X(010).

       FD  ROMANEIO.

       01  REG-ROMANEIO                    PIC X(100).

      ********** PARADAS DO ROMANEIO (PEDIDO X VEICULO), LIDAS NO ***
      *    RETORNO DAS ENTREGAS (PROGRAMA73)                         *
       FD  CARGAS.

       01  REG-CARGAS.
           05 Numero-Pedido-cg             PIC 9(007).
           05 Codigo-Veiculo-cg            PIC 9(003).
           05 Placa-cg                     PIC X(007).
           05 Zona-cg                      PIC X(003).
           05 Sequencia-cg                 PIC 9(004).
           05 Data-Carga-cg                PIC X(010).

       FD  JOBLOG.

       01  REG-JOBLOG.
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONTATOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-ROMANEIO                    PIC X(080)   VALUE SPACES.
           05 ARQ-CARGAS                      PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-VEICULOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-ITEMUNID                    PIC X(080)   VALUE SPACES.
           05 ARQ-DISTROD                     PIC X(080)   VALUE SPACES.
           05 ARQ-ITENTREG                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.

           05 FILE-STATUS-AUX              PIC 99       VALUE ZEROES.
           05 SW-CONTATOS-OK               PIC X        VALUE "N".
           05 FILE-STATUS-ITE              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VEI              PIC 99       VALUE ZEROES.
           05 SW-ITENS-OK                  PIC X        VALUE "N".
           05 SW-VEICULOS-OK               PIC X        VALUE "N".
           05 SW-FIM-ZONA                  PIC X        VALUE "N".
           05 SW-FIM-ITENS                 PIC X        VALUE "N".
           05 FILE-STATUS-IU               PIC 99       VALUE ZEROES.
           05 SW-ITEMUNID-OK               PIC X        VALUE "N".
           05 FILE-STATUS-IE               PIC 99       VALUE ZEROES.
           05 SW-ITENTREG-OK               PIC X        VALUE "N".
           05 SW-BACKORDER-W               PIC X        VALUE "N".
           05 Qtd-Embarque-W               PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Pendente-W               PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Valor-Pendente-W             PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 CONT-PARCIAIS                PIC 9(004)   VALUE ZEROES.
           05 Qtd-Rom-W                    PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Unidade-Rom-W                PIC X(003)   VALUE SPACES.
           05 QTD-TAB                      PIC 9(004)   VALUE ZEROES.
           05 IND-T                        PIC 9(004)   VALUE ZEROES.
           05 IND-Z                        PIC 9(004)   VALUE ZEROES.
           05 TOTAL-ZONA                   PIC 9(013)v9(002)
                                            VALUE ZEROES.
           05 CONT-ROMANEIOS               PIC 9(003)   VALUE ZEROES.
           05 CONT-NAO-EMBARC              PIC 9(004)   VALUE ZEROES.
           05 QTD-VEI                      PIC 9(003)   VALUE ZEROES.
           05 IND-V                        PIC 9(003)   VALUE ZEROES.
           05 IDX-VEI                      PIC 9(003)   VALUE ZEROES.
           05 IDX-MAIOR                    PIC 9(003)   VALUE ZEROES.
           05 QTD-ORDEM                    PIC 9(004)   VALUE ZEROES.
           05 IND-O                        PIC 9(004)   VALUE ZEROES.
           05 Peso-Zona-Rest               PIC 9(007)v9(003)
                                            VALUE ZEROES.
           05 Vol-Zona-Rest                PIC 9(005)v9(004)
                                            VALUE ZEROES.
           05 Cap-Peso-Rest                PIC 9(007)v9(003)
                                            VALUE ZEROES.
           05 Cap-Vol-Rest                 PIC 9(005)v9(004)
                                            VALUE ZEROES.
           05 Peso-Carga                   PIC 9(007)v9(003)
                                            VALUE ZEROES.
           05 Volume-Carga                 PIC 9(005)v9(004)
                                            VALUE ZEROES.
           05 Max-Peso-Vei                 PIC 9(006)v9(002)
                                            VALUE ZEROES.
           05 Max-Volume-Vei               PIC 9(004)v9(003)
                                            VALUE ZEROES.
           05 Perc-Ocupacao                PIC 9(003)v9(002)
                                            VALUE ZEROES.
           05 Lat-Atual                    PIC s9(003)v9(008)
                                            VALUE ZEROES.
           05 Long-Atual                   PIC s9(003)v9(008)
                                            VALUE ZEROES.
           05 Metros-Prox                  PIC s9(010)v9(002)
                                            VALUE ZEROES.
      ********** TRECHO PELA MATRIZ RODOVIARIA (PROGRAMA104) QUANDO **
      *    O PAR DE CLIENTES EXISTE, EM QUALQUER SENTIDO, COM AS     *
      *    COORDENADAS ATUAIS; SENAO LINHA RETA E SEM TEMPO          *
           05 FILE-STATUS-DR               PIC 99       VALUE ZEROES.
           05 SW-DISTROD-OK                PIC X        VALUE "N".
           05 Cliente-Atual                PIC 9(007)   VALUE ZEROES.
           05 Minutos-Dis                  PIC 9(005)   VALUE ZEROES.
           05 Minutos-Prox                 PIC 9(005)   VALUE ZEROES.
           05 Fonte-Dist                   PIC X        VALUE "L".
           05 Fonte-Prox                   PIC X        VALUE "L".
           05 Metros-Rota                  PIC 9(010)v9(002)
                                            VALUE ZEROES.
           05 Minutos-Rota                 PIC 9(007)   VALUE ZEROES.
           05 Trechos-Retos                PIC 9(004)   VALUE ZEROES.
      ********** DATA PROMETIDA DO PEDIDO (PGM00005): SO EMBARCA O **
      *    PEDIDO CUJA PROMESSA JA CHEGOU; O QUE E PARA DEPOIS DE    *
      *    HOJE AGUARDA O ROMANEIO DO SEU DIA                        *
           05 Data-Hoje-Amd-X              PIC X(008)   VALUE SPACES.
           05 Data-Hoje-Amd REDEFINES Data-Hoje-Amd-X
                                           PIC 9(008).
           05 Data-Prom-Edit               PIC X(010)   VALUE SPACES.
           05 CONT-AGUARDANDO              PIC 9(004)   VALUE ZEROES.
           05 CONT-ATRASADAS               PIC 9(004)   VALUE ZEROES.

      ********** PEDIDOS A ENTREGAR CARREGADOS EM TABELA PARA ********
      *    AGRUPAR POR ZONA E ORDENAR PELO VIZINHO MAIS PROXIMO      *
                 15 Lat-T                  PIC s9(003)v9(008).
                 15 Long-T                 PIC s9(003)v9(008).
                 15 SW-Carregado-T         PIC X(001).
                 15 Peso-T                 PIC 9(007)v9(003).
                 15 Volume-T               PIC 9(005)v9(004).
                 15 Data-Prom-T            PIC 9(008).
                 15 Prior-T                PIC 9(008).
                 15 Backorder-T            PIC X(001).

      ********** FROTA ATIVA (VEICULOS.DAT, MANTIDO PELO PGM00042); **
      *    CADA VEICULO FAZ UMA CARGA POR EXECUCAO                   *
           05 TABELA-VEICULOS.
              10 VEICULO-OCC OCCURS 200 TIMES.
                 15 Codigo-V               PIC 9(003).
                 15 Placa-V                PIC X(007).
                 15 Cap-Peso-V             PIC 9(006)v9(002).
                 15 Cap-Volume-V           PIC 9(004)v9(003).
                 15 SW-Usado-V             PIC X(001).

      ********** PARADAS DA CARGA EM MONTAGEM, NA ORDEM DE ENTREGA, **
      *    PARA O CABECALHO SAIR COM OS TOTAIS ANTES DO DETALHE      *
           05 TABELA-ORDEM.
              10 ORDEM-OCC OCCURS 9999 TIMES.
                 15 Idx-Ordem              PIC 9(004).
                 15 Trecho-Ordem           PIC s9(010)v9(002).
                 15 Minutos-Ordem          PIC 9(005).
                 15 Fonte-Ordem            PIC X(001).

           05 VARIABLES.
              10 FILE-STATUS           PIC 9(002)         VALUE ZEROES.
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

           05 LINHAS-ROMANEIO.
              10 LINHA-BLNK                PIC X(100)  VALUE SPACES.
              10 LINHA-TRACO               PIC X(100)  VALUE ALL "-".
              10 WRK-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
              10 WRK-TRECHO                PIC ZZZ.ZZ9,99.
              10 WRK-PESO                  PIC Z.ZZZ.ZZ9,999.
              10 WRK-CAP-PESO              PIC ZZZ.ZZ9,99.
              10 WRK-VOLUME                PIC ZZ.ZZ9,9999.
              10 WRK-CAP-VOLUME            PIC Z.ZZ9,999.
              10 WRK-PERC                  PIC ZZ9,99.
              10 WRK-QTD-ROM               PIC ZZZ.ZZ9,99.
              10 WRK-PERCURSO              PIC ZZZ.ZZ9,99.
              10 WRK-MINUTOS               PIC Z.ZZZ.ZZ9.
              10 WRK-RETOS                 PIC ZZZ9.
              10 LINHA-DET.
                 15 SEQ-DET                PIC ZZZ9.
                 15 FILLER                 PIC X(002)  VALUE SPACES.
                 15 FILLER                 PIC X(001)  VALUE SPACES.
                 15 TRECHO-DET             PIC ZZZ.ZZ9,99.
                 15 FILLER                 PIC X(003)  VALUE " KM".
                 15 FILLER                 PIC X(001)  VALUE SPACES.
                 15 PESO-DET               PIC ZZZ.ZZ9,999.
                 15 FILLER                 PIC X(003)  VALUE " KG".
                 15 FILLER                 PIC X(001)  VALUE SPACES.
                 15 FONTE-DET              PIC X(002)  VALUE SPACES.

       PROCEDURE DIVISION.


       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE DD-AUX      TO HOJE-DIA
           MOVE MM-AUX      TO HOJE-MES
           MOVE AA-AUX      TO HOJE-ANNO
           STRING "20" AA-AUX MM-AUX DD-AUX
              DELIMITED BY SIZE INTO Data-Hoje-Amd-X

           INITIALIZE TABELA-ENTREGAS

              ELSE
                 MOVE "N" TO SW-CONTATOS-OK
              END-IF
      ********** SEM ITENS/PRODUTOS O PESO DOS PEDIDOS FICA ZERO E ***
      *    SEM VEICULOS CADASTRADOS VALE UM ROMANEIO POR ZONA        *
              OPEN INPUT ITENS
                         PRODUTOS
              IF FILE-STATUS-ITE = 00 AND FILE-STATUS-PRO = 00
                 MOVE "S" TO SW-ITENS-OK
              ELSE
                 MOVE "N" TO SW-ITENS-OK
                 DISPLAY "ITENS/PRODUTOS AUSENTES; PESO NAO APURADO"
                 IF FILE-STATUS-ITE = 00
                    CLOSE ITENS
                 END-IF
                 IF FILE-STATUS-PRO = 00
                    CLOSE PRODUTOS
                 END-IF
              END-IF
              IF SW-ITENS-OK = "S"
                 OPEN INPUT ITEMUNID
                 IF FILE-STATUS-IU = 00
                    MOVE "S" TO SW-ITEMUNID-OK
                 END-IF
                 OPEN INPUT ITENTREG
                 IF FILE-STATUS-IE = 00
                    MOVE "S" TO SW-ITENTREG-OK
                 END-IF
              END-IF
              PERFORM CARREGAR-VEICULOS
              OPEN INPUT DISTROD
              IF FILE-STATUS-DR = 00
                 MOVE "S" TO SW-DISTROD-OK
              END-IF
              SET NO-FIN-PEDIDOS TO TRUE
              MOVE ZEROES     TO Numero-Pedido
              START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido

       PROCESO.
      ********** ENTRAM NA CARGA OS PEDIDOS JA FATURADOS AINDA NAO ***
      *    SAIDOS PARA A RUA (SITUACAO F OU S) E OS DE BACKORDER     *
      *    (SITUACAO B) COM PARTE FATURADA AINDA NAO ENTREGUE        *
           MOVE "N" TO SW-BACKORDER-W
           MOVE ZEROES TO Qtd-Pendente-W
           IF PEDIDO-FATURADO OR PEDIDO-EM-SEPARACAO
              PERFORM CARREGAR-ENTREGA
           ELSE
           IF PEDIDO-BACKORDER AND SW-ITENS-OK = "S"
              MOVE "S" TO SW-BACKORDER-W
              PERFORM APURAR-PENDENTE-EMBARQUE
              IF Qtd-Pendente-W > ZEROES
                 PERFORM CARREGAR-ENTREGA
              END-IF
           END-IF
           END-IF
           PERFORM LEER-PEDIDOS.

              MOVE Codigo-Cliente-p  TO Cliente-T(QTD-TAB)
              MOVE Razão-Social      TO Razao-T(QTD-TAB)
              MOVE Valor-Pedido      TO Valor-T(QTD-TAB)
              MOVE SW-BACKORDER-W    TO Backorder-T(QTD-TAB)
              IF SW-BACKORDER-W = "S"
                 MOVE Valor-Pendente-W TO Valor-T(QTD-TAB)
                 ADD 1 TO CONT-PARCIAIS
              END-IF
              MOVE Latitude-c        TO Lat-T(QTD-TAB)
              MOVE Longitude-c       TO Long-T(QTD-TAB)
              MOVE "N"               TO SW-Carregado-T(QTD-TAB)
              MOVE ZEROES            TO Peso-T(QTD-TAB)
              MOVE ZEROES            TO Volume-T(QTD-TAB)
              PERFORM AVALIAR-DATA-PROMETIDA
              IF SW-Carregado-T(QTD-TAB) = "N" AND SW-ITENS-OK = "S"
                 PERFORM PESAR-PEDIDO
              END-IF
      ********** PEDIDO MAIOR QUE O MAIOR VEICULO DA FROTA NAO ******
      *    EMBARCA; SAI NA LISTA DE NAO EMBARCADOS                   *
              IF SW-VEICULOS-OK = "S" AND SW-Carregado-T(QTD-TAB) = "N"
                 IF Peso-T(QTD-TAB) > Max-Peso-Vei
                    OR Volume-T(QTD-TAB) > Max-Volume-Vei
                    MOVE "X"         TO SW-Carregado-T(QTD-TAB)
                    ADD 1            TO CONT-NAO-EMBARC
                    ADD 1            TO JOB-AVISOS
                 END-IF
              END-IF
           END-IF.

       AVALIAR-DATA-PROMETIDA.
      ********** PROMESSA POSTERIOR A HOJE: O PEDIDO FICA PARA O *****
      *    ROMANEIO DAQUELE DIA. A PRIORIDADE NA CARGA E A DATA      *
      *    PROMETIDA; PEDIDO SEM ELA (IMPORTADO, CONTRATO OU ANTIGO) *
      *    CONTA COMO PROMETIDO PARA HOJE                            *
           IF Data-Prometida-ped IS NUMERIC
              MOVE Data-Prometida-ped TO Data-Prom-T(QTD-TAB)
           ELSE
              MOVE ZEROES             TO Data-Prom-T(QTD-TAB)
           END-IF
           IF Data-Prom-T(QTD-TAB) = ZEROES
              MOVE Data-Hoje-Amd        TO Prior-T(QTD-TAB)
           ELSE
              MOVE Data-Prom-T(QTD-TAB) TO Prior-T(QTD-TAB)
           END-IF
           IF Prior-T(QTD-TAB) > Data-Hoje-Amd
              MOVE "D" TO SW-Carregado-T(QTD-TAB)
              ADD 1    TO CONT-AGUARDANDO
           ELSE
              IF Prior-T(QTD-TAB) < Data-Hoje-Amd
                 ADD 1 TO CONT-ATRASADAS
              END-IF
           END-IF.

       PESAR-PEDIDO.
      ********** PESO E VOLUME DO PEDIDO = SOMA DE QUANTIDADE X *****
      *    PESO/VOLUME DO PRODUTO EM TODAS AS LINHAS, INCLUSIVE AS   *
      *    DE BONIFICACAO, QUE TAMBEM SOBEM NO CAMINHAO. A QUANTIDADE*
      *    E A QUE VAI NESTA CARGA (QTD-A-EMBARCAR)                  *
           MOVE Backorder-T(QTD-TAB) TO SW-BACKORDER-W
           MOVE Numero-Pedido TO Numero-Pedido-it
           MOVE ZEROES        TO Sequencia-it
           MOVE "N"           TO SW-FIM-ITENS
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY MOVE "S" TO SW-FIM-ITENS
           END-START
           PERFORM UNTIL SW-FIM-ITENS = "S"
              READ ITENS NEXT RECORD
                 AT END MOVE "S" TO SW-FIM-ITENS
              END-READ
              IF SW-FIM-ITENS = "N"
                 IF Numero-Pedido-it NOT = Numero-Pedido
                    MOVE "S" TO SW-FIM-ITENS
                 ELSE
                    MOVE Codigo-Produto-it TO Codigo-Produto
                    READ PRODUTOS
                    IF FILE-STATUS-PRO = 00
                       PERFORM QTD-A-EMBARCAR
                       COMPUTE Peso-T(QTD-TAB) = Peso-T(QTD-TAB)
                             + Qtd-Embarque-W * Peso-Bruto-Produto
                       COMPUTE Volume-T(QTD-TAB) = Volume-T(QTD-TAB)
                             + Qtd-Embarque-W * Volume-Produto
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       APURAR-PENDENTE-EMBARQUE.
      ********** PEDIDO EM BACKORDER: SOMA O QUE JA FOI FATURADO E ***
      *    AINDA NAO FOI ENTREGUE, E O VALOR PROPORCIONAL DESSAS     *
      *    QUANTIDADES; ZERO = NADA A EMBARCAR AGORA                 *
           MOVE ZEROES        TO Qtd-Pendente-W
           MOVE ZEROES        TO Valor-Pendente-W
           MOVE Numero-Pedido TO Numero-Pedido-it
           MOVE ZEROES        TO Sequencia-it
           MOVE "N"           TO SW-FIM-ITENS
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY MOVE "S" TO SW-FIM-ITENS
           END-START
           PERFORM UNTIL SW-FIM-ITENS = "S"
              READ ITENS NEXT RECORD
                 AT END MOVE "S" TO SW-FIM-ITENS
              END-READ
              IF SW-FIM-ITENS = "N"
                 IF Numero-Pedido-it NOT = Numero-Pedido
                    MOVE "S" TO SW-FIM-ITENS
                 ELSE
                    PERFORM QTD-A-EMBARCAR
                    ADD Qtd-Embarque-W TO Qtd-Pendente-W
                    IF Qtd-Embarque-W > ZEROES
                       AND Quantidade-it > ZEROES
                       COMPUTE Valor-Pendente-W ROUNDED =
                               Valor-Pendente-W + Total-Item-it
                             * Qtd-Embarque-W / Quantidade-it
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       QTD-A-EMBARCAR.
      ********** QUANTIDADE DA LINHA CORRENTE DE ITENS QUE SOBE *****
      *    NESTA CARGA: A FATURADA (BACKORDER) OU A DO PEDIDO, MENOS *
      *    O QUE O RETORNO DE UM ROMANEIO ANTERIOR JA DEU COMO       *
      *    ENTREGUE                                                  *
           IF SW-BACKORDER-W = "S"
              MOVE Quantidade-Faturada-it TO Qtd-Embarque-W
           ELSE
              MOVE Quantidade-it          TO Qtd-Embarque-W
           END-IF
           IF SW-ITENTREG-OK = "S"
              MOVE Numero-Pedido-it TO Numero-Pedido-ie
              MOVE Sequencia-it     TO Sequencia-ie
              READ ITENTREG
              IF FILE-STATUS-IE = 00
                 IF Quantidade-Entregue-ie < Qtd-Embarque-W
                    SUBTRACT Quantidade-Entregue-ie FROM Qtd-Embarque-W
                 ELSE
                    MOVE ZEROES TO Qtd-Embarque-W
                 END-IF
              END-IF
           END-IF.

       CARREGAR-VEICULOS.
           INITIALIZE TABELA-VEICULOS
           MOVE ZEROES TO QTD-VEI
           MOVE "N"    TO SW-VEICULOS-OK
           OPEN INPUT VEICULOS
           IF FILE-STATUS-VEI = 00
              MOVE "N" TO SW-FIM-ITENS
              PERFORM UNTIL SW-FIM-ITENS = "S"
                 READ VEICULOS NEXT RECORD
                    AT END MOVE "S" TO SW-FIM-ITENS
                 END-READ
                 IF SW-FIM-ITENS = "N" AND VEICULO-ATIVO
                    AND Capacidade-Peso-ve > ZEROES
                    AND Capacidade-Volume-ve > ZEROES
                    AND QTD-VEI < 200
                    ADD 1 TO QTD-VEI
                    MOVE Codigo-Veiculo-ve    TO Codigo-V(QTD-VEI)
                    MOVE Placa-ve             TO Placa-V(QTD-VEI)
                    MOVE Capacidade-Peso-ve   TO Cap-Peso-V(QTD-VEI)
                    MOVE Capacidade-Volume-ve TO
                         Cap-Volume-V(QTD-VEI)
                    MOVE "N"                  TO SW-Usado-V(QTD-VEI)
                    IF Capacidade-Peso-ve > Max-Peso-Vei
                       MOVE Capacidade-Peso-ve TO Max-Peso-Vei
                    END-IF
                    IF Capacidade-Volume-ve > Max-Volume-Vei
                       MOVE Capacidade-Volume-ve TO Max-Volume-Vei
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE VEICULOS
              IF QTD-VEI > ZEROES
                 MOVE "S" TO SW-VEICULOS-OK
              END-IF
           END-IF
           IF SW-VEICULOS-OK = "N"
              DISPLAY "SEM VEICULOS ATIVOS; UM ROMANEIO POR ZONA, "
                      "SEM LIMITE DE CARGA"
           END-IF.

       FIN.
           IF SW-CONTATOS-OK = "S"
              CLOSE CONTATOS
           END-IF
           IF SW-ITENS-OK = "S"
              CLOSE ITENS
                    PRODUTOS
           END-IF
           IF SW-ITEMUNID-OK = "S"
              CLOSE ITEMUNID
           END-IF
           IF SW-ITENTREG-OK = "S"
              CLOSE ITENTREG
           END-IF
           IF SW-DISTROD-OK = "S"
              CLOSE DISTROD
           END-IF

           DISPLAY "ROMANEIOS GERADOS: romaneioz.txt"
           DISPLAY "Pedidos a entregar : " QTD-TAB
           DISPLAY "Romaneios (cargas) : " CONT-ROMANEIOS
           DISPLAY "Nao embarcados     : " CONT-NAO-EMBARC
           DISPLAY "Aguardando data    : " CONT-AGUARDANDO
           DISPLAY "Promessa vencida   : " CONT-ATRASADAS
           DISPLAY "Entregas parciais  : " CONT-PARCIAIS

           MOVE QTD-TAB TO JOB-LIDOS
           MOVE CONT-ROMANEIOS TO JOB-GRAVADOS

       GERAR-ROMANEIOS.
           OPEN OUTPUT ROMANEIO
                       CARGAS
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > QTD-TAB
              IF SW-Carregado-T(IND-T) = "N"
                 MOVE Zona-T(IND-T) TO ZONA-ROM
                 PERFORM GERAR-ROMANEIO-ZONA
              END-IF
           END-PERFORM
           IF CONT-NAO-EMBARC > ZEROES
              PERFORM IMPRIMIR-NAO-EMBARCADOS
           END-IF
           IF CONT-AGUARDANDO > ZEROES
              PERFORM IMPRIMIR-AGUARDANDO
           END-IF
           CLOSE ROMANEIO
                 CARGAS
           MOVE "romaneioz.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           MOVE "romaneiocargas.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       GERAR-ROMANEIO-ZONA.
      ********** A ZONA E DIVIDIDA EM QUANTAS CARGAS FOREM PRECISAS: *
      *    CADA CARGA OCUPA UM VEICULO ATE O LIMITE DE PESO OU DE    *
      *    VOLUME. SEM FROTA CADASTRADA, UMA CARGA UNICA POR ZONA    *
           MOVE "N" TO SW-FIM-ZONA
           PERFORM MONTAR-CARGA UNTIL SW-FIM-ZONA = "S".

       MONTAR-CARGA.
           MOVE ZEROES TO QTD-ZONA
           MOVE ZEROES TO Peso-Zona-Rest
           MOVE ZEROES TO Vol-Zona-Rest
           PERFORM VARYING IND-Z FROM 1 BY 1 UNTIL IND-Z > QTD-TAB
              IF Zona-T(IND-Z) = ZONA-ROM
                 AND SW-Carregado-T(IND-Z) = "N"
                 ADD 1 TO QTD-ZONA
                 ADD Peso-T(IND-Z)   TO Peso-Zona-Rest
                 ADD Volume-T(IND-Z) TO Vol-Zona-Rest
              END-IF
           END-PERFORM
           IF QTD-ZONA = ZEROES
              MOVE "S" TO SW-FIM-ZONA
           ELSE
              MOVE ZEROES TO IDX-VEI
              IF SW-VEICULOS-OK = "S"
                 PERFORM ESCOLHER-VEICULO
                 IF IDX-VEI = ZEROES
                    PERFORM MARCAR-SEM-VEICULO
                    MOVE "S" TO SW-FIM-ZONA
                 ELSE
                    MOVE "S" TO SW-Usado-V(IDX-VEI)
                    MOVE Cap-Peso-V(IDX-VEI)   TO Cap-Peso-Rest
                    MOVE Cap-Volume-V(IDX-VEI) TO Cap-Vol-Rest
                 END-IF
              ELSE
                 MOVE 9999999,999 TO Cap-Peso-Rest
                 MOVE 99999,9999  TO Cap-Vol-Rest
              END-IF
           END-IF

           IF SW-FIM-ZONA = "N"
              MOVE ZEROES TO QTD-ORDEM
              MOVE ZEROES TO SEQ-ENTREGA
              MOVE ZEROES TO TOTAL-ZONA
              MOVE ZEROES TO Peso-Carga
              MOVE ZEROES TO Volume-Carga
              MOVE ZEROES TO Lat-Atual
              MOVE ZEROES TO Long-Atual
              PERFORM SEQUENCIAR-ENTREGA QTD-ZONA TIMES
      ********** VEICULO EM QUE NENHUM PEDIDO RESTANTE CABE FICA *****
      *    DE FORA; A ZONA SEGUE PARA O PROXIMO VEICULO LIVRE        *
              IF QTD-ORDEM > ZEROES
                 ADD 1 TO CONT-ROMANEIOS
                 PERFORM IMPRIMIR-CARGA
              END-IF
           END-IF.

       ESCOLHER-VEICULO.
      ********** O MENOR VEICULO LIVRE QUE LEVA O RESTO DA ZONA ******
      *    INTEIRO; SE NENHUM LEVA, O MAIOR VEICULO LIVRE            *
           MOVE ZEROES TO IDX-MAIOR
           PERFORM VARYING IND-V FROM 1 BY 1 UNTIL IND-V > QTD-VEI
              IF SW-Usado-V(IND-V) = "N"
                 IF Cap-Peso-V(IND-V) NOT < Peso-Zona-Rest
                    AND Cap-Volume-V(IND-V) NOT < Vol-Zona-Rest
                    IF IDX-VEI = ZEROES
                       MOVE IND-V TO IDX-VEI
                    ELSE
                       IF Cap-Peso-V(IND-V) < Cap-Peso-V(IDX-VEI)
                          MOVE IND-V TO IDX-VEI
                       END-IF
                    END-IF
                 END-IF
                 IF IDX-MAIOR = ZEROES
                    MOVE IND-V TO IDX-MAIOR
                 ELSE
                    IF Cap-Peso-V(IND-V) > Cap-Peso-V(IDX-MAIOR)
                       MOVE IND-V TO IDX-MAIOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF IDX-VEI = ZEROES
              MOVE IDX-MAIOR TO IDX-VEI
           END-IF.

       MARCAR-SEM-VEICULO.
      ********** FROTA ESGOTADA: O QUE SOBROU DA ZONA NAO EMBARCA ****
           PERFORM VARYING IND-Z FROM 1 BY 1 UNTIL IND-Z > QTD-TAB
              IF Zona-T(IND-Z) = ZONA-ROM
                 AND SW-Carregado-T(IND-Z) = "N"
                 MOVE "V" TO SW-Carregado-T(IND-Z)
                 ADD 1    TO CONT-NAO-EMBARC
                 ADD 1    TO JOB-AVISOS
              END-IF
           END-PERFORM.

       SEQUENCIAR-ENTREGA.
      ********** VIZINHO MAIS PROXIMO ENTRE OS PEDIDOS QUE AINDA *****
      *    CABEM NO PESO E NO VOLUME QUE RESTAM NO VEICULO           *
           MOVE ZEROES        TO IDX-PROX
           MOVE 999999999,99  TO Metros-Prox
           MOVE ZEROES        TO Minutos-Prox
           MOVE "L"           TO Fonte-Prox
           PERFORM VARYING IND-Z FROM 1 BY 1 UNTIL IND-Z > QTD-TAB
              IF Zona-T(IND-Z) = ZONA-ROM
                 AND SW-Carregado-T(IND-Z) = "N"
                 AND Peso-T(IND-Z) NOT > Cap-Peso-Rest
                 AND Volume-T(IND-Z) NOT > Cap-Vol-Rest
                 IF SEQ-ENTREGA = ZEROES
      ********** PRIMEIRA PARADA: O PEDIDO DA ZONA QUE CABE COM A ***
      *    DATA PROMETIDA MAIS ANTIGA, PARA QUE A PROMESSA VENCIDA   *
      *    NAO FIQUE DE FORA QUANDO A FROTA NAO LEVA A ZONA INTEIRA  *
                    IF IDX-PROX = ZEROES
                       OR Prior-T(IND-Z) < Prior-T(IDX-PROX)
                       MOVE IND-Z TO IDX-PROX
                       MOVE ZEROES TO Metros-Prox
                       MOVE SPACES TO Fonte-Prox
                    END-IF
                 ELSE
                    MOVE Lat-Atual     TO Lat-A
                    MOVE Lat-T(IND-Z)  TO Lat-B
                    MOVE Long-T(IND-Z) TO Long-B
                    PERFORM CALCULAR-HAVERSINE
                    PERFORM BUSCAR-TRECHO-RODOVIA
                    IF Metros-Dis < Metros-Prox
                       MOVE Metros-Dis  TO Metros-Prox
                       MOVE Minutos-Dis TO Minutos-Prox
                       MOVE Fonte-Dist  TO Fonte-Prox
                       MOVE IND-Z       TO IDX-PROX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF IDX-PROX > ZEROES
              ADD 1 TO SEQ-ENTREGA
              ADD 1 TO QTD-ORDEM
              MOVE IDX-PROX    TO Idx-Ordem(QTD-ORDEM)
              MOVE Metros-Prox TO Trecho-Ordem(QTD-ORDEM)
              MOVE Minutos-Prox TO Minutos-Ordem(QTD-ORDEM)
              MOVE Fonte-Prox  TO Fonte-Ordem(QTD-ORDEM)
              MOVE Cliente-T(IDX-PROX) TO Cliente-Atual
              MOVE "S" TO SW-Carregado-T(IDX-PROX)
              ADD Valor-T(IDX-PROX)  TO TOTAL-ZONA
              ADD Peso-T(IDX-PROX)   TO Peso-Carga
              ADD Volume-T(IDX-PROX) TO Volume-Carga
              SUBTRACT Peso-T(IDX-PROX)   FROM Cap-Peso-Rest
              SUBTRACT Volume-T(IDX-PROX) FROM Cap-Vol-Rest
              MOVE Lat-T(IDX-PROX)  TO Lat-Atual
              MOVE Long-T(IDX-PROX) TO Long-Atual
           END-IF.

       BUSCAR-TRECHO-RODOVIA.
      ********** OUTRO PEDIDO DO MESMO CLIENTE NAO TEM TRECHO ********
           MOVE "L"    TO Fonte-Dist
           MOVE ZEROES TO Minutos-Dis
           IF Cliente-T(IND-Z) = Cliente-Atual
              MOVE "R" TO Fonte-Dist
           ELSE
              IF SW-DISTROD-OK = "S"
                 MOVE "C"              TO Tipo-Origem-dr
                 MOVE Cliente-Atual    TO Codigo-Origem-dr
                 MOVE ZEROES           TO Filial-Origem-dr
                 MOVE Cliente-T(IND-Z) TO Codigo-Destino-dr
                 MOVE ZEROES           TO Filial-Destino-dr
                 READ DISTROD
                 IF FILE-STATUS-DR = 00
                    AND Lat-Origem-dr = Lat-A
                    AND Long-Origem-dr = Long-A
                    AND Lat-Destino-dr = Lat-B
                    AND Long-Destino-dr = Long-B
                    PERFORM USAR-TRECHO-RODOVIA
                 ELSE
                    MOVE Cliente-T(IND-Z) TO Codigo-Origem-dr
                    MOVE Cliente-Atual    TO Codigo-Destino-dr
                    READ DISTROD
                    IF FILE-STATUS-DR = 00
                       AND Lat-Origem-dr = Lat-B
                       AND Long-Origem-dr = Long-B
                       AND Lat-Destino-dr = Lat-A
                       AND Long-Destino-dr = Long-A
                       PERFORM USAR-TRECHO-RODOVIA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       USAR-TRECHO-RODOVIA.
           MOVE Metros-Rod-dr  TO Metros-Dis
           MOVE Minutos-Rod-dr TO Minutos-Dis
           MOVE "R"            TO Fonte-Dist.

       IMPRIMIR-CARGA.
           WRITE REG-ROMANEIO FROM LINHA-TRACO
           MOVE SPACES TO LINHA-TITULO
           IF IDX-VEI > ZEROES
              STRING "ROMANEIO DE CARGA - ZONA [" ZONA-ROM
                     "]  VEICULO: " Codigo-V(IDX-VEI)
                     " PLACA " Placa-V(IDX-VEI)
                     "  VOLUMES: " QTD-ORDEM
                 DELIMITED BY SIZE INTO LINHA-TITULO
           ELSE
              STRING "ROMANEIO DE CARGA - ZONA [" ZONA-ROM
                     "]  VOLUMES: " QTD-ORDEM
                 DELIMITED BY SIZE INTO LINHA-TITULO
           END-IF
           WRITE REG-ROMANEIO FROM LINHA-TITULO
           WRITE REG-ROMANEIO FROM LINHA-EMPRESA
           MOVE SPACES TO LINHA-TITULO
           MOVE TOTAL-ZONA TO WRK-VALOR
           STRING "VALOR TOTAL EMBARCADO: " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-TITULO
           WRITE REG-ROMANEIO FROM LINHA-TITULO

           MOVE SPACES TO LINHA-TITULO
           MOVE Peso-Carga TO WRK-PESO
           IF IDX-VEI > ZEROES
              MOVE Cap-Peso-V(IDX-VEI) TO WRK-CAP-PESO
              COMPUTE Perc-Ocupacao ROUNDED =
                      Peso-Carga * 100 / Cap-Peso-V(IDX-VEI)
              MOVE Perc-Ocupacao TO WRK-PERC
              STRING "PESO TOTAL  : " WRK-PESO " KG  CAPACIDADE: "
                     WRK-CAP-PESO " KG (" WRK-PERC "%)"
                 DELIMITED BY SIZE INTO LINHA-TITULO
           ELSE
              STRING "PESO TOTAL  : " WRK-PESO " KG"
                 DELIMITED BY SIZE INTO LINHA-TITULO
           END-IF
           WRITE REG-ROMANEIO FROM LINHA-TITULO

           MOVE SPACES TO LINHA-TITULO
           MOVE Volume-Carga TO WRK-VOLUME
           IF IDX-VEI > ZEROES
              MOVE Cap-Volume-V(IDX-VEI) TO WRK-CAP-VOLUME
              COMPUTE Perc-Ocupacao ROUNDED =
                      Volume-Carga * 100 / Cap-Volume-V(IDX-VEI)
              MOVE Perc-Ocupacao TO WRK-PERC
              STRING "VOLUME TOTAL: " WRK-VOLUME " M3  CAPACIDADE: "
                     WRK-CAP-VOLUME " M3 (" WRK-PERC "%)"
                 DELIMITED BY SIZE INTO LINHA-TITULO
           ELSE
              STRING "VOLUME TOTAL: " WRK-VOLUME " M3"
                 DELIMITED BY SIZE INTO LINHA-TITULO
           END-IF
           WRITE REG-ROMANEIO FROM LINHA-TITULO

      ********** PERCURSO E TEMPO DE ESTRADA DA CARGA; O TEMPO SO ****
      *    SOMA OS TRECHOS QUE A MATRIZ RODOVIARIA CONHECE           *
           MOVE ZEROES TO Metros-Rota
           MOVE ZEROES TO Minutos-Rota
           MOVE ZEROES TO Trechos-Retos
           PERFORM VARYING IND-O FROM 1 BY 1 UNTIL IND-O > QTD-ORDEM
              ADD Trecho-Ordem(IND-O)  TO Metros-Rota
              ADD Minutos-Ordem(IND-O) TO Minutos-Rota
              IF Fonte-Ordem(IND-O) = "L"
                 ADD 1 TO Trechos-Retos
              END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-TITULO
           COMPUTE WRK-PERCURSO = Metros-Rota / 1000
           MOVE Minutos-Rota  TO WRK-MINUTOS
           MOVE Trechos-Retos TO WRK-RETOS
           IF Trechos-Retos > ZEROES
              STRING "PERCURSO    : " WRK-PERCURSO " KM  TEMPO: "
                     WRK-MINUTOS " MIN  (*) TRECHOS EM LINHA RETA: "
                     WRK-RETOS
                 DELIMITED BY SIZE INTO LINHA-TITULO
           ELSE
              STRING "PERCURSO    : " WRK-PERCURSO " KM  TEMPO: "
                     WRK-MINUTOS " MIN"
                 DELIMITED BY SIZE INTO LINHA-TITULO
           END-IF
           WRITE REG-ROMANEIO FROM LINHA-TITULO
           WRITE REG-ROMANEIO FROM LINHA-BLNK

           PERFORM VARYING IND-O FROM 1 BY 1 UNTIL IND-O > QTD-ORDEM
              MOVE Idx-Ordem(IND-O) TO IDX-PROX
              INITIALIZE LINHA-DET
              MOVE IND-O                TO SEQ-DET
              MOVE Pedido-T(IDX-PROX)   TO PEDIDO-DET
              MOVE Cliente-T(IDX-PROX)  TO CLIENTE-DET
              MOVE Razao-T(IDX-PROX)    TO RAZAO-DET
              MOVE Valor-T(IDX-PROX)    TO VALOR-DET
              COMPUTE TRECHO-DET = Trecho-Ordem(IND-O) / 1000
              IF Fonte-Ordem(IND-O) = "L"
                 MOVE "*"               TO FONTE-DET
              END-IF
              MOVE Peso-T(IDX-PROX)     TO PESO-DET
              WRITE REG-ROMANEIO FROM LINHA-DET
              IF Data-Prom-T(IDX-PROX) > ZEROES
                 PERFORM IMPRIMIR-DATA-PROMETIDA
              END-IF
              IF Backorder-T(IDX-PROX) = "S"
                 MOVE SPACES TO LINHA-TITULO
                 STRING "      ENTREGA PARCIAL: PEDIDO EM BACKORDER, "
                        "SOBE SO O JA FATURADO"
                    DELIMITED BY SIZE INTO LINHA-TITULO
                 WRITE REG-ROMANEIO FROM LINHA-TITULO
              END-IF
              PERFORM IMPRIMIR-ENDERECO
              IF SW-ITENS-OK = "S"
                 PERFORM IMPRIMIR-ITENS-PEDIDO
              END-IF
              PERFORM GRAVAR-CARGA
           END-PERFORM

           WRITE REG-ROMANEIO FROM LINHA-BLNK
           MOVE "MOTORISTA: ______________________________"
                TO LINHA-TITULO
           WRITE REG-ROMANEIO FROM LINHA-TITULO
           MOVE "ASSINATURA: _____________________________"
                TO LINHA-TITULO
           WRITE REG-ROMANEIO FROM LINHA-TITULO
           WRITE REG-ROMANEIO FROM LINHA-BLNK.

       GRAVAR-CARGA.
           MOVE Pedido-T(IDX-PROX)   TO Numero-Pedido-cg
           IF IDX-VEI > ZEROES
              MOVE Codigo-V(IDX-VEI) TO Codigo-Veiculo-cg
              MOVE Placa-V(IDX-VEI)  TO Placa-cg
           ELSE
              MOVE ZEROES            TO Codigo-Veiculo-cg
              MOVE SPACES            TO Placa-cg
           END-IF
           MOVE ZONA-ROM             TO Zona-cg
           MOVE IND-O                TO Sequencia-cg
           MOVE DATA-HOJE-EDIT       TO Data-Carga-cg
           WRITE REG-CARGAS.

       IMPRIMIR-NAO-EMBARCADOS.
           WRITE REG-ROMANEIO FROM LINHA-TRACO
           MOVE "PEDIDOS NAO EMBARCADOS (SEM VEICULO/EXCEDE CAPACIDADE)"
                TO LINHA-TITULO
           WRITE REG-ROMANEIO FROM LINHA-TITULO
           WRITE REG-ROMANEIO FROM LINHA-BLNK
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > QTD-TAB
              IF SW-Carregado-T(IND-T) = "X"
                 OR SW-Carregado-T(IND-T) = "V"
                 MOVE Peso-T(IND-T)   TO WRK-PESO
                 MOVE Volume-T(IND-T) TO WRK-VOLUME
                 MOVE SPACES TO LINHA-TITULO
                 IF SW-Carregado-T(IND-T) = "X"
                    STRING "ZONA [" Zona-T(IND-T) "] PEDIDO "
                           Pedido-T(IND-T) " " Razao-T(IND-T)(1:25)
                           " " WRK-PESO " KG " WRK-VOLUME
                           " M3 EXCEDE"
                       DELIMITED BY SIZE INTO LINHA-TITULO
                 ELSE
                    STRING "ZONA [" Zona-T(IND-T) "] PEDIDO "
                           Pedido-T(IND-T) " " Razao-T(IND-T)(1:25)
                           " " WRK-PESO " KG " WRK-VOLUME
                           " M3 SEM VEIC"
                       DELIMITED BY SIZE INTO LINHA-TITULO
                 END-IF
                 WRITE REG-ROMANEIO FROM LINHA-TITULO
              END-IF
           END-PERFORM
           WRITE REG-ROMANEIO FROM LINHA-BLNK.

       IMPRIMIR-DATA-PROMETIDA.
           MOVE SPACES TO Data-Prom-Edit
           STRING Data-Prom-T(IDX-PROX)(7:2) "-"
                  Data-Prom-T(IDX-PROX)(5:2) "-"
                  Data-Prom-T(IDX-PROX)(1:4)
              DELIMITED BY SIZE INTO Data-Prom-Edit
           MOVE SPACES TO LINHA-TITULO
           IF Data-Prom-T(IDX-PROX) < Data-Hoje-Amd
              STRING "      ENTREGA PROMETIDA: " Data-Prom-Edit
                     "  (PROMESSA VENCIDA)"
                 DELIMITED BY SIZE INTO LINHA-TITULO
           ELSE
              STRING "      ENTREGA PROMETIDA: " Data-Prom-Edit
                 DELIMITED BY SIZE INTO LINHA-TITULO
           END-IF
           WRITE REG-ROMANEIO FROM LINHA-TITULO.

       IMPRIMIR-AGUARDANDO.
      ********** PEDIDOS FATURADOS COM ENTREGA PROMETIDA PARA DEPOIS *
      *    DE HOJE (DIAS DE ENTREGA DA ZONA): NAO SOBEM NA CARGA     *
           WRITE REG-ROMANEIO FROM LINHA-TRACO
           MOVE "PEDIDOS AGUARDANDO A DATA PROMETIDA DE ENTREGA"
                TO LINHA-TITULO
           WRITE REG-ROMANEIO FROM LINHA-TITULO
           WRITE REG-ROMANEIO FROM LINHA-BLNK
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > QTD-TAB
              IF SW-Carregado-T(IND-T) = "D"
                 MOVE SPACES TO Data-Prom-Edit
                 STRING Data-Prom-T(IND-T)(7:2) "-"
                        Data-Prom-T(IND-T)(5:2) "-"
                        Data-Prom-T(IND-T)(1:4)
                    DELIMITED BY SIZE INTO Data-Prom-Edit
                 MOVE SPACES TO LINHA-TITULO
                 STRING "ZONA [" Zona-T(IND-T) "] PEDIDO "
                        Pedido-T(IND-T) " " Razao-T(IND-T)(1:25)
                        " ENTREGA " Data-Prom-Edit
                    DELIMITED BY SIZE INTO LINHA-TITULO
                 WRITE REG-ROMANEIO FROM LINHA-TITULO
              END-IF
           END-PERFORM
           WRITE REG-ROMANEIO FROM LINHA-BLNK.

       IMPRIMIR-ENDERECO.
      ********** ENDERECO DO PRIMEIRO CONTATO DO CLIENTE (PGM00001) **
              WRITE REG-ROMANEIO FROM LINHA-TITULO
           END-IF.

       IMPRIMIR-ITENS-PEDIDO.
      ********** MERCADORIA DA PARADA NA UNIDADE EM QUE O CLIENTE ****
      *    PEDIU (ITEMUNID.DAT); SEM ELA, NA UNIDADE DE ESTOQUE.     *
      *    LINHA QUE SOBE SO EM PARTE SAI NA UNIDADE DE ESTOQUE E A  *
      *    LINHA SEM NADA A EMBARCAR NAO SAI                         *
           MOVE Backorder-T(IDX-PROX) TO SW-BACKORDER-W
           MOVE Pedido-T(IDX-PROX) TO Numero-Pedido-it
           MOVE ZEROES             TO Sequencia-it
           MOVE "N"                TO SW-FIM-ITENS
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY MOVE "S" TO SW-FIM-ITENS
           END-START
           PERFORM UNTIL SW-FIM-ITENS = "S"
              READ ITENS NEXT RECORD
                 AT END MOVE "S" TO SW-FIM-ITENS
              END-READ
              IF SW-FIM-ITENS = "N"
                 IF Numero-Pedido-it NOT = Pedido-T(IDX-PROX)
                    MOVE "S" TO SW-FIM-ITENS
                 ELSE
                    PERFORM QTD-A-EMBARCAR
                    IF Qtd-Embarque-W > ZEROES
                       MOVE Codigo-Produto-it TO Codigo-Produto
                       READ PRODUTOS
                       IF FILE-STATUS-PRO NOT = 00
                          MOVE SPACES TO Descricao-Produto
                          MOVE SPACES TO Unidade-Produto
                       END-IF
                       MOVE Qtd-Embarque-W  TO Qtd-Rom-W
                       MOVE Unidade-Produto TO Unidade-Rom-W
                       IF SW-ITEMUNID-OK = "S"
                          AND Qtd-Embarque-W = Quantidade-it
                          MOVE Numero-Pedido-it TO Numero-Pedido-iu
                          MOVE Sequencia-it     TO Sequencia-iu
                          READ ITEMUNID
                          IF FILE-STATUS-IU = 00
                             MOVE Quantidade-Pedida-iu TO Qtd-Rom-W
                             MOVE Unidade-Pedida-iu    TO Unidade-Rom-W
                          END-IF
                       END-IF
                       MOVE Qtd-Rom-W TO WRK-QTD-ROM
                       MOVE SPACES TO LINHA-TITULO
                       STRING "      " Codigo-Produto-it " "
                              Descricao-Produto(1:30) " "
                              WRK-QTD-ROM " " Unidade-Rom-W
                          DELIMITED BY SIZE INTO LINHA-TITULO
                       IF ITEM-BONIFICACAO
                          MOVE " BONIF" TO LINHA-TITULO(58:6)
                       END-IF
                       WRITE REG-ROMANEIO FROM LINHA-TITULO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CALCULAR-HAVERSINE.
           COMPUTE Latitude-a-Rad   = Lat-A * PI-CONST / 180
           COMPUTE Latitude-b-Rad   = Lat-B * PI-CONST / 180
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA48 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "romaneioz.txt" DELIMITED BY SIZE
                  INTO ARQ-ROMANEIO
           MOVE SPACES TO ARQ-CARGAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "romaneiocargas.txt" DELIMITED BY SIZE
                  INTO ARQ-CARGAS
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
           MOVE SPACES TO ARQ-VEICULOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "veiculos.dat" DELIMITED BY SIZE
                  INTO ARQ-VEICULOS
           MOVE SPACES TO ARQ-ITEMUNID
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itemunid.dat" DELIMITED BY SIZE
                  INTO ARQ-ITEMUNID
           MOVE SPACES TO ARQ-DISTROD
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "distrod.dat" DELIMITED BY SIZE
                  INTO ARQ-DISTROD
           MOVE SPACES TO ARQ-ITENTREG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itentreg.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENTREG.
       END PROGRAM PROGRAMA48.
