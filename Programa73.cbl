      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: RETORNO DO ROMANEIO - CONFIRMACOES DE ENTREGA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA73.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETENTREGA ASSIGN ARQ-RETENTREGA
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT CARGAS   ASSIGN ARQ-CARGAS
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CG.

           SELECT PEDIDOS ASSIGN ARQ-PEDIDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS-PED.

           SELECT OCORRENCIAS ASSIGN ARQ-OCORRENCIAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Ocorrencia
           FILE STATUS IS FILE-STATUS-OC.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-ITE.

           SELECT ITENTREG ASSIGN ARQ-ITENTREG
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Itentreg
           FILE STATUS IS FILE-STATUS-IE.

           SELECT PESQUISAS ASSIGN ARQ-PESQUISAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido-ps
           FILE STATUS IS FILE-STATUS-PS.

           SELECT TABLA ASSIGN ARQ-TABLA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRLTAB
           FILE STATUS IS FILE-STATUS-TAB.

           SELECT ENTREL   ASSIGN ARQ-ENTREL
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
       FD  RETENTREGA.

      ********** UMA LINHA POR PARADA, DIGITADA DO CANHOTO E DA *****
      *    LISTA DE FALHAS DO MOTORISTA                              *
       01  REG-RETENTREGA.
           05 Pedido-re                    PIC 9(007).
           05 Entregue-re                  PIC X(001).
              88 ENTREGA-REALIZADA                       VALUE "S".
              88 ENTREGA-NAO-REALIZADA                   VALUE "N".
           05 Motivo-re                    PIC X(002).
           05 Recebedor-re                 PIC X(030).
           05 Hora-re                      PIC X(005).

       FD  CARGAS.

       01  REG-CARGAS.
           05 Numero-Pedido-cg             PIC 9(007).
           05 Codigo-Veiculo-cg            PIC 9(003).
           05 Placa-cg                     PIC X(007).
           05 Zona-cg                      PIC X(003).
           05 Sequencia-cg                 PIC 9(004).
           05 Data-Carga-cg                PIC X(010).

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

       FD  OCORRENCIAS.

       01  REG-OCORRENCIAS.
           05 Numero-Ocorrencia            PIC 9(007).
           05 Codigo-Cliente-oc            PIC 9(007).
           05 Codigo-Vendedor-oc           PIC 9(003).
           05 Tipo-oc                      PIC X(001).
              88 OCOR-RECLAMACAO                         VALUE "R".
              88 OCOR-AVARIA                             VALUE "V".
              88 OCOR-ATRASO-ENTREGA                     VALUE "T".
           05 Situacao-oc                  PIC X(001).
              88 OCOR-ABERTA                             VALUE "A".
              88 OCOR-EM-TRATAMENTO                      VALUE "T".
              88 OCOR-FECHADA                            VALUE "F".
           05 Prazo-oc                     PIC X(010).
           05 Descricao-oc                 PIC X(060).
           05 Data-Abertura-oc             PIC X(010).
           05 Data-Fechamento-oc           PIC X(010).
           05 Operador-oc                  PIC X(010).

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

      ********** QUANTIDADE JA ENTREGUE DE CADA LINHA DE PEDIDO *****
      *    FATURADO EM PARTES (BACKORDER); O PROGRAMA48 SO EMBARCA O *
      *    FATURADO QUE AINDA NAO CONSTA AQUI                        *
       FD  ITENTREG.

       01  REG-ITENTREG.
           05 Chave-Itentreg.
              10 Numero-Pedido-ie          PIC 9(007).
              10 Sequencia-ie              PIC 9(003).
           05 Quantidade-Entregue-ie       PIC 9(007)v9(002).
           05 Data-Entrega-ie              PIC X(010).

       FD  PESQUISAS.

      ********** FILA DA PESQUISA DE SATISFACAO (NPS): ENTRA NA ******
      *    ENTREGA DO PEDIDO, SAI NO ENVIO E VOLTA COM A RESPOSTA    *
      *    (PROGRAMA85)                                              *
       01  REG-PESQUISAS.
           05 Numero-Pedido-ps             PIC 9(007).
           05 Codigo-Cliente-ps            PIC 9(007).
           05 Codigo-Vendedor-ps           PIC 9(003).
           05 Data-Entrega-ps              PIC X(010).
           05 Situacao-ps                  PIC X(001).
              88 PESQ-NA-FILA                            VALUE "F".
              88 PESQ-ENVIADA                            VALUE "E".
              88 PESQ-RESPONDIDA                         VALUE "R".
           05 Contato-ps                   PIC X(040).
           05 Data-Envio-ps                PIC X(010).
           05 Nota-ps                      PIC 9(002).
           05 Comentario-ps                PIC X(060).
           05 Data-Resposta-ps             PIC X(010).
           05 Numero-Ocorrencia-ps         PIC 9(007).

       FD  TABLA.

       01  REG-TABLA.
           05 CRLTAB                       PIC 9(003).
           05 Codigo-Tabclie               PIC 9(007).
           05 Codigo-Tabvend               PIC 9(003).
           05 Codigo-Tabped                PIC 9(007).
           05 Codigo-Tabprod               PIC 9(005).
           05 Codigo-Taborc                PIC 9(007).
           05 Codigo-Tabocor               PIC 9(007).
           05 Codigo-Tabforn               PIC 9(005).
           05 Codigo-Tabcomp               PIC 9(007).

       FD  ENTREL.

       01  REG-ENTREL                      PIC X(132).

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
                                            VALUE "PROGRAMA73".
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
           05 ARQ-RETENTREGA                  PIC X(080)   VALUE SPACES.
           05 ARQ-CARGAS                      PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-OCORRENCIAS                 PIC X(080)   VALUE SPACES.
           05 ARQ-TABLA                       PIC X(080)   VALUE SPACES.
           05 ARQ-PESQUISAS                   PIC X(080)   VALUE SPACES.
           05 ARQ-ENTREL                      PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-ITENTREG                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-RETORNO                            VALUE "S".
              88 NO-FIN-RETORNO                         VALUE "N".

           05 FILE-STATUS-PED              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-OC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PS               PIC 99       VALUE ZEROES.
           05 SW-PESQUISAS-OK              PIC X        VALUE "N".
           05 FILE-STATUS-TAB              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CG               PIC 99       VALUE ZEROES.
           05 SW-OCORRENCIAS-OK            PIC X        VALUE "N".
           05 SW-FIM-CARGAS                PIC X        VALUE "N".
           05 SW-CULPA-NOSSA               PIC X        VALUE "N".
           05 Desc-Motivo-W                PIC X(030)   VALUE SPACES.
           05 Numero-Ocor-W                PIC 9(007)   VALUE ZEROES.
           05 Situacao-Ant-W               PIC X(001)   VALUE SPACES.
           05 FILE-STATUS-ITE              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IE               PIC 99       VALUE ZEROES.
           05 SW-ITENTREG-OK               PIC X        VALUE "N".
           05 SW-FIM-ITENS                 PIC X        VALUE "N".
           05 CONT-PARCIAIS                PIC 9(005)   VALUE ZEROES.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-ENTREGUES               PIC 9(005)   VALUE ZEROES.
           05 CONT-FALHAS                  PIC 9(005)   VALUE ZEROES.
           05 CONT-OCORRENCIAS             PIC 9(005)   VALUE ZEROES.
           05 CONT-PESQUISAS               PIC 9(005)   VALUE ZEROES.
           05 CONT-IGNORADAS               PIC 9(005)   VALUE ZEROES.
           05 CONT-FORA-ENTREGUES          PIC 9(005)   VALUE ZEROES.
           05 CONT-FORA-FALHAS             PIC 9(005)   VALUE ZEROES.
           05 QTD-CARGA                    PIC 9(004)   VALUE ZEROES.
           05 IND-C                        PIC 9(004)   VALUE ZEROES.
           05 IDX-CARGA                    PIC 9(004)   VALUE ZEROES.
           05 QTD-RESUMO                   PIC 9(003)   VALUE ZEROES.
           05 IND-R                        PIC 9(003)   VALUE ZEROES.
           05 IDX-RESUMO                   PIC 9(003)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-PRAZO-AMD               PIC 9(008)   VALUE ZEROES.
           05 DATA-PRAZO-R REDEFINES DATA-PRAZO-AMD.
              10 PRAZO-ANO                 PIC 9(004).
              10 PRAZO-MES                 PIC 9(002).
              10 PRAZO-DIA                 PIC 9(002).
           05 DATA-PRAZO-EDIT              PIC X(010)   VALUE SPACES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

      ********** PARADAS DO ULTIMO ROMANEIO (ROMANEIOCARGAS.TXT) E ***
      *    O QUE O RETORNO DISSE DE CADA UMA: BRANCO = PENDENTE,     *
      *    E = ENTREGUE, F = FALHOU                                  *
           05 TABELA-CARGA.
              10 CARGA-OCC OCCURS 9999 TIMES.
                 15 Pedido-C               PIC 9(007).
                 15 Veiculo-C              PIC 9(003).
                 15 Placa-C                PIC X(007).
                 15 Retorno-C              PIC X(001).

           05 TABELA-RESUMO.
              10 RESUMO-OCC OCCURS 201 TIMES.
                 15 Veiculo-R              PIC 9(003).
                 15 Placa-R                PIC X(007).
                 15 Paradas-R              PIC 9(005).
                 15 Entregues-R            PIC 9(005).
                 15 Falhas-R               PIC 9(005).
                 15 Pendentes-R            PIC 9(005).

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
           PERFORM PROCESO UNTIL FIN-RETORNO
           PERFORM FIN.

       INICIO.
      ********** RETORNO DO MOTORISTA (RETORNOENTREGA.TXT NA PASTA ***
      *    DE DADOS): UMA LINHA POR PARADA COM PEDIDO, ENTREGUE S/N, *
      *    MOTIVO, RECEBEDOR E HORA. ENTREGUE VAI PARA E; FALHA      *
      *    VOLTA PARA S E ENTRA NO PROXIMO ROMANEIO (PROGRAMA48).    *
      *    PEDIDO EM BACKORDER (B) CONTINUA B NOS DOIS CASOS: A      *
      *    ENTREGA SO BAIXA O JA FATURADO EM ITENTREG.DAT            *
           DISPLAY "RETORNO DAS ENTREGAS DO ROMANEIO"
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE DD-AUX      TO HOJE-DIA
           MOVE MM-AUX      TO HOJE-MES
           MOVE AA-AUX      TO HOJE-ANNO
           COMPUTE DATA-HOJE-AMD = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)
      ********** PRAZO DA OCORRENCIA DE ENTREGA: DOIS DIAS ***********
           COMPUTE DATA-PRAZO-AMD = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(DATA-HOJE-AMD) + 2)
           MOVE SPACES TO DATA-PRAZO-EDIT
           STRING PRAZO-DIA "-" PRAZO-MES "-" PRAZO-ANO
              DELIMITED BY SIZE INTO DATA-PRAZO-EDIT

           OPEN INPUT RETENTREGA
           IF FILE-STATUS NOT = 00
              DISPLAY "retornoentrega.txt AUSENTE; COLOQUE O RETORNO "
                      "DO MOTORISTA NA PASTA DE DADOS"
              SET FIN-RETORNO TO TRUE
              MOVE "SEM RETORN" TO JOB-STATUS
           ELSE
              OPEN I-O PEDIDOS
              IF FILE-STATUS-PED NOT = 00
                 DISPLAY "pedidos.dat AUSENTE OU DANIFICADO"
                 SET FIN-RETORNO TO TRUE
                 MOVE "SEM PEDIDO" TO JOB-STATUS
                 CLOSE RETENTREGA
              ELSE
                 PERFORM ABRIR-OCORRENCIAS
                 PERFORM ABRIR-PESQUISAS
                 PERFORM ABRIR-ITENTREG
                 PERFORM CARREGAR-CARGAS
                 OPEN OUTPUT ENTREL
                 MOVE SPACES TO LINHA-REL
                 STRING "RETORNO DAS ENTREGAS DO ROMANEIO - "
                        DATA-HOJE-EDIT
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-ENTREL FROM LINHA-REL
                 WRITE REG-ENTREL FROM LINHA-EMPRESA
                 MOVE SPACES TO LINHA-REL
                 WRITE REG-ENTREL FROM LINHA-REL
                 SET NO-FIN-RETORNO TO TRUE
                 PERFORM LEER-RETORNO
              END-IF
           END-IF.

       ABRIR-OCORRENCIAS.
      ********** OCORRENCIAS.DAT E A TABLA (NUMERACAO) DO PGM00031; **
      *    SEM ELES O RETORNO SEGUE, SO NAO ABRE OCORRENCIA          *
           MOVE "N" TO SW-OCORRENCIAS-OK
           OPEN I-O OCORRENCIAS
           IF FILE-STATUS-OC NOT = 00
              OPEN OUTPUT OCORRENCIAS
              CLOSE OCORRENCIAS
              OPEN I-O OCORRENCIAS
           END-IF
           IF FILE-STATUS-OC = 00
              OPEN I-O TABLA
              IF FILE-STATUS-TAB = 00
                 MOVE "S" TO SW-OCORRENCIAS-OK
              ELSE
                 CLOSE OCORRENCIAS
              END-IF
           END-IF
           IF SW-OCORRENCIAS-OK = "N"
              DISPLAY "OCORRENCIAS/TABLA INDISPONIVEIS; FALHAS NAO "
                      "GERAM OCORRENCIA"
              ADD 1 TO JOB-AVISOS
           END-IF.

       ABRIR-PESQUISAS.
      ********** FILA DA PESQUISA NPS (PESQUISAS.DAT), A MESMA QUE O *
      *    PGM00028 ALIMENTA NA ENTREGA MARCADA NA TELA              *
           MOVE "N" TO SW-PESQUISAS-OK
           OPEN I-O PESQUISAS
           IF FILE-STATUS-PS NOT = 00
              OPEN OUTPUT PESQUISAS
              CLOSE PESQUISAS
              OPEN I-O PESQUISAS
           END-IF
           IF FILE-STATUS-PS = 00
              MOVE "S" TO SW-PESQUISAS-OK
           ELSE
              DISPLAY "pesquisas.dat INDISPONIVEL; ENTREGAS NAO ENTRAM "
                      "NA PESQUISA NPS"
              ADD 1 TO JOB-AVISOS
           END-IF.

       ABRIR-ITENTREG.
      ********** SEM ITENS.DAT OU ITENTREG.DAT O RETORNO DE PEDIDO ***
      *    EM BACKORDER E IGNORADO: SEM A BAIXA DO QUE FOI ENTREGUE  *
      *    O PROGRAMA48 EMBARCARIA DE NOVO A MESMA MERCADORIA        *
           MOVE "N" TO SW-ITENTREG-OK
           OPEN INPUT ITENS
           IF FILE-STATUS-ITE = 00
              OPEN I-O ITENTREG
              IF FILE-STATUS-IE NOT = 00
                 OPEN OUTPUT ITENTREG
                 CLOSE ITENTREG
                 OPEN I-O ITENTREG
              END-IF
              IF FILE-STATUS-IE = 00
                 MOVE "S" TO SW-ITENTREG-OK
              ELSE
                 CLOSE ITENS
              END-IF
           END-IF
           IF SW-ITENTREG-OK = "N"
              DISPLAY "ITENS/ITENTREG INDISPONIVEIS; RETORNO DE PEDIDO "
                      "EM BACKORDER NAO E BAIXADO"
              ADD 1 TO JOB-AVISOS
           END-IF.

       CARREGAR-CARGAS.
           INITIALIZE TABELA-CARGA
           MOVE ZEROES TO QTD-CARGA
           OPEN INPUT CARGAS
           IF FILE-STATUS-CG = 00
              MOVE "N" TO SW-FIM-CARGAS
              PERFORM UNTIL SW-FIM-CARGAS = "S"
                 READ CARGAS
                    AT END MOVE "S" TO SW-FIM-CARGAS
                 END-READ
                 IF SW-FIM-CARGAS = "N" AND QTD-CARGA < 9999
                    ADD 1 TO QTD-CARGA
                    MOVE Numero-Pedido-cg  TO Pedido-C(QTD-CARGA)
                    MOVE Codigo-Veiculo-cg TO Veiculo-C(QTD-CARGA)
                    MOVE Placa-cg          TO Placa-C(QTD-CARGA)
                    MOVE SPACE             TO Retorno-C(QTD-CARGA)
                 END-IF
              END-PERFORM
              CLOSE CARGAS
           ELSE
              DISPLAY "romaneiocargas.txt AUSENTE; RESUMO SEM VEICULOS"
           END-IF.

       PROCESO.
           IF Pedido-re IS NUMERIC AND Pedido-re > ZEROES
              ADD 1 TO CONT-LIDOS
              PERFORM TRATAR-RETORNO
           END-IF
           PERFORM LEER-RETORNO.

       LEER-RETORNO.
           READ RETENTREGA
                AT END
                SET FIN-RETORNO TO TRUE
           END-READ.

       TRATAR-RETORNO.
           MOVE Pedido-re TO Numero-Pedido
           READ PEDIDOS
           IF FILE-STATUS-PED NOT = 00
              MOVE SPACES TO LINHA-REL
              STRING "PEDIDO " Pedido-re " NAO ENCONTRADO; "
                     "LINHA IGNORADA"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-ENTREL FROM LINHA-REL
              ADD 1 TO CONT-IGNORADAS
              ADD 1 TO JOB-AVISOS
           ELSE
           IF NOT (PEDIDO-FATURADO OR PEDIDO-EM-SEPARACAO
                   OR PEDIDO-EM-ENTREGA OR PEDIDO-BACKORDER)
              OR (PEDIDO-BACKORDER AND SW-ITENTREG-OK = "N")
              MOVE SPACES TO LINHA-REL
              STRING "PEDIDO " Pedido-re " ESTA EM ["
                     Situacao-Pedido "]; LINHA IGNORADA"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-ENTREL FROM LINHA-REL
              ADD 1 TO CONT-IGNORADAS
              ADD 1 TO JOB-AVISOS
           ELSE
           IF NOT (ENTREGA-REALIZADA OR ENTREGA-NAO-REALIZADA)
              MOVE SPACES TO LINHA-REL
              STRING "PEDIDO " Pedido-re " INDICADOR DE ENTREGA ["
                     Entregue-re "] INVALIDO; LINHA IGNORADA"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-ENTREL FROM LINHA-REL
              ADD 1 TO CONT-IGNORADAS
              ADD 1 TO JOB-AVISOS
           ELSE
              PERFORM LOCALIZAR-CARGA
              PERFORM ATUALIZAR-PEDIDO
           END-IF
           END-IF
           END-IF.

       LOCALIZAR-CARGA.
           MOVE ZEROES TO IDX-CARGA
           PERFORM VARYING IND-C FROM 1 BY 1
                   UNTIL IND-C > QTD-CARGA OR IDX-CARGA > ZEROES
              IF Pedido-C(IND-C) = Pedido-re
                 MOVE IND-C TO IDX-CARGA
              END-IF
           END-PERFORM.

       ATUALIZAR-PEDIDO.
      ********** O RESPONSAVEL PASSA A SER A PLACA DO VEICULO DA *****
      *    CARGA (OU "RETORNO" SE O PEDIDO NAO ESTAVA NO ROMANEIO)   *
           MOVE Situacao-Pedido TO Situacao-Ant-W
           MOVE DATA-HOJE-EDIT  TO Data-Situacao-ped
           IF IDX-CARGA > ZEROES AND Placa-C(IDX-CARGA) NOT = SPACES
              MOVE Placa-C(IDX-CARGA) TO Responsavel-ped
           ELSE
              MOVE "RETORNO"          TO Responsavel-ped
           END-IF
           MOVE SPACES TO LINHA-REL
           IF ENTREGA-REALIZADA
              IF PEDIDO-BACKORDER
                 PERFORM BAIXAR-ITENS-ENTREGUES
                 ADD 1 TO CONT-PARCIAIS
              ELSE
                 MOVE "E" TO Situacao-Pedido
              END-IF
              REWRITE REG-PEDIDOS
              ADD 1 TO CONT-ENTREGUES
              ADD 1 TO JOB-GRAVADOS
              IF IDX-CARGA > ZEROES
                 MOVE "E" TO Retorno-C(IDX-CARGA)
              ELSE
                 ADD 1 TO CONT-FORA-ENTREGUES
              END-IF
              IF PEDIDO-BACKORDER
                 STRING "PEDIDO " Pedido-re " ENTREGUE EM PARTE AS "
                        Hora-re " A " Recebedor-re
                        "; BACKORDER EM ABERTO"
                    DELIMITED BY SIZE INTO LINHA-REL
              ELSE
                 STRING "PEDIDO " Pedido-re " ENTREGUE AS " Hora-re
                        " A " Recebedor-re
                    DELIMITED BY SIZE INTO LINHA-REL
                 PERFORM ENFILEIRAR-PESQUISA
              END-IF
           ELSE
              PERFORM CLASSIFICAR-MOTIVO
              IF NOT PEDIDO-BACKORDER
                 MOVE "S" TO Situacao-Pedido
              END-IF
              REWRITE REG-PEDIDOS
              ADD 1 TO CONT-FALHAS
              ADD 1 TO JOB-GRAVADOS
              IF IDX-CARGA > ZEROES
                 MOVE "F" TO Retorno-C(IDX-CARGA)
              ELSE
                 ADD 1 TO CONT-FORA-FALHAS
              END-IF
              STRING "PEDIDO " Pedido-re " NAO ENTREGUE ("
                     Motivo-re " " Desc-Motivo-W
                     ") VOLTA PARA O PROXIMO ROMANEIO"
                 DELIMITED BY SIZE INTO LINHA-REL
              IF SW-CULPA-NOSSA = "S"
                 PERFORM ABRIR-OCORRENCIA
              END-IF
           END-IF
           WRITE REG-ENTREL FROM LINHA-REL.

       BAIXAR-ITENS-ENTREGUES.
      ********** PEDIDO EM BACKORDER ENTREGUE: CADA LINHA PASSA A ****
      *    TER COMO ENTREGUE TUDO O QUE JA FOI FATURADO DELA. O      *
      *    PEDIDO SEGUE EM B ATE O PROGRAMA10 FATURAR O RESTANTE;    *
      *    AI VOLTA AO CICLO NORMAL SO COM O QUE FALTA ENTREGAR      *
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
                    IF Quantidade-Faturada-it > ZEROES
                       MOVE Numero-Pedido-it TO Numero-Pedido-ie
                       MOVE Sequencia-it     TO Sequencia-ie
                       READ ITENTREG
                       IF FILE-STATUS-IE = 00
                          IF Quantidade-Entregue-ie
                             < Quantidade-Faturada-it
                             MOVE Quantidade-Faturada-it
                               TO Quantidade-Entregue-ie
                             MOVE DATA-HOJE-EDIT TO Data-Entrega-ie
                             REWRITE REG-ITENTREG
                          END-IF
                       ELSE
                          MOVE Quantidade-Faturada-it
                            TO Quantidade-Entregue-ie
                          MOVE DATA-HOJE-EDIT TO Data-Entrega-ie
                          WRITE REG-ITENTREG
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       ENFILEIRAR-PESQUISA.
      ********** PEDIDO JA NA FILA (STATUS 22) NAO E DUPLICADO *******
           IF SW-PESQUISAS-OK = "S"
              INITIALIZE REG-PESQUISAS
              MOVE Numero-Pedido      TO Numero-Pedido-ps
              MOVE Codigo-Cliente-p   TO Codigo-Cliente-ps
              MOVE Codigo-Vendedor-p  TO Codigo-Vendedor-ps
              MOVE DATA-HOJE-EDIT     TO Data-Entrega-ps
              MOVE "F"                TO Situacao-ps
              WRITE REG-PESQUISAS
              IF FILE-STATUS-PS = 00
                 ADD 1 TO CONT-PESQUISAS
              END-IF
           END-IF.

       CLASSIFICAR-MOTIVO.
      ********** 01-09 = MOTIVO DO CLIENTE; 11-19 = FALHA NOSSA, *****
      *    QUE ABRE OCORRENCIA DE ATRASO DE ENTREGA (TIPO T)         *
           MOVE "N" TO SW-CULPA-NOSSA
           EVALUATE Motivo-re
              WHEN "01"
                 MOVE "CLIENTE AUSENTE"            TO Desc-Motivo-W
              WHEN "02"
                 MOVE "ENDERECO NAO LOCALIZADO"    TO Desc-Motivo-W
              WHEN "03"
                 MOVE "RECUSADO PELO CLIENTE"      TO Desc-Motivo-W
              WHEN "04"
                 MOVE "ESTABELECIMENTO FECHADO"    TO Desc-Motivo-W
              WHEN "11"
                 MOVE "AVARIA NA CARGA"            TO Desc-Motivo-W
                 MOVE "S" TO SW-CULPA-NOSSA
              WHEN "12"
                 MOVE "PRODUTO ERRADO OU FALTANTE" TO Desc-Motivo-W
                 MOVE "S" TO SW-CULPA-NOSSA
              WHEN "13"
                 MOVE "FORA DO HORARIO COMBINADO"  TO Desc-Motivo-W
                 MOVE "S" TO SW-CULPA-NOSSA
              WHEN "14"
                 MOVE "PROBLEMA NO VEICULO"        TO Desc-Motivo-W
                 MOVE "S" TO SW-CULPA-NOSSA
              WHEN "15"
                 MOVE "ROTA NAO CONCLUIDA"         TO Desc-Motivo-W
                 MOVE "S" TO SW-CULPA-NOSSA
              WHEN OTHER
                 MOVE "MOTIVO NAO CODIFICADO"      TO Desc-Motivo-W
           END-EVALUATE.

       ABRIR-OCORRENCIA.
      ********** MESMA NUMERACAO E LAYOUT DO PGM00031 ****************
           IF SW-OCORRENCIAS-OK = "S"
              MOVE 001    TO CRLTAB
              READ TABLA KEY CRLTAB
              COMPUTE Numero-Ocor-W = Codigo-Tabocor + 1
              MOVE Numero-Ocor-W TO Codigo-Tabocor
              REWRITE REG-TABLA
              MOVE Numero-Ocor-W      TO Numero-Ocorrencia
              MOVE Codigo-Cliente-p   TO Codigo-Cliente-oc
              MOVE Codigo-Vendedor-p  TO Codigo-Vendedor-oc
              MOVE "T"                TO Tipo-oc
              MOVE "A"                TO Situacao-oc
              MOVE DATA-PRAZO-EDIT    TO Prazo-oc
              MOVE SPACES             TO Descricao-oc
              STRING "ENTREGA NAO REALIZADA PEDIDO " Pedido-re
                     ": " Desc-Motivo-W
                 DELIMITED BY SIZE INTO Descricao-oc
              MOVE DATA-HOJE-EDIT     TO Data-Abertura-oc
              MOVE SPACES             TO Data-Fechamento-oc
              MOVE JOB-NOME           TO Operador-oc
              WRITE REG-OCORRENCIAS
              ADD 1 TO CONT-OCORRENCIAS
              MOVE SPACES TO LINHA-REL(100:33)
              STRING "OCORRENCIA " Numero-Ocor-W
                 DELIMITED BY SIZE INTO LINHA-REL(100:33)
           END-IF.

       MONTAR-RESUMO.
      ********** UMA LINHA POR VEICULO DO ROMANEIO; O QUE VOLTOU SEM *
      *    ESTAR NA CARGA SAI NA LINHA "FORA DO ROMANEIO"            *
           INITIALIZE TABELA-RESUMO
           MOVE ZEROES TO QTD-RESUMO
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > QTD-CARGA
              MOVE ZEROES TO IDX-RESUMO
              PERFORM VARYING IND-R FROM 1 BY 1
                      UNTIL IND-R > QTD-RESUMO OR IDX-RESUMO > ZEROES
                 IF Veiculo-R(IND-R) = Veiculo-C(IND-C)
                    MOVE IND-R TO IDX-RESUMO
                 END-IF
              END-PERFORM
              IF IDX-RESUMO = ZEROES AND QTD-RESUMO < 200
                 ADD 1 TO QTD-RESUMO
                 MOVE QTD-RESUMO       TO IDX-RESUMO
                 MOVE Veiculo-C(IND-C) TO Veiculo-R(IDX-RESUMO)
                 MOVE Placa-C(IND-C)   TO Placa-R(IDX-RESUMO)
              END-IF
              IF IDX-RESUMO > ZEROES
                 ADD 1 TO Paradas-R(IDX-RESUMO)
                 EVALUATE Retorno-C(IND-C)
                    WHEN "E"
                       ADD 1 TO Entregues-R(IDX-RESUMO)
                    WHEN "F"
                       ADD 1 TO Falhas-R(IDX-RESUMO)
                    WHEN OTHER
                       ADD 1 TO Pendentes-R(IDX-RESUMO)
                 END-EVALUATE
              END-IF
           END-PERFORM.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO LINHA-REL
           WRITE REG-ENTREL FROM LINHA-REL
           MOVE "RESUMO POR VEICULO" TO LINHA-REL
           WRITE REG-ENTREL FROM LINHA-REL
           MOVE "VEIC PLACA    PARADAS ENTREGUES  FALHAS PENDENTES"
                TO LINHA-REL
           WRITE REG-ENTREL FROM LINHA-REL
           PERFORM VARYING IND-R FROM 1 BY 1 UNTIL IND-R > QTD-RESUMO
              MOVE SPACES TO LINHA-REL
              IF Veiculo-R(IND-R) = ZEROES
                 STRING "---  (SEM VEIC) " Paradas-R(IND-R)
                        "     " Entregues-R(IND-R)
                        "   " Falhas-R(IND-R)
                        "     " Pendentes-R(IND-R)
                    DELIMITED BY SIZE INTO LINHA-REL
              ELSE
                 STRING Veiculo-R(IND-R) "  " Placa-R(IND-R)
                        "  " Paradas-R(IND-R)
                        "     " Entregues-R(IND-R)
                        "   " Falhas-R(IND-R)
                        "     " Pendentes-R(IND-R)
                    DELIMITED BY SIZE INTO LINHA-REL
              END-IF
              WRITE REG-ENTREL FROM LINHA-REL
           END-PERFORM
           IF CONT-FORA-ENTREGUES > ZEROES OR CONT-FORA-FALHAS > ZEROES
              MOVE SPACES TO LINHA-REL
              STRING "FORA DO ROMANEIO        "
                     CONT-FORA-ENTREGUES "   " CONT-FORA-FALHAS
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-ENTREL FROM LINHA-REL
           END-IF.

       FIN.
           IF JOB-STATUS = "OK"
              PERFORM MONTAR-RESUMO
              PERFORM IMPRIMIR-RESUMO
              MOVE SPACES TO LINHA-REL
              WRITE REG-ENTREL FROM LINHA-REL
              MOVE SPACES TO LINHA-REL
              STRING "ENTREGUES: " CONT-ENTREGUES
                     "   NAO ENTREGUES: " CONT-FALHAS
                     "   OCORRENCIAS ABERTAS: " CONT-OCORRENCIAS
                     "   IGNORADAS: " CONT-IGNORADAS
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-ENTREL FROM LINHA-REL
              CLOSE RETENTREGA
                    PEDIDOS
                    ENTREL
              MOVE "entregasretorno.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-OCORRENCIAS-OK = "S"
                 CLOSE OCORRENCIAS
                       TABLA
              END-IF
              IF SW-PESQUISAS-OK = "S"
                 CLOSE PESQUISAS
              END-IF
              IF SW-ITENTREG-OK = "S"
                 CLOSE ITENS
                       ITENTREG
              END-IF
              DISPLAY "RELATORIO GERADO: entregasretorno.txt"
              DISPLAY "Linhas do retorno     : " CONT-LIDOS
              DISPLAY "Pedidos entregues     : " CONT-ENTREGUES
              DISPLAY "Pedidos nao entregues : " CONT-FALHAS
              DISPLAY "Entregas parciais     : " CONT-PARCIAIS
              DISPLAY "Ocorrencias abertas   : " CONT-OCORRENCIAS
              DISPLAY "Na fila da pesquisa   : " CONT-PESQUISAS
              DISPLAY "Linhas ignoradas      : " CONT-IGNORADAS
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
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA73 "
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
           MOVE SPACES TO ARQ-RETENTREGA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "retornoentrega.txt" DELIMITED BY SIZE
                  INTO ARQ-RETENTREGA
           MOVE SPACES TO ARQ-CARGAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "romaneiocargas.txt" DELIMITED BY SIZE
                  INTO ARQ-CARGAS
           MOVE SPACES TO ARQ-PEDIDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedidos.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDIDOS
           MOVE SPACES TO ARQ-OCORRENCIAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "ocorrencias.dat" DELIMITED BY SIZE
                  INTO ARQ-OCORRENCIAS
           MOVE SPACES TO ARQ-TABLA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "tabla.dat" DELIMITED BY SIZE
                  INTO ARQ-TABLA
           MOVE SPACES TO ARQ-PESQUISAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pesquisas.dat" DELIMITED BY SIZE
                  INTO ARQ-PESQUISAS
           MOVE SPACES TO ARQ-ENTREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "entregasretorno.txt" DELIMITED BY SIZE
                  INTO ARQ-ENTREL
           MOVE SPACES TO ARQ-ITENS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itens.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENS
           MOVE SPACES TO ARQ-ITENTREG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itentreg.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENTREG.
       END PROGRAM PROGRAMA73.
