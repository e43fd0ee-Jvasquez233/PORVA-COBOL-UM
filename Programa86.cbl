      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: RELATORIO MENSAL DO NPS POR VENDEDOR, ZONA E LINHA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA86.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PESQUISAS ASSIGN ARQ-PESQUISAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido-ps
           FILE STATUS IS FILE-STATUS-PS.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT VENDEDOR ASSIGN ARQ-VENDEDOR
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS Codigo-Vendedor
           FILE STATUS IS FILE-STATUS-VEN.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-IT.

           SELECT NPSREL ASSIGN ARQ-NPSREL
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

       FD  VENDEDOR.

       01  REG-VENDEDOR.
           05 Codigo-Vendedor              PIC 9(003).
           05 CPF                          PIC 9(011).
           05 Nombre-Vendedor              PIC X(040).
           05 Latitude-v                   PIC s9(003)v9(008).
           05 Longitude-v                  PIC s9(003)v9(008).
           05 Zona-Vendedor                PIC X(003)   VALUE SPACES.
           05 Capacidade-Vendedor          PIC 9(005)   VALUE ZEROES.
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.

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

       FD  NPSREL.

       01  REG-NPSREL                      PIC X(100).

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
                                            VALUE "PROGRAMA86".
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
           05 ARQ-PESQUISAS                   PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-NPSREL                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-PESQUISAS                          VALUE "S".
              88 NO-FIN-PESQUISAS                       VALUE "N".
           05 SW-FIM-ITENS                 PIC X        VALUE "N".
              88 FIM-ITENS                              VALUE "S".
              88 NO-FIM-ITENS                           VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PS               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VEN              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IT               PIC 99       VALUE ZEROES.
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 SW-VENDEDOR-OK               PIC X        VALUE "N".
           05 SW-ITENS-OK                  PIC X        VALUE "N".

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.
      ********** MES DO RELATORIO: MMAAAA, ZERO = MES CORRENTE *******
           05 MES-ANO-W                    PIC 9(006)   VALUE ZEROES.
           05 MES-ANO-R REDEFINES MES-ANO-W.
              10 MES-REL-W                 PIC 9(002).
              10 ANO-REL-W                 PIC 9(004).
           05 MES-ANO-ED.
              10 MES-ED                    PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE "/".
              10 ANO-ED                    PIC 9(004).

           05 Nota-W                       PIC 9(002)   VALUE ZEROES.
           05 Zona-W                       PIC X(003)   VALUE SPACES.
           05 Linha-W                      PIC 9(003)   VALUE ZEROES.
           05 Nome-W                       PIC X(040)   VALUE SPACES.
           05 Vendedor-W                   PIC 9(003)   VALUE ZEROES.
           05 Faixa-Ini-W                  PIC 9(005)   VALUE ZEROES.
           05 Faixa-Fim-W                  PIC 9(005)   VALUE ZEROES.

           05 CONT-LIDOS                   PIC 9(005)   VALUE ZEROES.
           05 CONT-RESPOSTAS               PIC 9(005)   VALUE ZEROES.
           05 IND-V                        PIC 9(004)   VALUE ZEROES.
           05 IND-Z                        PIC 9(003)   VALUE ZEROES.
           05 IND-L                        PIC 9(003)   VALUE ZEROES.
           05 IND-D                        PIC 9(004)   VALUE ZEROES.
           05 QTD-ZONAS                    PIC 9(003)   VALUE ZEROES.
           05 QTD-DETRATORES               PIC 9(004)   VALUE ZEROES.

      ********** NPS = % PROMOTORES (9-10) - % DETRATORES (0-6) ******
           05 TOTAL-GERAL.
              10 Prom-G                    PIC 9(005)   VALUE ZEROES.
              10 Neut-G                    PIC 9(005)   VALUE ZEROES.
              10 Detr-G                    PIC 9(005)   VALUE ZEROES.
           05 ACUM-NPS.
              10 Prom-A                    PIC 9(005)   VALUE ZEROES.
              10 Neut-A                    PIC 9(005)   VALUE ZEROES.
              10 Detr-A                    PIC 9(005)   VALUE ZEROES.
           05 TOTAL-A                      PIC 9(005)   VALUE ZEROES.
           05 NPS-W                        PIC s9(003)v9(001)
                                            VALUE ZEROES.

      ********** VENDEDOR: POSICAO = CODIGO + 1 **********************
           05 TABELA-VENDEDORES.
              10 VENDEDOR-OCC OCCURS 1000 TIMES.
                 15 Prom-V                 PIC 9(005).
                 15 Neut-V                 PIC 9(005).
                 15 Detr-V                 PIC 9(005).
      ********** ZONA DO CLIENTE, NA ORDEM EM QUE APARECE ************
           05 TABELA-ZONAS.
              10 ZONA-OCC OCCURS 100 TIMES.
                 15 Zona-T                 PIC X(003).
                 15 Prom-Z                 PIC 9(005).
                 15 Neut-Z                 PIC 9(005).
                 15 Detr-Z                 PIC 9(005).
      ********** LINHA DE PRODUTOS: MILHAR DO CODIGO DO CATALOGO *****
      *    (FAIXA 00000-00999 = LINHA 00, ..., 99000-99999 = 99);     *
      *    A RESPOSTA CONTA UMA VEZ EM CADA LINHA DO PEDIDO          *
           05 TABELA-LINHAS.
              10 LINHA-OCC OCCURS 100 TIMES.
                 15 Prom-L                 PIC 9(005).
                 15 Neut-L                 PIC 9(005).
                 15 Detr-L                 PIC 9(005).
           05 TABELA-LINHAS-PEDIDO.
              10 Linha-No-Pedido OCCURS 100 TIMES
                                           PIC X(001).
      ********** DETRATORES DO MES PARA O ACOMPANHAMENTO *************
           05 TABELA-DETRATORES.
              10 DETRATOR-OCC OCCURS 999 TIMES.
                 15 Pedido-D               PIC 9(007).
                 15 Cliente-D              PIC 9(007).
                 15 Vendedor-D             PIC 9(003).
                 15 Nota-D                 PIC 9(002).
                 15 Ocorrencia-D           PIC 9(007).
                 15 Comentario-D           PIC X(040).

           05 LINHA-REL                    PIC X(100)   VALUE SPACES.
           05 LINHA-TRACOS                 PIC X(100)   VALUE ALL "-".
           05 QTD-ED                       PIC ZZ.ZZ9.
           05 QTD-ED2                      PIC ZZ.ZZ9.
           05 QTD-ED3                      PIC ZZ.ZZ9.
           05 QTD-ED4                      PIC ZZ.ZZ9.
           05 NPS-ED                       PIC ---9,9.
           05 NOTA-ED                      PIC Z9.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-PESQUISAS
           PERFORM FIN.

       INICIO.
      ********** RELATORIO MENSAL DO NPS (RESPOSTAS IMPORTADAS PELO **
      *    PROGRAMA85 NO MES): GERAL, POR VENDEDOR, POR ZONA DO      *
      *    CLIENTE E POR LINHA DE PRODUTOS, E A LISTA DE DETRATORES  *
           INITIALIZE TABELA-VENDEDORES TABELA-ZONAS TABELA-LINHAS
           DISPLAY "INSIRA O MES DO RELATORIO (MMAAAA, ZERO = MES "
                   "CORRENTE): "
           ACCEPT MES-ANO-W
           IF MES-ANO-W = ZEROES
              ACCEPT DATE-AUXILIAR FROM DATE
              COMPUTE MES-REL-W = FUNCTION NUMVAL(MM-AUX)
              COMPUTE ANO-REL-W = 2000 + FUNCTION NUMVAL(AA-AUX)
           END-IF
           MOVE MES-REL-W TO MES-ED
           MOVE ANO-REL-W TO ANO-ED

           OPEN INPUT PESQUISAS
           IF FILE-STATUS-PS NOT = 00
              DISPLAY "pesquisas.dat AUSENTE: NENHUMA PESQUISA "
                      "REGISTRADA"
              MOVE "SEM PESQUI" TO JOB-STATUS
              SET FIN-PESQUISAS TO TRUE
           ELSE
              IF MES-REL-W < 1 OR MES-REL-W > 12
                 DISPLAY "MES INVALIDO: " MES-REL-W
                 MOVE "MES INVAL" TO JOB-STATUS
                 SET FIN-PESQUISAS TO TRUE
                 CLOSE PESQUISAS
              ELSE
                 OPEN INPUT CLIENTES
                 IF FILE-STATUS-CLI = 00
                    MOVE "S" TO SW-CLIENTES-OK
                 END-IF
                 OPEN INPUT VENDEDOR
                 IF FILE-STATUS-VEN = 00
                    MOVE "S" TO SW-VENDEDOR-OK
                 END-IF
                 OPEN INPUT ITENS
                 IF FILE-STATUS-IT = 00
                    MOVE "S" TO SW-ITENS-OK
                 ELSE
                    DISPLAY "AVISO: itens.dat AUSENTE; SEM QUEBRA POR "
                            "LINHA DE PRODUTOS"
                    ADD 1 TO JOB-AVISOS
                 END-IF
                 OPEN OUTPUT NPSREL
                 SET NO-FIN-PESQUISAS TO TRUE
                 PERFORM LEER-PESQUISAS
              END-IF
           END-IF.

       PROCESO.
           ADD 1 TO CONT-LIDOS
           IF PESQ-RESPONDIDA
              AND Data-Resposta-ps(4:2) = MES-ED
              AND Data-Resposta-ps(7:4) = ANO-ED
              PERFORM APURAR-RESPOSTA
           END-IF
           PERFORM LEER-PESQUISAS.

       LEER-PESQUISAS.
           READ PESQUISAS NEXT RECORD
                AT END
                SET FIN-PESQUISAS TO TRUE
           END-READ.

       APURAR-RESPOSTA.
           ADD 1 TO CONT-RESPOSTAS
           MOVE Nota-ps TO Nota-W
           INITIALIZE ACUM-NPS
           EVALUATE TRUE
              WHEN Nota-W >= 9
                 MOVE 1 TO Prom-A
              WHEN Nota-W >= 7
                 MOVE 1 TO Neut-A
              WHEN OTHER
                 MOVE 1 TO Detr-A
           END-EVALUATE
           ADD Prom-A TO Prom-G
           ADD Neut-A TO Neut-G
           ADD Detr-A TO Detr-G

           COMPUTE IND-V = Codigo-Vendedor-ps + 1
           ADD Prom-A TO Prom-V(IND-V)
           ADD Neut-A TO Neut-V(IND-V)
           ADD Detr-A TO Detr-V(IND-V)

           PERFORM APURAR-ZONA
           IF SW-ITENS-OK = "S"
              PERFORM APURAR-LINHAS
           END-IF

           IF Detr-A = 1
              ADD 1 TO QTD-DETRATORES
              IF QTD-DETRATORES <= 999
                 MOVE Numero-Pedido-ps
                   TO Pedido-D(QTD-DETRATORES)
                 MOVE Codigo-Cliente-ps
                   TO Cliente-D(QTD-DETRATORES)
                 MOVE Codigo-Vendedor-ps
                   TO Vendedor-D(QTD-DETRATORES)
                 MOVE Nota-ps TO Nota-D(QTD-DETRATORES)
                 MOVE Numero-Ocorrencia-ps
                   TO Ocorrencia-D(QTD-DETRATORES)
                 MOVE Comentario-ps
                   TO Comentario-D(QTD-DETRATORES)
              END-IF
           END-IF.

       APURAR-ZONA.
      ********** ZONA ATUAL DO CLIENTE; SEM CADASTRO OU SEM ZONA *****
      *    ENTRA COMO "---"                                          *
           MOVE "---" TO Zona-W
           IF SW-CLIENTES-OK = "S"
              MOVE Codigo-Cliente-ps TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00 AND Zona-Cliente NOT = SPACES
                 MOVE Zona-Cliente TO Zona-W
              END-IF
           END-IF
           MOVE ZEROES TO IND-Z
           PERFORM VARYING IND-D FROM 1 BY 1
                   UNTIL IND-D > QTD-ZONAS OR IND-Z > ZEROES
              IF Zona-T(IND-D) = Zona-W
                 MOVE IND-D TO IND-Z
              END-IF
           END-PERFORM
           IF IND-Z = ZEROES AND QTD-ZONAS < 100
              ADD 1 TO QTD-ZONAS
              MOVE QTD-ZONAS TO IND-Z
              MOVE Zona-W    TO Zona-T(IND-Z)
           END-IF
           IF IND-Z > ZEROES
              ADD Prom-A TO Prom-Z(IND-Z)
              ADD Neut-A TO Neut-Z(IND-Z)
              ADD Detr-A TO Detr-Z(IND-Z)
           END-IF.

       APURAR-LINHAS.
           MOVE ALL "N" TO TABELA-LINHAS-PEDIDO
           MOVE Numero-Pedido-ps TO Numero-Pedido-it
           MOVE ZEROES           TO Sequencia-it
           SET NO-FIM-ITENS TO TRUE
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY SET FIM-ITENS TO TRUE
           END-START
           IF NO-FIM-ITENS
              PERFORM LEER-ITENS
           END-IF
           PERFORM UNTIL FIM-ITENS
              IF Numero-Pedido-it NOT = Numero-Pedido-ps
                 SET FIM-ITENS TO TRUE
              ELSE
                 COMPUTE IND-L = Codigo-Produto-it / 1000 + 1
                 IF Linha-No-Pedido(IND-L) = "N"
                    MOVE "S" TO Linha-No-Pedido(IND-L)
                    ADD Prom-A TO Prom-L(IND-L)
                    ADD Neut-A TO Neut-L(IND-L)
                    ADD Detr-A TO Detr-L(IND-L)
                 END-IF
                 PERFORM LEER-ITENS
              END-IF
           END-PERFORM.

       LEER-ITENS.
           READ ITENS NEXT RECORD
                AT END
                SET FIM-ITENS TO TRUE
           END-READ.

       CALCULAR-NPS.
      ********** ENTRADA EM ACUM-NPS; SAIDA NAS LINHAS DE EDICAO *****
           COMPUTE TOTAL-A = Prom-A + Neut-A + Detr-A
           IF TOTAL-A = ZEROES
              MOVE ZEROES TO NPS-W
           ELSE
              COMPUTE NPS-W ROUNDED =
                 (Prom-A - Detr-A) * 100 / TOTAL-A
           END-IF
           MOVE TOTAL-A TO QTD-ED
           MOVE Prom-A  TO QTD-ED2
           MOVE Neut-A  TO QTD-ED3
           MOVE Detr-A  TO QTD-ED4
           MOVE NPS-W   TO NPS-ED.

       IMPRIMIR-CABECALHO-QUEBRA.
           MOVE SPACES TO LINHA-REL
           WRITE REG-NPSREL FROM LINHA-REL
           WRITE REG-NPSREL FROM LINHA-TRACOS
           WRITE REG-NPSREL FROM LINHA-REL.

       IMPRIMIR-RELATORIO.
           MOVE SPACES TO LINHA-REL
           STRING "PESQUISA DE SATISFACAO (NPS) - MES " MES-ANO-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-NPSREL FROM LINHA-REL
           WRITE REG-NPSREL FROM LINHA-EMPRESA
           WRITE REG-NPSREL FROM LINHA-TRACOS
           MOVE TOTAL-GERAL TO ACUM-NPS
           PERFORM CALCULAR-NPS
           MOVE SPACES TO LINHA-REL
           STRING "RESPOSTAS: " QTD-ED "  PROMOTORES: " QTD-ED2
                  "  NEUTROS: " QTD-ED3 "  DETRATORES: " QTD-ED4
                  "  NPS: " NPS-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-NPSREL FROM LINHA-REL

           MOVE "NPS POR VENDEDOR" TO LINHA-REL
           PERFORM IMPRIMIR-CABECALHO-QUEBRA
           MOVE "VEND NOME                           RESP.  PROM.  NEU
      -    "T.  DETR.    NPS" TO LINHA-REL
           WRITE REG-NPSREL FROM LINHA-REL
           PERFORM VARYING IND-V FROM 1 BY 1 UNTIL IND-V > 1000
              MOVE Prom-V(IND-V) TO Prom-A
              MOVE Neut-V(IND-V) TO Neut-A
              MOVE Detr-V(IND-V) TO Detr-A
              PERFORM CALCULAR-NPS
              IF TOTAL-A > ZEROES
                 PERFORM IMPRIMIR-VENDEDOR
              END-IF
           END-PERFORM

           MOVE "NPS POR ZONA DO CLIENTE" TO LINHA-REL
           PERFORM IMPRIMIR-CABECALHO-QUEBRA
           MOVE "ZONA   RESP.  PROM.  NEUT.  DETR.    NPS" TO LINHA-REL
           WRITE REG-NPSREL FROM LINHA-REL
           PERFORM VARYING IND-Z FROM 1 BY 1 UNTIL IND-Z > QTD-ZONAS
              MOVE Prom-Z(IND-Z) TO Prom-A
              MOVE Neut-Z(IND-Z) TO Neut-A
              MOVE Detr-Z(IND-Z) TO Detr-A
              PERFORM CALCULAR-NPS
              MOVE SPACES TO LINHA-REL
              STRING Zona-T(IND-Z) " " QTD-ED " " QTD-ED2 " "
                     QTD-ED3 " " QTD-ED4 " " NPS-ED
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-NPSREL FROM LINHA-REL
           END-PERFORM

           MOVE "NPS POR LINHA DE PRODUTOS (FAIXA DE CODIGOS)"
             TO LINHA-REL
           PERFORM IMPRIMIR-CABECALHO-QUEBRA
           MOVE "LINHA FAIXA          RESP.  PROM.  NEUT.  DETR.    N
      -    "PS" TO LINHA-REL
           WRITE REG-NPSREL FROM LINHA-REL
           PERFORM VARYING IND-L FROM 1 BY 1 UNTIL IND-L > 100
              MOVE Prom-L(IND-L) TO Prom-A
              MOVE Neut-L(IND-L) TO Neut-A
              MOVE Detr-L(IND-L) TO Detr-A
              PERFORM CALCULAR-NPS
              IF TOTAL-A > ZEROES
                 COMPUTE Linha-W     = IND-L - 1
                 COMPUTE Faixa-Ini-W = Linha-W * 1000
                 COMPUTE Faixa-Fim-W = Faixa-Ini-W + 999
                 MOVE SPACES TO LINHA-REL
                 STRING Linha-W(2:2) "    " Faixa-Ini-W "-"
                        Faixa-Fim-W " " QTD-ED " " QTD-ED2 " "
                        QTD-ED3 " " QTD-ED4 " " NPS-ED
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-NPSREL FROM LINHA-REL
              END-IF
           END-PERFORM

           MOVE "DETRATORES DO MES (OCORRENCIA TIPO R ABERTA)"
             TO LINHA-REL
           PERFORM IMPRIMIR-CABECALHO-QUEBRA
           MOVE "PEDIDO  CLIENTE VEND NOTA OCORR.  COMENTARIO"
             TO LINHA-REL
           WRITE REG-NPSREL FROM LINHA-REL
           PERFORM VARYING IND-D FROM 1 BY 1
                   UNTIL IND-D > QTD-DETRATORES OR IND-D > 999
              MOVE Nota-D(IND-D) TO NOTA-ED
              MOVE SPACES TO LINHA-REL
              STRING Pedido-D(IND-D) " " Cliente-D(IND-D) " "
                     Vendedor-D(IND-D) "   " NOTA-ED " "
                     Ocorrencia-D(IND-D) " " Comentario-D(IND-D)
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-NPSREL FROM LINHA-REL
           END-PERFORM
           IF QTD-DETRATORES > 999
              MOVE "LISTA LIMITADA A 999 DETRATORES" TO LINHA-REL
              WRITE REG-NPSREL FROM LINHA-REL
           END-IF.

       IMPRIMIR-VENDEDOR.
           MOVE SPACES TO Nome-W
           COMPUTE Vendedor-W = IND-V - 1
           IF SW-VENDEDOR-OK = "S"
              MOVE Vendedor-W TO Codigo-Vendedor
              READ VENDEDOR KEY Codigo-Vendedor
              IF FILE-STATUS-VEN = 00
                 MOVE Nombre-Vendedor TO Nome-W
              END-IF
           END-IF
           MOVE SPACES TO LINHA-REL
           STRING Vendedor-W "  " Nome-W(1:30) " " QTD-ED " "
                  QTD-ED2 " " QTD-ED3 " " QTD-ED4 " " NPS-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-NPSREL FROM LINHA-REL.

       FIN.
           IF JOB-STATUS = "OK"
              PERFORM IMPRIMIR-RELATORIO
              CLOSE PESQUISAS
                    NPSREL
              MOVE "npsrel.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-CLIENTES-OK = "S"
                 CLOSE CLIENTES
              END-IF
              IF SW-VENDEDOR-OK = "S"
                 CLOSE VENDEDOR
              END-IF
              IF SW-ITENS-OK = "S"
                 CLOSE ITENS
              END-IF
              DISPLAY "RELATORIO GERADO: npsrel.txt"
           END-IF

           DISPLAY "Pesquisas lidas       : " CONT-LIDOS
           DISPLAY "Respostas no mes      : " CONT-RESPOSTAS
           DISPLAY "Detratores no mes     : " Detr-G

           MOVE CONT-LIDOS     TO JOB-LIDOS
           MOVE CONT-RESPOSTAS TO JOB-GRAVADOS
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
           STRING "MES=" MES-ANO-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA86 "
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
           MOVE SPACES TO ARQ-PESQUISAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pesquisas.dat" DELIMITED BY SIZE
                  INTO ARQ-PESQUISAS
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-VENDEDOR
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "vendedor.dat" DELIMITED BY SIZE
                  INTO ARQ-VENDEDOR
           MOVE SPACES TO ARQ-ITENS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itens.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENS
           MOVE SPACES TO ARQ-NPSREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "npsrel.txt" DELIMITED BY SIZE
                  INTO ARQ-NPSREL.
       END PROGRAM PROGRAMA86.
