      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: PEDIDOS DE COMPRA EM ABERTO POR FORNECEDOR (ATRASOS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA63.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FORNECEDORES ASSIGN ARQ-FORNECEDORES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Fornecedor
           FILE STATUS IS FILE-STATUS.

           SELECT PEDCOMPRA ASSIGN ARQ-PEDCOMPRA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Compra
           FILE STATUS IS FILE-STATUS.

           SELECT ITENSCOMPRA ASSIGN ARQ-ITENSCOMPRA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Itemcompra
           FILE STATUS IS FILE-STATUS.

           SELECT COMPREL ASSIGN ARQ-COMPREL
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

       FD  COMPREL.

       01  REG-COMPREL                     PIC X(120).

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


       WORKING-STORAGE SECTION.

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
                                            VALUE "PROGRAMA63".
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
           05 ARQ-FORNECEDORES                PIC X(080)   VALUE SPACES.
           05 ARQ-PEDCOMPRA                   PIC X(080)   VALUE SPACES.
           05 ARQ-ITENSCOMPRA                 PIC X(080)   VALUE SPACES.
           05 ARQ-COMPREL                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-FORN                               VALUE "S".
              88 NO-FIN-FORN                            VALUE "N".
           05 SW-FIM-PCO                   PIC X        VALUE "N".
              88 FIM-PCO                                VALUE "S".
              88 NO-FIM-PCO                             VALUE "N".
           05 SW-FIM-IC                    PIC X        VALUE "N".
              88 FIM-IC                                 VALUE "S".
              88 NO-FIM-IC                              VALUE "N".

           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-PREV-INT                PIC 9(008)   VALUE ZEROES.
           05 ATRASO-DIAS                  PIC 9(005)   VALUE ZEROES.
           05 VALOR-PENDENTE-W             PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 CONT-PED-FORN                PIC 9(005)   VALUE ZEROES.
           05 CONT-ATR-FORN                PIC 9(005)   VALUE ZEROES.
           05 VALOR-FORN-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 CONT-ABERTOS                 PIC 9(005)   VALUE ZEROES.
           05 CONT-ATRASADOS               PIC 9(005)   VALUE ZEROES.
           05 CONT-FORN-LISTADOS           PIC 9(005)   VALUE ZEROES.
           05 VALOR-GERAL-W                PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 MARCA-ATRASO                 PIC X(008)   VALUE SPACES.
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-VALOR-TOT                PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 LINHA-REL                    PIC X(120)   VALUE SPACES.

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
           PERFORM PROCESO UNTIL FIN-FORN
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           COMPUTE DATA-HOJE-INT = FUNCTION INTEGER-OF-DATE
              (20000000 + FUNCTION NUMVAL(AA-AUX) * 10000
               + FUNCTION NUMVAL(MM-AUX) * 100
               + FUNCTION NUMVAL(DD-AUX))

           OPEN INPUT FORNECEDORES
           IF FILE-STATUS NOT = 00
              DISPLAY "fornecedores.dat AUSENTE; USE O PGM00038 "
                      "PRIMEIRO"
              MOVE "SEM DADOS" TO JOB-STATUS
              SET FIN-FORN TO TRUE
           ELSE
              OPEN INPUT PEDCOMPRA
              IF FILE-STATUS NOT = 00
                 DISPLAY "pedcompra.dat AUSENTE; USE O PGM00039 "
                         "PRIMEIRO"
                 MOVE "SEM DADOS" TO JOB-STATUS
                 SET FIN-FORN TO TRUE
              ELSE
                 OPEN INPUT ITENSCOMPRA
                 IF FILE-STATUS NOT = 00
                    DISPLAY "itenscompra.dat AUSENTE OU DANIFICADO"
                    MOVE "SEM DADOS" TO JOB-STATUS
                    SET FIN-FORN TO TRUE
                 END-IF
              END-IF
           END-IF

           OPEN OUTPUT COMPREL
           MOVE "PEDIDOS DE COMPRA EM ABERTO POR FORNECEDOR"
                TO LINHA-REL
           WRITE REG-COMPREL FROM LINHA-REL
           WRITE REG-COMPREL FROM LINHA-EMPRESA
           MOVE SPACES TO LINHA-REL
           STRING "POSICAO EM " DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-COMPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-COMPREL FROM LINHA-REL

           IF NOT FIN-FORN
              MOVE ZEROES     TO Codigo-Fornecedor
              START FORNECEDORES
                 KEY IS NOT LESS THAN Codigo-Fornecedor
                 INVALID KEY SET FIN-FORN TO TRUE
              END-START
              PERFORM LEER-FORNECEDORES
           END-IF.

       PROCESO.
      ********** PARA CADA FORNECEDOR, VARRE OS PEDIDOS DE COMPRA ****
      *    ABERTOS OU PARCIAIS; O VALOR PENDENTE E O SALDO A RECEBER *
      *    DAS LINHAS AO CUSTO COMBINADO                             *
           MOVE ZEROES TO CONT-PED-FORN
           MOVE ZEROES TO CONT-ATR-FORN
           MOVE ZEROES TO VALOR-FORN-W
           SET NO-FIM-PCO TO TRUE
           MOVE ZEROES     TO Numero-Compra
           START PEDCOMPRA KEY IS NOT LESS THAN Numero-Compra
              INVALID KEY SET FIM-PCO TO TRUE
           END-START
           PERFORM LEER-PEDCOMPRA
           PERFORM VERIFICAR-PEDIDO UNTIL FIM-PCO
           IF CONT-PED-FORN > ZEROES
              PERFORM TOTALIZAR-FORNECEDOR
           END-IF
           PERFORM LEER-FORNECEDORES.

       LEER-FORNECEDORES.
           READ FORNECEDORES NEXT RECORD
                AT END
                SET FIN-FORN TO TRUE
           END-READ.

       LEER-PEDCOMPRA.
           READ PEDCOMPRA NEXT RECORD
                AT END
                SET FIM-PCO TO TRUE
           END-READ.

       VERIFICAR-PEDIDO.
           IF Codigo-Fornecedor-pc = Codigo-Fornecedor
              AND (COMPRA-ABERTA OR COMPRA-PARCIAL)
              PERFORM LISTAR-PEDIDO
           END-IF
           PERFORM LEER-PEDCOMPRA.

       LISTAR-PEDIDO.
           ADD 1 TO JOB-LIDOS
           IF CONT-PED-FORN = ZEROES
              MOVE SPACES TO LINHA-REL
              STRING "FORNECEDOR " Codigo-Fornecedor " - "
                     Nome-Fornecedor
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-COMPREL FROM LINHA-REL
              MOVE "  PEDIDO   EMISSAO    PREVISTA   SIT"
                   TO LINHA-REL
              MOVE "VALOR PENDENTE  ATRASO" TO LINHA-REL(42:)
              WRITE REG-COMPREL FROM LINHA-REL
           END-IF
           ADD 1 TO CONT-PED-FORN

           MOVE ZEROES TO VALOR-PENDENTE-W
           MOVE Numero-Compra TO Numero-Compra-ic
           MOVE ZEROES        TO Sequencia-ic
           SET NO-FIM-IC TO TRUE
           START ITENSCOMPRA KEY IS NOT LESS THAN Chave-Itemcompra
              INVALID KEY SET FIM-IC TO TRUE
           END-START
           PERFORM SOMAR-UM-ITEM UNTIL FIM-IC
           ADD VALOR-PENDENTE-W TO VALOR-FORN-W

      ********** ATRASADO: DATA PREVISTA JA PASSOU E AINDA HA SALDO **
           MOVE ZEROES TO ATRASO-DIAS
           MOVE SPACES TO MARCA-ATRASO
           COMPUTE DATA-PREV-INT = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL(Data-Prevista-pc(7:4)) * 10000
               + FUNCTION NUMVAL(Data-Prevista-pc(4:2)) * 100
               + FUNCTION NUMVAL(Data-Prevista-pc(1:2)))
           IF DATA-PREV-INT < DATA-HOJE-INT
              COMPUTE ATRASO-DIAS = DATA-HOJE-INT - DATA-PREV-INT
              MOVE "ATRASADO" TO MARCA-ATRASO
              ADD 1 TO CONT-ATR-FORN
           END-IF

           MOVE VALOR-PENDENTE-W TO WRK-VALOR
           MOVE SPACES TO LINHA-REL
           STRING "  " Numero-Compra "  "
                  Data-Compra-pc " "
                  Data-Prevista-pc "  "
                  Situacao-Compra-pc "  "
                  WRK-VALOR "  "
                  ATRASO-DIAS " " MARCA-ATRASO
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-COMPREL FROM LINHA-REL
           ADD 1 TO JOB-GRAVADOS.

       SOMAR-UM-ITEM.
           READ ITENSCOMPRA NEXT RECORD
              AT END SET FIM-IC TO TRUE
           END-READ
           IF NOT FIM-IC
              IF Numero-Compra-ic = Numero-Compra
                 IF Quantidade-Recebida-ic < Quantidade-ic
                    COMPUTE VALOR-PENDENTE-W ROUNDED =
                       VALOR-PENDENTE-W
                       + (Quantidade-ic - Quantidade-Recebida-ic)
                       * Custo-Unitario-ic
                 END-IF
              ELSE
                 SET FIM-IC TO TRUE
              END-IF
           END-IF.

       TOTALIZAR-FORNECEDOR.
           ADD 1              TO CONT-FORN-LISTADOS
           ADD CONT-PED-FORN  TO CONT-ABERTOS
           ADD CONT-ATR-FORN  TO CONT-ATRASADOS
           ADD VALOR-FORN-W   TO VALOR-GERAL-W
           MOVE VALOR-FORN-W  TO WRK-VALOR-TOT
           MOVE SPACES TO LINHA-REL
           STRING "  SUBTOTAL: " CONT-PED-FORN " PEDIDOS  "
                  CONT-ATR-FORN " ATRASADOS  PENDENTE "
                  WRK-VALOR-TOT
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-COMPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-COMPREL FROM LINHA-REL.

       FIN.
           MOVE VALOR-GERAL-W TO WRK-VALOR-TOT
           MOVE SPACES TO LINHA-REL
           STRING "FORNECEDORES COM PEDIDOS EM ABERTO: "
                  CONT-FORN-LISTADOS
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-COMPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDOS EM ABERTO : " CONT-ABERTOS
                  "   ATRASADOS: " CONT-ATRASADOS
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-COMPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "VALOR PENDENTE TOTAL: " WRK-VALOR-TOT
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-COMPREL FROM LINHA-REL
           CLOSE COMPREL
           MOVE "pcabertos.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           CLOSE FORNECEDORES
           CLOSE PEDCOMPRA
           CLOSE ITENSCOMPRA

           DISPLAY "RELATORIO GERADO: pcabertos.txt"
           DISPLAY "Pedidos em aberto   : " CONT-ABERTOS
           DISPLAY "Pedidos atrasados   : " CONT-ATRASADOS

           MOVE CONT-ATRASADOS TO JOB-AVISOS
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
           STRING "Programa97.exe REGISTRAR PROGRAMA63 "
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
           MOVE SPACES TO ARQ-COMPREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pcabertos.txt" DELIMITED BY SIZE
                  INTO ARQ-COMPREL.
       END PROGRAM PROGRAMA63.
