      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: RASTREIO DE LOTE (CLIENTES QUE RECEBERAM O LOTE)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA67.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RASTLOTE ASSIGN ARQ-RASTLOTE
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Rastlote
           FILE STATUS IS FILE-STATUS.

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

           SELECT RASTREL ASSIGN ARQ-RASTREL
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
       FD  RASTLOTE.

       01  REG-RASTLOTE.
           05 Chave-Rastlote.
              10 Codigo-Produto-rl         PIC 9(005).
              10 Numero-Lote-rl            PIC X(015).
              10 Sequencia-rl              PIC 9(007).
           05 Validade-rl                  PIC 9(008).
           05 Codigo-Deposito-rl           PIC 9(002).
           05 Numero-Pedido-rl             PIC 9(007).
           05 Codigo-Cliente-rl            PIC 9(007).
           05 Quantidade-rl                PIC 9(007)v9(002).
           05 Data-rl                      PIC X(010).

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

       FD  RASTREL.

       01  REG-RASTREL                     PIC X(132).

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
                                            VALUE "PROGRAMA67".
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
           05 ARQ-RASTLOTE                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-RASTREL                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-RASTREIO                           VALUE "S".
              88 NO-FIN-RASTREIO                        VALUE "N".

           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 PRODUTO-W                    PIC 9(005)   VALUE ZEROES.
           05 LOTE-W                       PIC X(015)   VALUE SPACES.
           05 CONT-REMESSAS                PIC 9(005)   VALUE ZEROES.
           05 QTD-TOTAL-W                  PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 DATA-VAL-AMD                 PIC 9(008)   VALUE ZEROES.
           05 DATA-VAL-AMD-R REDEFINES DATA-VAL-AMD.
              10 VAL-ANO                   PIC 9(004).
              10 VAL-MES                   PIC 9(002).
              10 VAL-DIA                   PIC 9(002).
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 WRK-QTD                      PIC Z.ZZZ.ZZ9,99.
           05 WRK-TOTAL                    PIC ZZZ.ZZZ.ZZ9,99.
           05 DESCRICAO-W                  PIC X(040)   VALUE SPACES.
           05 NOME-CLIENTE-W               PIC X(040)   VALUE SPACES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-RASTREIO
           PERFORM FIN.

       INICIO.
      ********** RECOLHIMENTO (RECALL): LISTA CADA SAIDA DO LOTE *****
      *    GRAVADA PELO FATURAMENTO (PROGRAMA10) COM O PEDIDO, O     *
      *    CLIENTE E A QUANTIDADE                                    *
           DISPLAY "RASTREIO DE LOTE"
           DISPLAY "INSIRA CODIGO DO PRODUTO: "
           ACCEPT PRODUTO-W
           DISPLAY "INSIRA NUMERO DO LOTE: "
           ACCEPT LOTE-W

           OPEN INPUT RASTLOTE
           IF FILE-STATUS NOT = 00
              DISPLAY "rastlote.dat AUSENTE; NENHUM LOTE FOI FATURADO"
              SET FIN-RASTREIO TO TRUE
              MOVE "SEM RASTRO" TO JOB-STATUS
           ELSE
              OPEN INPUT CLIENTES
              IF FILE-STATUS-CLI = 00
                 MOVE "S" TO SW-CLIENTES-OK
              ELSE
                 MOVE "N" TO SW-CLIENTES-OK
              END-IF
              MOVE SPACES TO DESCRICAO-W
              OPEN INPUT PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE "S" TO SW-PRODUTOS-OK
                 MOVE PRODUTO-W TO Codigo-Produto
                 READ PRODUTOS
                 IF FILE-STATUS-PRO = 00
                    MOVE Descricao-Produto TO DESCRICAO-W
                 END-IF
              ELSE
                 MOVE "N" TO SW-PRODUTOS-OK
              END-IF
              OPEN OUTPUT RASTREL
              MOVE "RASTREIO DE LOTE - CLIENTES QUE RECEBERAM"
                   TO LINHA-REL
              WRITE REG-RASTREL FROM LINHA-REL
              WRITE REG-RASTREL FROM LINHA-EMPRESA
              MOVE SPACES TO LINHA-REL
              STRING "PRODUTO " PRODUTO-W " " DESCRICAO-W
                     " LOTE " LOTE-W
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-RASTREL FROM LINHA-REL
              MOVE SPACES TO LINHA-REL
              WRITE REG-RASTREL FROM LINHA-REL
              SET NO-FIN-RASTREIO TO TRUE
              MOVE PRODUTO-W TO Codigo-Produto-rl
              MOVE LOTE-W    TO Numero-Lote-rl
              MOVE ZEROES    TO Sequencia-rl
              START RASTLOTE KEY IS NOT LESS THAN Chave-Rastlote
                 INVALID KEY SET FIN-RASTREIO TO TRUE
              END-START
              PERFORM LEER-RASTREIO
           END-IF.

       PROCESO.
           PERFORM LISTAR-REMESSA
           PERFORM LEER-RASTREIO.

       LEER-RASTREIO.
           READ RASTLOTE NEXT RECORD
                AT END
                SET FIN-RASTREIO TO TRUE
           END-READ
           IF NOT FIN-RASTREIO
              IF Codigo-Produto-rl NOT = PRODUTO-W
                 OR Numero-Lote-rl NOT = LOTE-W
                 SET FIN-RASTREIO TO TRUE
              ELSE
                 ADD 1 TO JOB-LIDOS
              END-IF
           END-IF.

       LISTAR-REMESSA.
           ADD 1 TO CONT-REMESSAS
           ADD 1 TO JOB-GRAVADOS
           ADD Quantidade-rl TO QTD-TOTAL-W
           MOVE SPACES TO NOME-CLIENTE-W
           IF SW-CLIENTES-OK = "S"
              MOVE Codigo-Cliente-rl TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00
                 MOVE Razão-Social TO NOME-CLIENTE-W
              END-IF
           END-IF
           MOVE Validade-rl   TO DATA-VAL-AMD
           MOVE Quantidade-rl TO WRK-QTD
           MOVE SPACES TO LINHA-REL
           STRING Data-rl
                  " PEDIDO " Numero-Pedido-rl
                  " CLIENTE " Codigo-Cliente-rl " "
                  NOME-CLIENTE-W(1:30)
                  " DEP " Codigo-Deposito-rl
                  " QTD " WRK-QTD
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-RASTREL FROM LINHA-REL.

       FIN.
           IF JOB-STATUS = "OK"
              MOVE SPACES TO LINHA-REL
              WRITE REG-RASTREL FROM LINHA-REL
              MOVE QTD-TOTAL-W TO WRK-TOTAL
              MOVE SPACES TO LINHA-REL
              IF CONT-REMESSAS = ZEROES
                 MOVE "NENHUMA SAIDA DESTE LOTE FOI FATURADA"
                      TO LINHA-REL
              ELSE
                 STRING "REMESSAS: " CONT-REMESSAS
                        "   QUANTIDADE EXPEDIDA: " WRK-TOTAL
                        "   VALIDADE: " VAL-DIA "-" VAL-MES "-"
                        VAL-ANO
                    DELIMITED BY SIZE INTO LINHA-REL
              END-IF
              WRITE REG-RASTREL FROM LINHA-REL
              CLOSE RASTREL
              MOVE "rastreio.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              CLOSE RASTLOTE
              IF SW-CLIENTES-OK = "S"
                 CLOSE CLIENTES
              END-IF
              IF SW-PRODUTOS-OK = "S"
                 CLOSE PRODUTOS
              END-IF
              DISPLAY "RELATORIO GERADO: rastreio.txt"
              DISPLAY "Remessas do lote: " CONT-REMESSAS
           END-IF

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
           STRING "PRODUTO=" PRODUTO-W " LOTE=" FUNCTION TRIM(LOTE-W)
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           INSPECT PARAMETROS-SPOOL REPLACING ALL QUOTE BY SPACE
                   ALL "&" BY SPACE ALL "|" BY SPACE
                   ALL "<" BY SPACE ALL ">" BY SPACE
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA67 "
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
           MOVE SPACES TO ARQ-RASTLOTE
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "rastlote.dat" DELIMITED BY SIZE
                  INTO ARQ-RASTLOTE
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
           MOVE SPACES TO ARQ-RASTREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "rastreio.txt" DELIMITED BY SIZE
                  INTO ARQ-RASTREL.
       END PROGRAM PROGRAMA67.
