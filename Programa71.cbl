      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: LISTA DIARIA DE CHEQUES EM CUSTODIA A DEPOSITAR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA71.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHEQUES ASSIGN ARQ-CHEQUES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Cheque
           FILE STATUS IS FILE-STATUS-CH.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT CHQREL ASSIGN ARQ-CHQREL
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
       FD  CHEQUES.

       01  REG-CHEQUES.
           05 Chave-Cheque.
              10 Numero-Pedido-ch          PIC 9(007).
              10 Parcela-ch                PIC 9(002).
              10 Sequencia-ch              PIC 9(003).
           05 Codigo-Cliente-ch            PIC 9(007).
           05 Banco-ch                     PIC 9(003).
           05 Agencia-ch                   PIC 9(004).
           05 Conta-ch                     PIC X(012).
           05 Numero-Cheque-ch             PIC 9(006).
           05 Emitente-ch                  PIC X(040).
           05 Bom-Para-ch                  PIC X(010).
           05 Valor-ch                     PIC 9(009)v9(002).
           05 Excedente-ch                 PIC 9(009)v9(002).
           05 Data-Recebto-ch              PIC X(010).
           05 Situacao-ch                  PIC X(001).
              88 CHEQUE-CUSTODIA                         VALUE "C".
              88 CHEQUE-DEPOSITADO                       VALUE "D".
              88 CHEQUE-DEVOLVIDO                        VALUE "V".
           05 Data-Situacao-ch             PIC X(010).
           05 Alinea-ch                    PIC 9(002).
           05 Operador-ch                  PIC X(010).

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

       FD  CHQREL.

       01  REG-CHQREL                      PIC X(132).

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
                                            VALUE "PROGRAMA71".
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
           05 ARQ-CHEQUES                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-CHQREL                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-CHEQUES                            VALUE "S".
              88 NO-FIN-CHEQUES                         VALUE "N".
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 SW-MARCAR                    PIC 9(001)   VALUE ZEROES.
              88 MARCAR-DEPOSITADOS                     VALUE 1.

           05 FILE-STATUS-CH               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 HORIZONTE-W                  PIC 9(003)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-LIMITE-AMD              PIC 9(008)   VALUE ZEROES.
           05 BOM-PARA-AMD                 PIC 9(008)   VALUE ZEROES.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-DEPOSITAR               PIC 9(005)   VALUE ZEROES.
           05 CONT-PROXIMOS                PIC 9(005)   VALUE ZEROES.
           05 CONT-MARCADOS                PIC 9(005)   VALUE ZEROES.
           05 TOTAL-DEPOSITAR              PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-PROXIMOS               PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 RAZAO-W                      PIC X(040)   VALUE SPACES.
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-TOTAL                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

      ********** CHEQUES COM BOM PARA DENTRO DO HORIZONTE, GUARDADOS *
      *    PARA A SEGUNDA PARTE DO RELATORIO                         *
           05 QTD-PROX                     PIC 9(004)   VALUE ZEROES.
           05 IND-P                        PIC 9(004)   VALUE ZEROES.
           05 TABELA-PROXIMOS.
              10 PROX-OCC OCCURS 2000 TIMES.
                 15 Linha-Prox-T           PIC X(132).

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
           PERFORM PROCESO UNTIL FIN-CHEQUES
           PERFORM FIN.

       INICIO.
      ********** CHEQUES EM CUSTODIA (CHEQUES.DAT, GRAVADO NA BAIXA **
      *    DO PGM00018): LISTA OS QUE JA PODEM SER DEPOSITADOS (BOM  *
      *    PARA ATE HOJE) E OS QUE VENCEM NOS PROXIMOS DIAS          *
           DISPLAY "CHEQUES A DEPOSITAR"
           DISPLAY "INSIRA HORIZONTE EM DIAS (0 = PADRAO 7): "
           ACCEPT HORIZONTE-W
           IF HORIZONTE-W = ZEROES
              MOVE 7 TO HORIZONTE-W
           END-IF
           DISPLAY "MARCAR OS CHEQUES A DEPOSITAR COMO DEPOSITADOS "
                   "(1 = SIM, 2 = NAO): "
           ACCEPT SW-MARCAR

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
           COMPUTE DATA-LIMITE-AMD = FUNCTION DATE-OF-INTEGER
              (DATA-HOJE-INT + HORIZONTE-W)

           OPEN I-O CHEQUES
           IF FILE-STATUS-CH NOT = 00
              DISPLAY "cheques.dat AUSENTE; NENHUM CHEQUE EM CUSTODIA"
              SET FIN-CHEQUES TO TRUE
              MOVE "SEM CHEQUE" TO JOB-STATUS
           ELSE
              OPEN INPUT CLIENTES
              IF FILE-STATUS-CLI = 00
                 MOVE "S" TO SW-CLIENTES-OK
              END-IF
              OPEN OUTPUT CHQREL
              MOVE SPACES TO LINHA-REL
              STRING "CHEQUES A DEPOSITAR - " DATA-HOJE-EDIT
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CHQREL FROM LINHA-REL
              WRITE REG-CHQREL FROM LINHA-EMPRESA
              MOVE SPACES TO LINHA-REL
              WRITE REG-CHQREL FROM LINHA-REL
              PERFORM ESCREVER-CABECALHO
              SET NO-FIN-CHEQUES TO TRUE
              PERFORM LEER-CHEQUES
           END-IF.

       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-REL
           STRING "BOM PARA   BCO AGEN CONTA        CHEQUE "
                  "         VALOR PEDIDO /PA CLIENTE"
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-CHQREL FROM LINHA-REL.

       PROCESO.
           ADD 1 TO CONT-LIDOS
           IF CHEQUE-CUSTODIA
              COMPUTE BOM-PARA-AMD =
                 FUNCTION NUMVAL(Bom-Para-ch(7:4)) * 10000
                 + FUNCTION NUMVAL(Bom-Para-ch(4:2)) * 100
                 + FUNCTION NUMVAL(Bom-Para-ch(1:2))
              IF BOM-PARA-AMD <= DATA-HOJE-AMD
                 PERFORM LISTAR-A-DEPOSITAR
              ELSE
              IF BOM-PARA-AMD <= DATA-LIMITE-AMD
                 PERFORM GUARDAR-PROXIMO
              END-IF
              END-IF
           END-IF
           PERFORM LEER-CHEQUES.

       LEER-CHEQUES.
           READ CHEQUES NEXT RECORD
                AT END
                SET FIN-CHEQUES TO TRUE
           END-READ.

       MONTAR-LINHA-CHEQUE.
           MOVE SPACES TO RAZAO-W
           IF SW-CLIENTES-OK = "S"
              MOVE Codigo-Cliente-ch TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00
                 MOVE Razão-Social TO RAZAO-W
              END-IF
           END-IF
           MOVE Valor-ch TO WRK-VALOR
           MOVE SPACES TO LINHA-REL
           STRING Bom-Para-ch " " Banco-ch " " Agencia-ch " "
                  Conta-ch " " Numero-Cheque-ch " " WRK-VALOR " "
                  Numero-Pedido-ch "/" Parcela-ch " "
                  Codigo-Cliente-ch " " RAZAO-W(1:30)
              DELIMITED BY SIZE INTO LINHA-REL.

       LISTAR-A-DEPOSITAR.
      ********** BOM PARA VENCIDO OU DE HOJE: VAI PARA O DEPOSITO; ***
      *    COM A MARCACAO, O CHEQUE SAI DA CUSTODIA (SITUACAO D) E   *
      *    NAO APARECE NA LISTA DE AMANHA                            *
           PERFORM MONTAR-LINHA-CHEQUE
           WRITE REG-CHQREL FROM LINHA-REL
           ADD 1 TO CONT-DEPOSITAR
           ADD Valor-ch TO TOTAL-DEPOSITAR
           IF MARCAR-DEPOSITADOS
              MOVE "D" TO Situacao-ch
              MOVE DATA-HOJE-EDIT TO Data-Situacao-ch
              REWRITE REG-CHEQUES
              IF FILE-STATUS-CH = 00
                 ADD 1 TO CONT-MARCADOS
                 ADD 1 TO JOB-GRAVADOS
              ELSE
                 DISPLAY "AVISO: CHEQUE " Numero-Cheque-ch
                         " NAO MARCADO (STATUS " FILE-STATUS-CH ")"
                 ADD 1 TO JOB-AVISOS
              END-IF
           END-IF.

       GUARDAR-PROXIMO.
           ADD 1 TO CONT-PROXIMOS
           ADD Valor-ch TO TOTAL-PROXIMOS
           IF QTD-PROX < 2000
              PERFORM MONTAR-LINHA-CHEQUE
              ADD 1 TO QTD-PROX
              MOVE LINHA-REL TO Linha-Prox-T(QTD-PROX)
           ELSE
              ADD 1 TO JOB-AVISOS
           END-IF.

       LISTAR-UM-PROXIMO.
           WRITE REG-CHQREL FROM Linha-Prox-T(IND-P).

       FIN.
           IF JOB-STATUS = "OK"
              MOVE SPACES TO LINHA-REL
              WRITE REG-CHQREL FROM LINHA-REL
              MOVE TOTAL-DEPOSITAR TO WRK-TOTAL
              MOVE SPACES TO LINHA-REL
              STRING "A DEPOSITAR HOJE: " CONT-DEPOSITAR
                     " CHEQUES, TOTAL " WRK-TOTAL
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CHQREL FROM LINHA-REL
              IF MARCAR-DEPOSITADOS
                 MOVE SPACES TO LINHA-REL
                 STRING "MARCADOS COMO DEPOSITADOS: " CONT-MARCADOS
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-CHQREL FROM LINHA-REL
              END-IF

              MOVE SPACES TO LINHA-REL
              WRITE REG-CHQREL FROM LINHA-REL
              MOVE SPACES TO LINHA-REL
              STRING "EM CUSTODIA COM BOM PARA NOS PROXIMOS "
                     HORIZONTE-W " DIAS"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CHQREL FROM LINHA-REL
              PERFORM ESCREVER-CABECALHO
              PERFORM LISTAR-UM-PROXIMO
                 VARYING IND-P FROM 1 BY 1 UNTIL IND-P > QTD-PROX
              MOVE SPACES TO LINHA-REL
              WRITE REG-CHQREL FROM LINHA-REL
              MOVE TOTAL-PROXIMOS TO WRK-TOTAL
              MOVE SPACES TO LINHA-REL
              STRING "PROXIMOS: " CONT-PROXIMOS
                     " CHEQUES, TOTAL " WRK-TOTAL
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CHQREL FROM LINHA-REL

              CLOSE CHEQUES
                    CHQREL
              MOVE "chequesdep.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-CLIENTES-OK = "S"
                 CLOSE CLIENTES
              END-IF
              DISPLAY "RELATORIO GERADO: chequesdep.txt"
              DISPLAY "Cheques lidos         : " CONT-LIDOS
              DISPLAY "A depositar hoje      : " CONT-DEPOSITAR
              DISPLAY "Proximos dias         : " CONT-PROXIMOS
              DISPLAY "Marcados depositados  : " CONT-MARCADOS
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
           STRING "HORIZONTE=" HORIZONTE-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA71 "
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
           MOVE SPACES TO ARQ-CHEQUES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "cheques.dat" DELIMITED BY SIZE
                  INTO ARQ-CHEQUES
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-CHQREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "chequesdep.txt" DELIMITED BY SIZE
                  INTO ARQ-CHQREL.
       END PROGRAM PROGRAMA71.
