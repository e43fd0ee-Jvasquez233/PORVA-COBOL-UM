      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: CONCILIACAO BANCARIA: EXTRATO X RECEBIMENTOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA70.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EXTRATO ASSIGN ARQ-EXTRATO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT RECEBTOS ASSIGN ARQ-RECEBTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Recebto
           FILE STATUS IS FILE-STATUS-REC.

           SELECT CONCREL ASSIGN ARQ-CONCREL
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
       FD  EXTRATO.

       01  REG-EXTRATO                     PIC X(200).

       FD  RECEBTOS.

       01  REG-RECEBTOS.
           05 Chave-Recebto.
              10 Numero-Pedido-rc          PIC 9(007).
              10 Parcela-rc                PIC 9(002).
              10 Sequencia-rc              PIC 9(003).
           05 Data-Recebto-rc              PIC X(010).
           05 Valor-Recebto-rc             PIC 9(009)v9(002).
           05 Forma-Recebto-rc             PIC X(001).
           05 Operador-rc                  PIC X(010).

       FD  CONCREL.

       01  REG-CONCREL                     PIC X(132).

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
                                            VALUE "PROGRAMA70".
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
           05 ARQ-EXTRATO                     PIC X(080)   VALUE SPACES.
           05 ARQ-RECEBTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONCREL                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-EXTRATO                            VALUE "S".
              88 NO-FIN-EXTRATO                         VALUE "N".
           05 SW-FIM-REC                   PIC X        VALUE "N".
              88 FIM-REC                                VALUE "S".
              88 NO-FIM-REC                             VALUE "N".
           05 SW-FORMATO                   PIC 9(001)   VALUE ZEROES.
              88 EXTRATO-OFX                            VALUE 1.
              88 EXTRATO-CSV                            VALUE 2.
           05 SW-ACHOU                     PIC X        VALUE "N".

           05 FILE-STATUS-REC              PIC 99       VALUE ZEROES.
           05 TOLERANCIA-W                 PIC 9(002)   VALUE ZEROES.
           05 DIA-INI-W                    PIC 9(007)   VALUE ZEROES.
           05 DIA-FIM-W                    PIC 9(007)   VALUE ZEROES.
           05 DIA-CARGA-W                  PIC 9(007)   VALUE ZEROES.
           05 DIA-W                        PIC 9(007)   VALUE ZEROES.
           05 DIF-W                        PIC s9(007)  VALUE ZEROES.
           05 MELHOR-DIF-W                 PIC s9(007)  VALUE ZEROES.
           05 MELHOR-IND-W                 PIC 9(004)   VALUE ZEROES.
           05 NOSSO-REC-W                  PIC 9(009)   VALUE ZEROES.
           05 TAM-DOC-W                    PIC 9(002)   VALUE ZEROES.
           05 INICIO-DOC-W                 PIC 9(002)   VALUE ZEROES.

      ********** LANCAMENTO DO EXTRATO EM MONTAGEM ********************
           05 LINHA-EXT-W                  PIC X(200)   VALUE SPACES.
           05 DATA-TEXTO-W                 PIC X(020)   VALUE SPACES.
           05 VALOR-TEXTO-W                PIC X(020)   VALUE SPACES.
           05 DOCUMENTO-W                  PIC X(020)   VALUE SPACES.
           05 HISTORICO-W                  PIC X(030)   VALUE SPACES.
           05 VALOR-LANC-W                 PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 DATA-LANC-W                  PIC X(008)   VALUE SPACES.
           05 DATA-LANC-R REDEFINES DATA-LANC-W.
              10 LANC-ANO                  PIC 9(004).
              10 LANC-MES                  PIC 9(002).
              10 LANC-DIA                  PIC 9(002).
           05 DATA-REC-AMD                 PIC 9(008)   VALUE ZEROES.

           05 QTD-EXT                      PIC 9(004)   VALUE ZEROES.
           05 QTD-REC                      PIC 9(004)   VALUE ZEROES.
           05 IND-E                        PIC 9(004)   VALUE ZEROES.
           05 IND-R                        PIC 9(004)   VALUE ZEROES.
           05 CONT-LINHAS                  PIC 9(007)   VALUE ZEROES.
           05 CONT-DEBITOS                 PIC 9(005)   VALUE ZEROES.
           05 CONT-CONCILIADOS             PIC 9(005)   VALUE ZEROES.
           05 CONT-CRED-SEM-REC            PIC 9(005)   VALUE ZEROES.
           05 CONT-REC-SEM-CRED            PIC 9(005)   VALUE ZEROES.
           05 TOTAL-CONCILIADO             PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-CRED-SEM-REC           PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-REC-SEM-CRED           PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 LINHA-TITULO-W               PIC X(132)   VALUE SPACES.
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-TOTAL                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 DATA-EDIT-W                  PIC X(010)   VALUE SPACES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.

      ********** CREDITOS DO EXTRATO (DEBITOS SAO DESPREZADOS) ********
       01  TABELA-EXTRATO.
           05 EXTRATO-OCC OCCURS 2000 TIMES.
              10 Data-Ext-T                PIC 9(008).
              10 Dia-Ext-T                 PIC 9(007).
              10 Valor-Ext-T               PIC 9(009)v9(002).
              10 Nosso-Ext-T               PIC 9(009).
              10 Documento-Ext-T           PIC X(020).
              10 Historico-Ext-T           PIC X(030).
              10 Conc-Ext-T                PIC X(001).
              10 Criterio-Ext-T            PIC X(002).
              10 Rec-Ext-T                 PIC 9(004).

      ********** RECEBIMENTOS POR TRANSFERENCIA (T) OU BOLETO (B) *****
       01  TABELA-RECEBTOS.
           05 RECEB-OCC OCCURS 3000 TIMES.
              10 Pedido-Rec-T              PIC 9(007).
              10 Parcela-Rec-T             PIC 9(002).
              10 Seq-Rec-T                 PIC 9(003).
              10 Data-Rec-T                PIC X(010).
              10 Dia-Rec-T                 PIC 9(007).
              10 Valor-Rec-T               PIC 9(009)v9(002).
              10 Forma-Rec-T               PIC X(001).
              10 Conc-Rec-T                PIC X(001).

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-EXTRATO
           PERFORM FIN.

       INICIO.
      ********** EXTRATO DO BANCO NA PASTA DE DADOS: EXTRATO.OFX *****
      *    (UMA TAG POR LINHA, COMO OS BANCOS EXPORTAM) OU           *
      *    EXTRATO.CSV (DATA;VALOR;DOCUMENTO;HISTORICO)              *
           DISPLAY "CONCILIACAO BANCARIA"
           DISPLAY "INSIRA FORMATO DO EXTRATO (1 = OFX, 2 = CSV): "
           ACCEPT SW-FORMATO
           IF NOT EXTRATO-CSV
              MOVE 1 TO SW-FORMATO
           END-IF
           DISPLAY "INSIRA TOLERANCIA EM DIAS (0 = PADRAO 3): "
           ACCEPT TOLERANCIA-W
           IF TOLERANCIA-W = ZEROES
              MOVE 3 TO TOLERANCIA-W
           END-IF
           PERFORM MONTAR-ARQUIVO-EXTRATO

           OPEN INPUT EXTRATO
           IF FILE-STATUS NOT = 00
              DISPLAY "EXTRATO AUSENTE; COLOQUE O ARQUIVO DO BANCO NA "
                      "PASTA DE DADOS"
              SET FIN-EXTRATO TO TRUE
              MOVE "SEM EXTRAT" TO JOB-STATUS
           ELSE
              OPEN INPUT RECEBTOS
              IF FILE-STATUS-REC NOT = 00
                 DISPLAY "recebtos.dat AUSENTE; NADA A CONCILIAR"
                 SET FIN-EXTRATO TO TRUE
                 MOVE "SEM RECEBT" TO JOB-STATUS
                 CLOSE EXTRATO
              ELSE
                 PERFORM LIMPAR-LANCAMENTO
                 SET NO-FIN-EXTRATO TO TRUE
                 PERFORM LEER-EXTRATO
              END-IF
           END-IF.

       PROCESO.
           ADD 1 TO CONT-LINHAS
           IF EXTRATO-OFX
              PERFORM TRATAR-LINHA-OFX
           ELSE
              PERFORM TRATAR-LINHA-CSV
           END-IF
           PERFORM LEER-EXTRATO.

       LEER-EXTRATO.
           READ EXTRATO
                AT END
                SET FIN-EXTRATO TO TRUE
           END-READ.

       LIMPAR-LANCAMENTO.
           MOVE SPACES TO DATA-TEXTO-W
           MOVE SPACES TO VALOR-TEXTO-W
           MOVE SPACES TO DOCUMENTO-W
           MOVE SPACES TO HISTORICO-W.

       TRATAR-LINHA-OFX.
      ********** CADA <STMTTRN> ... </STMTTRN> E UM LANCAMENTO; O ****
      *    NOSSO NUMERO VEM NO <CHECKNUM> OU NO <REFNUM>             *
           MOVE FUNCTION TRIM(REG-EXTRATO LEADING) TO LINHA-EXT-W
           EVALUATE TRUE
              WHEN LINHA-EXT-W(1:9) = "<STMTTRN>"
                 PERFORM LIMPAR-LANCAMENTO
              WHEN LINHA-EXT-W(1:10) = "<DTPOSTED>"
                 MOVE LINHA-EXT-W(11:8) TO DATA-TEXTO-W
              WHEN LINHA-EXT-W(1:8) = "<TRNAMT>"
                 UNSTRING LINHA-EXT-W(9:40) DELIMITED BY "<"
                    INTO VALOR-TEXTO-W
                 END-UNSTRING
                 INSPECT VALOR-TEXTO-W REPLACING ALL "." BY ","
              WHEN LINHA-EXT-W(1:10) = "<CHECKNUM>"
                 UNSTRING LINHA-EXT-W(11:40) DELIMITED BY "<"
                    INTO DOCUMENTO-W
                 END-UNSTRING
              WHEN LINHA-EXT-W(1:8) = "<REFNUM>"
                 AND DOCUMENTO-W = SPACES
                 UNSTRING LINHA-EXT-W(9:40) DELIMITED BY "<"
                    INTO DOCUMENTO-W
                 END-UNSTRING
              WHEN LINHA-EXT-W(1:6) = "<MEMO>"
                 UNSTRING LINHA-EXT-W(7:60) DELIMITED BY "<"
                    INTO HISTORICO-W
                 END-UNSTRING
              WHEN LINHA-EXT-W(1:10) = "</STMTTRN>"
                 MOVE DATA-TEXTO-W(1:8) TO DATA-LANC-W
                 PERFORM GUARDAR-LANCAMENTO
           END-EVALUATE.

       TRATAR-LINHA-CSV.
      ********** DATA EM DD/MM/AAAA OU DD-MM-AAAA, VALOR COM VIRGULA *
      *    DECIMAL E SINAL NOS DEBITOS; O CABECALHO E DESPREZADO     *
           PERFORM LIMPAR-LANCAMENTO
           UNSTRING REG-EXTRATO DELIMITED BY ";"
              INTO DATA-TEXTO-W
                   VALOR-TEXTO-W
                   DOCUMENTO-W
                   HISTORICO-W
           END-UNSTRING
           IF DATA-TEXTO-W(1:2) IS NUMERIC
              MOVE SPACES TO DATA-LANC-W
              STRING DATA-TEXTO-W(7:4) DATA-TEXTO-W(4:2)
                     DATA-TEXTO-W(1:2)
                 DELIMITED BY SIZE INTO DATA-LANC-W
              PERFORM GUARDAR-LANCAMENTO
           END-IF.

       GUARDAR-LANCAMENTO.
           IF DATA-LANC-W IS NOT NUMERIC
              OR LANC-MES < 1 OR LANC-MES > 12
              OR LANC-DIA < 1 OR LANC-DIA > 31
              DISPLAY "AVISO: LANCAMENTO COM DATA INVALIDA DESPREZADO"
              ADD 1 TO JOB-AVISOS
           ELSE
              IF EXTRATO-OFX
                 COMPUTE VALOR-LANC-W =
                    FUNCTION NUMVAL(VALOR-TEXTO-W)
              ELSE
                 COMPUTE VALOR-LANC-W =
                    FUNCTION NUMVAL-C(VALOR-TEXTO-W)
              END-IF
              IF VALOR-LANC-W NOT > ZEROES
                 ADD 1 TO CONT-DEBITOS
              ELSE
              IF QTD-EXT = 2000
                 DISPLAY "AVISO: EXTRATO COM MAIS DE 2000 CREDITOS; "
                         "EXCEDENTE NAO CONCILIADO"
                 ADD 1 TO JOB-AVISOS
              ELSE
                 ADD 1 TO QTD-EXT
                 MOVE DATA-LANC-W     TO Data-Ext-T(QTD-EXT)
                 COMPUTE Dia-Ext-T(QTD-EXT) =
                    FUNCTION INTEGER-OF-DATE(Data-Ext-T(QTD-EXT))
                 MOVE VALOR-LANC-W    TO Valor-Ext-T(QTD-EXT)
                 MOVE DOCUMENTO-W     TO Documento-Ext-T(QTD-EXT)
                 MOVE HISTORICO-W     TO Historico-Ext-T(QTD-EXT)
                 MOVE "N"             TO Conc-Ext-T(QTD-EXT)
                 MOVE SPACES          TO Criterio-Ext-T(QTD-EXT)
                 MOVE ZEROES          TO Rec-Ext-T(QTD-EXT)
                 PERFORM EXTRAIR-NOSSO-NUMERO
                 IF DIA-INI-W = ZEROES
                    OR Dia-Ext-T(QTD-EXT) < DIA-INI-W
                    MOVE Dia-Ext-T(QTD-EXT) TO DIA-INI-W
                 END-IF
                 IF Dia-Ext-T(QTD-EXT) > DIA-FIM-W
                    MOVE Dia-Ext-T(QTD-EXT) TO DIA-FIM-W
                 END-IF
              END-IF
              END-IF
           END-IF.

       EXTRAIR-NOSSO-NUMERO.
      ********** NOSSO NUMERO = PEDIDO + PARCELA (PROGRAMA34): OS 9 **
      *    ULTIMOS DIGITOS DE UM DOCUMENTO NUMERICO; O BANCO PODE    *
      *    COMPLETAR COM ZEROS A ESQUERDA                            *
           MOVE ZEROES TO Nosso-Ext-T(QTD-EXT)
           MOVE FUNCTION TRIM(DOCUMENTO-W) TO DOCUMENTO-W
           MOVE ZEROES TO TAM-DOC-W
           INSPECT DOCUMENTO-W TALLYING TAM-DOC-W
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF TAM-DOC-W NOT < 9
              COMPUTE INICIO-DOC-W = TAM-DOC-W - 8
              IF DOCUMENTO-W(1:TAM-DOC-W) IS NUMERIC
                 MOVE DOCUMENTO-W(INICIO-DOC-W:9)
                      TO Nosso-Ext-T(QTD-EXT)
              END-IF
           END-IF.

       CARREGAR-RECEBIMENTOS.
      ********** RECEBIMENTOS T/B DO PERIODO DO EXTRATO; OS DA *******
      *    TOLERANCIA ANTES DO INICIO SO ENTRAM PARA CASAR CREDITOS  *
           COMPUTE DIA-CARGA-W = DIA-INI-W - TOLERANCIA-W
           MOVE ZEROES TO Chave-Recebto
           SET NO-FIM-REC TO TRUE
           START RECEBTOS KEY IS NOT LESS THAN Chave-Recebto
              INVALID KEY SET FIM-REC TO TRUE
           END-START
           PERFORM LER-UM-RECEBIMENTO UNTIL FIM-REC.

       LER-UM-RECEBIMENTO.
           READ RECEBTOS NEXT RECORD
              AT END SET FIM-REC TO TRUE
           END-READ
           IF NOT FIM-REC
              AND (Forma-Recebto-rc = "T" OR Forma-Recebto-rc = "B")
              AND Data-Recebto-rc(1:2) IS NUMERIC
              COMPUTE DATA-REC-AMD =
                 FUNCTION NUMVAL(Data-Recebto-rc(7:4)) * 10000
                 + FUNCTION NUMVAL(Data-Recebto-rc(4:2)) * 100
                 + FUNCTION NUMVAL(Data-Recebto-rc(1:2))
              COMPUTE DIA-W = FUNCTION INTEGER-OF-DATE(DATA-REC-AMD)
              IF DIA-W NOT < DIA-CARGA-W AND DIA-W NOT > DIA-FIM-W
                 IF QTD-REC = 3000
                    DISPLAY "AVISO: MAIS DE 3000 RECEBIMENTOS NO "
                            "PERIODO; EXCEDENTE NAO CONCILIADO"
                    ADD 1 TO JOB-AVISOS
                    SET FIM-REC TO TRUE
                 ELSE
                    ADD 1 TO QTD-REC
                    MOVE Numero-Pedido-rc TO Pedido-Rec-T(QTD-REC)
                    MOVE Parcela-rc       TO Parcela-Rec-T(QTD-REC)
                    MOVE Sequencia-rc     TO Seq-Rec-T(QTD-REC)
                    MOVE Data-Recebto-rc  TO Data-Rec-T(QTD-REC)
                    MOVE DIA-W            TO Dia-Rec-T(QTD-REC)
                    MOVE Valor-Recebto-rc TO Valor-Rec-T(QTD-REC)
                    MOVE Forma-Recebto-rc TO Forma-Rec-T(QTD-REC)
                    MOVE "N"              TO Conc-Rec-T(QTD-REC)
                 END-IF
              END-IF
           END-IF.

       CASAR-POR-NOSSO-NUMERO.
      ********** 1A PASSAGEM: NOSSO NUMERO + VALOR DENTRO DA *********
      *    TOLERANCIA DE DIAS                                        *
           IF Nosso-Ext-T(IND-E) > ZEROES
              MOVE "N" TO SW-ACHOU
              PERFORM TESTAR-NOSSO-NUMERO
                 VARYING IND-R FROM 1 BY 1
                 UNTIL IND-R > QTD-REC OR SW-ACHOU = "S"
           END-IF.

       TESTAR-NOSSO-NUMERO.
           IF Conc-Rec-T(IND-R) = "N"
              AND Valor-Rec-T(IND-R) = Valor-Ext-T(IND-E)
              COMPUTE NOSSO-REC-W =
                 Pedido-Rec-T(IND-R) * 100 + Parcela-Rec-T(IND-R)
              IF NOSSO-REC-W = Nosso-Ext-T(IND-E)
                 PERFORM CALCULAR-DIFERENCA
                 IF DIF-W NOT > TOLERANCIA-W
                    MOVE "S" TO SW-ACHOU
                    MOVE IND-R TO MELHOR-IND-W
                    MOVE "NN" TO Criterio-Ext-T(IND-E)
                    PERFORM MARCAR-CONCILIADO
                 END-IF
              END-IF
           END-IF.

       CASAR-POR-VALOR-DATA.
      ********** 2A PASSAGEM: MESMO VALOR, A DATA MAIS PROXIMA ********
      *    DENTRO DA TOLERANCIA                                      *
           IF Conc-Ext-T(IND-E) = "N"
              MOVE ZEROES TO MELHOR-IND-W
              MOVE 99999 TO MELHOR-DIF-W
              PERFORM TESTAR-VALOR-DATA
                 VARYING IND-R FROM 1 BY 1 UNTIL IND-R > QTD-REC
              IF MELHOR-IND-W > ZEROES
                 MOVE "VD" TO Criterio-Ext-T(IND-E)
                 PERFORM MARCAR-CONCILIADO
              END-IF
           END-IF.

       TESTAR-VALOR-DATA.
           IF Conc-Rec-T(IND-R) = "N"
              AND Valor-Rec-T(IND-R) = Valor-Ext-T(IND-E)
              PERFORM CALCULAR-DIFERENCA
              IF DIF-W NOT > TOLERANCIA-W AND DIF-W < MELHOR-DIF-W
                 MOVE DIF-W TO MELHOR-DIF-W
                 MOVE IND-R TO MELHOR-IND-W
              END-IF
           END-IF.

       CALCULAR-DIFERENCA.
           COMPUTE DIF-W = Dia-Ext-T(IND-E) - Dia-Rec-T(IND-R)
           IF DIF-W < ZEROES
              COMPUTE DIF-W = DIF-W * -1
           END-IF.

       MARCAR-CONCILIADO.
           MOVE "S"          TO Conc-Ext-T(IND-E)
           MOVE MELHOR-IND-W TO Rec-Ext-T(IND-E)
           MOVE "S"          TO Conc-Rec-T(MELHOR-IND-W)
           ADD 1 TO CONT-CONCILIADOS
           ADD Valor-Ext-T(IND-E) TO TOTAL-CONCILIADO.

       EDITAR-DATA-EXTRATO.
           MOVE Data-Ext-T(IND-E) TO DATA-LANC-W
           MOVE SPACES TO DATA-EDIT-W
           STRING DATA-LANC-W(7:2) "-" DATA-LANC-W(5:2) "-"
                  DATA-LANC-W(1:4)
              DELIMITED BY SIZE INTO DATA-EDIT-W.

       LISTAR-CONCILIADO.
           IF Conc-Ext-T(IND-E) = "S"
              MOVE Rec-Ext-T(IND-E) TO IND-R
              PERFORM EDITAR-DATA-EXTRATO
              MOVE Valor-Ext-T(IND-E) TO WRK-VALOR
              MOVE SPACES TO LINHA-REL
              STRING DATA-EDIT-W " " WRK-VALOR " "
                     Documento-Ext-T(IND-E)(1:15)
                     " <-> " Pedido-Rec-T(IND-R) "/"
                     Parcela-Rec-T(IND-R) "-" Seq-Rec-T(IND-R)
                     " " Data-Rec-T(IND-R)
                     " " Forma-Rec-T(IND-R)
                     " " Criterio-Ext-T(IND-E)
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CONCREL FROM LINHA-REL
           END-IF.

       LISTAR-CREDITO-SEM-REC.
           IF Conc-Ext-T(IND-E) = "N"
              PERFORM EDITAR-DATA-EXTRATO
              MOVE Valor-Ext-T(IND-E) TO WRK-VALOR
              MOVE SPACES TO LINHA-REL
              STRING DATA-EDIT-W " " WRK-VALOR " "
                     Documento-Ext-T(IND-E)(1:15) " "
                     Historico-Ext-T(IND-E)
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CONCREL FROM LINHA-REL
              ADD 1 TO CONT-CRED-SEM-REC
              ADD Valor-Ext-T(IND-E) TO TOTAL-CRED-SEM-REC
           END-IF.

       LISTAR-REC-SEM-CREDITO.
      ********** RECEBIMENTO ANTERIOR AO INICIO DO EXTRATO QUE NAO ****
      *    CASOU FOI CREDITADO EM EXTRATO ANTERIOR: NAO E APONTADO   *
           IF Conc-Rec-T(IND-R) = "N"
              AND Dia-Rec-T(IND-R) NOT < DIA-INI-W
              MOVE Valor-Rec-T(IND-R) TO WRK-VALOR
              MOVE SPACES TO LINHA-REL
              STRING Data-Rec-T(IND-R) " " WRK-VALOR
                     " PEDIDO " Pedido-Rec-T(IND-R) "/"
                     Parcela-Rec-T(IND-R) " SEQ " Seq-Rec-T(IND-R)
                     " FORMA " Forma-Rec-T(IND-R)
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CONCREL FROM LINHA-REL
              ADD 1 TO CONT-REC-SEM-CRED
              ADD Valor-Rec-T(IND-R) TO TOTAL-REC-SEM-CRED
              ADD 1 TO JOB-AVISOS
           END-IF.

       ESCREVER-TITULO.
           MOVE SPACES TO LINHA-REL
           WRITE REG-CONCREL FROM LINHA-REL
           WRITE REG-CONCREL FROM LINHA-TITULO-W.

       FIN.
           IF JOB-STATUS = "OK"
              CLOSE EXTRATO
              IF QTD-EXT > ZEROES
                 PERFORM CARREGAR-RECEBIMENTOS
              END-IF
              CLOSE RECEBTOS

              PERFORM CASAR-POR-NOSSO-NUMERO
                 VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EXT
              PERFORM CASAR-POR-VALOR-DATA
                 VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EXT

              OPEN OUTPUT CONCREL
              MOVE SPACES TO LINHA-REL
              STRING "CONCILIACAO BANCARIA - TOLERANCIA "
                     TOLERANCIA-W " DIAS (NN = NOSSO NUMERO, "
                     "VD = VALOR/DATA)"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CONCREL FROM LINHA-REL
              WRITE REG-CONCREL FROM LINHA-EMPRESA

              MOVE "CREDITOS CONCILIADOS" TO LINHA-TITULO-W
              PERFORM ESCREVER-TITULO
              PERFORM LISTAR-CONCILIADO
                 VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EXT

              MOVE "CREDITOS DO BANCO SEM RECEBIMENTO"
                   TO LINHA-TITULO-W
              PERFORM ESCREVER-TITULO
              PERFORM LISTAR-CREDITO-SEM-REC
                 VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EXT

              MOVE "RECEBIMENTOS (T/B) SEM CREDITO NO BANCO"
                   TO LINHA-TITULO-W
              PERFORM ESCREVER-TITULO
              PERFORM LISTAR-REC-SEM-CREDITO
                 VARYING IND-R FROM 1 BY 1 UNTIL IND-R > QTD-REC

              MOVE SPACES TO LINHA-REL
              WRITE REG-CONCREL FROM LINHA-REL
              MOVE TOTAL-CONCILIADO TO WRK-TOTAL
              MOVE SPACES TO LINHA-REL
              STRING "CONCILIADOS        : " CONT-CONCILIADOS
                     "  " WRK-TOTAL
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CONCREL FROM LINHA-REL
              MOVE TOTAL-CRED-SEM-REC TO WRK-TOTAL
              MOVE SPACES TO LINHA-REL
              STRING "CREDITOS SEM RECEB.: " CONT-CRED-SEM-REC
                     "  " WRK-TOTAL
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CONCREL FROM LINHA-REL
              MOVE TOTAL-REC-SEM-CRED TO WRK-TOTAL
              MOVE SPACES TO LINHA-REL
              STRING "RECEB. SEM CREDITO : " CONT-REC-SEM-CRED
                     "  " WRK-TOTAL
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-CONCREL FROM LINHA-REL
              CLOSE CONCREL
              MOVE "conciliacao.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL

              DISPLAY "RELATORIO GERADO: conciliacao.txt"
              DISPLAY "Creditos no extrato   : " QTD-EXT
              DISPLAY "Conciliados           : " CONT-CONCILIADOS
              DISPLAY "Creditos sem receb.   : " CONT-CRED-SEM-REC
              DISPLAY "Receb. sem credito    : " CONT-REC-SEM-CRED
           END-IF

           MOVE CONT-LINHAS      TO JOB-LIDOS
           MOVE CONT-CONCILIADOS TO JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           STOP RUN.

       MONTAR-ARQUIVO-EXTRATO.
           MOVE SPACES TO ARQ-EXTRATO
           IF EXTRATO-OFX
              STRING FUNCTION TRIM(Dir-Dados-Par)
                     DELIMITED BY SIZE
                     "extrato.ofx" DELIMITED BY SIZE
                     INTO ARQ-EXTRATO
           ELSE
              STRING FUNCTION TRIM(Dir-Dados-Par)
                     DELIMITED BY SIZE
                     "extrato.csv" DELIMITED BY SIZE
                     INTO ARQ-EXTRATO
           END-IF.

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
           STRING "TOLERANCIA=" TOLERANCIA-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA70 "
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
           MOVE SPACES TO ARQ-RECEBTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "recebtos.dat" DELIMITED BY SIZE
                  INTO ARQ-RECEBTOS
           MOVE SPACES TO ARQ-CONCREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "conciliacao.txt" DELIMITED BY SIZE
                  INTO ARQ-CONCREL.
       END PROGRAM PROGRAMA70.
