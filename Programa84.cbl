      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: REAJUSTE ANUAL DOS CONTRATOS DE FORNECIMENTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA84.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTRATOS ASSIGN ARQ-CONTRATOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Contrato
           FILE STATUS IS FILE-STATUS.

           SELECT INDICES ASSIGN ARQ-INDICES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Indice
           FILE STATUS IS FILE-STATUS-IND.

           SELECT CONTRHIST ASSIGN ARQ-CONTRHIST
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Contrhist
           FILE STATUS IS FILE-STATUS-RH.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT AVISOREAJ ASSIGN ARQ-AVISOREAJ
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-AV.

           SELECT REAJREL ASSIGN ARQ-REAJREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-AV.

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
       FD  CONTRATOS.

       01  REG-CONTRATOS.
           05 Numero-Contrato              PIC 9(005).
           05 Codigo-Cliente-ct            PIC 9(007).
           05 Codigo-Vendedor-ct           PIC 9(003).
           05 Dia-Mes-ct                   PIC 9(002).
           05 Valor-Contrato-ct            PIC 9(009)v9(002).
           05 Vigencia-Ini-ct              PIC X(010).
           05 Vigencia-Fim-ct              PIC X(010).
           05 Situacao-ct                  PIC X(001).
              88 CONTRATO-ATIVO                          VALUE "A".
              88 CONTRATO-ENCERRADO                      VALUE "E".
           05 Ultimo-Gerado-ct             PIC 9(006).
      ********** REAJUSTE ANUAL (PROGRAMA84): INDICE DO PGM00047, ***
      *    MES DO ANIVERSARIO E ANO DO ULTIMO REAJUSTE APLICADO      *
           05 Codigo-Indice-ct             PIC X(006)   VALUE SPACES.
           05 Mes-Aniversario-ct           PIC 9(002)   VALUE ZEROES.
           05 Ultimo-Reajuste-ct           PIC 9(004)   VALUE ZEROES.

       FD  INDICES.

      ********** UM REGISTRO POR INDICE E MES (AAAAMM). OFICIAL = ****
      *    SERIE MENSAL (IPCA, IGP-M...); NEGOCIADO = PERCENTUAL     *
      *    ACERTADO COM O CLIENTE, LANCADO NO MES DO ANIVERSARIO     *
       01  REG-INDICES.
           05 Chave-Indice.
              10 Codigo-Indice-ix          PIC X(006).
              10 Ano-Mes-ix                PIC 9(006).
           05 Descricao-ix                 PIC X(030).
           05 Tipo-ix                      PIC X(001).
              88 INDICE-OFICIAL                          VALUE "O".
              88 INDICE-NEGOCIADO                        VALUE "N".
           05 Percentual-ix                PIC s9(003)v9(004).
           05 Operador-ix                  PIC X(010).
           05 Data-Alteracao-ix            PIC X(010).

       FD  CONTRHIST.

      ********** HISTORICO DOS REAJUSTES APLICADOS (PROGRAMA84) ******
       01  REG-CONTRHIST.
           05 Chave-Contrhist.
              10 Numero-Contrato-rh        PIC 9(005).
              10 Data-Reajuste-rh          PIC 9(008).
           05 Codigo-Indice-rh             PIC X(006).
           05 Perc-Acumulado-rh            PIC s9(003)v9(004).
           05 Valor-Anterior-rh            PIC 9(009)v9(002).
           05 Valor-Novo-rh                PIC 9(009)v9(002).
           05 Operador-rh                  PIC X(010).

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

       FD  AVISOREAJ.

       01  REG-AVISOREAJ                   PIC X(100).

       FD  REAJREL.

       01  REG-REAJREL                     PIC X(100).

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
                                            VALUE "PROGRAMA84".
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
           05 ARQ-CONTRATOS                   PIC X(080)   VALUE SPACES.
           05 ARQ-INDICES                     PIC X(080)   VALUE SPACES.
           05 ARQ-CONTRHIST                   PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-AVISOREAJ                   PIC X(080)   VALUE SPACES.
           05 ARQ-REAJREL                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-CONTRATOS                          VALUE "S".
              88 NO-FIN-CONTRATOS                       VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IND              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RH               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AV               PIC 99       VALUE ZEROES.
           05 SW-INDICES-OK                PIC X        VALUE "N".
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 SW-FATOR-OK                  PIC X        VALUE "N".

           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-LIMITE-INT              PIC 9(008)   VALUE ZEROES.
           05 DATA-FIM-INT                 PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-W                  PIC X(010)   VALUE SPACES.
           05 PERIODO-ATUAL                PIC 9(006)   VALUE ZEROES.
           05 ANO-ATUAL-W                  PIC 9(004)   VALUE ZEROES.
           05 MES-ATUAL-W                  PIC 9(002)   VALUE ZEROES.
           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.

      ********** ACUMULO DO INDICE NA JANELA DO ANIVERSARIO **********
           05 FATOR-W                      PIC 9(003)v9(008)
                                            VALUE ZEROES.
           05 PERC-ACUM-W                  PIC s9(003)v9(004)
                                            VALUE ZEROES.
           05 ANO-JAN-W                    PIC 9(004)   VALUE ZEROES.
           05 MES-JAN-W                    PIC 9(002)   VALUE ZEROES.
           05 PERIODO-JAN-W                PIC 9(006)   VALUE ZEROES.
           05 PERIODO-DE-W                 PIC 9(006)   VALUE ZEROES.
           05 PERIODO-ATE-W                PIC 9(006)   VALUE ZEROES.
           05 IND-K                        PIC 9(002)   VALUE ZEROES.
           05 MESES-FALTANDO               PIC 9(002)   VALUE ZEROES.
           05 Tipo-Indice-W                PIC X(001)   VALUE SPACES.
           05 Descricao-Indice-W           PIC X(030)   VALUE SPACES.
           05 MOTIVO-PENDENCIA             PIC X(050)   VALUE SPACES.
           05 VALOR-ANT-W                  PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 RAZAO-W                      PIC X(040)   VALUE SPACES.

           05 CONT-LIDOS                   PIC 9(005)   VALUE ZEROES.
           05 CONT-REAJUSTADOS             PIC 9(005)   VALUE ZEROES.
           05 CONT-PENDENTES               PIC 9(005)   VALUE ZEROES.
           05 CONT-RENOVAR                 PIC 9(005)   VALUE ZEROES.
           05 IND-R                        PIC 9(003)   VALUE ZEROES.

      ********** CONTRATOS A VENCER, IMPRESSOS NO FIM DO RELATORIO ***
           05 TABELA-RENOVAR.
              10 RENOVAR-OCC OCCURS 999 TIMES.
                 15 Contrato-Ren-T         PIC 9(005).
                 15 Cliente-Ren-T          PIC 9(007).
                 15 Fim-Ren-T              PIC X(010).
                 15 Dias-Ren-T             PIC 9(003).
                 15 Valor-Ren-T            PIC 9(009)v9(002).
                 15 Indice-Ren-T           PIC X(006).

           05 LINHA-REL                    PIC X(100)   VALUE SPACES.
           05 LINHA-TRACOS                 PIC X(100)   VALUE ALL "-".
           05 VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
           05 VALOR-ED2                    PIC ZZZ.ZZZ.ZZ9,99.
           05 PERC-ED                      PIC ---9,9999.
           05 DIAS-ED                      PIC ZZ9.
           05 PERIODO-ED.
              10 MES-PER-ED                PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE "/".
              10 ANO-PER-ED                PIC 9(004).
           05 PERIODO-ED2.
              10 MES-PER-ED2               PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE "/".
              10 ANO-PER-ED2               PIC 9(004).

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-CONTRATOS
           PERFORM FIN.

       INICIO.
      ********** REAJUSTE ANUAL DOS CONTRATOS DE FORNECIMENTO: NO ****
      *    MES DO ANIVERSARIO APLICA O INDICE ACUMULADO (PGM00047),  *
      *    GUARDA O VALOR ANTIGO NO CONTRHIST.DAT E EMITE O AVISO    *
      *    AO CLIENTE (AVISOREAJ.TXT). O CONTROLE (REAJREL.TXT)      *
      *    TRAZ TAMBEM OS CONTRATOS QUE VENCEM NOS PROXIMOS 60 DIAS  *
           ACCEPT DATE-AUXILIAR FROM DATE
           COMPUTE DATA-HOJE-AMD =
              20000000 + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)
           COMPUTE PERIODO-ATUAL = DATA-HOJE-AMD / 100
           COMPUTE ANO-ATUAL-W = PERIODO-ATUAL / 100
           COMPUTE MES-ATUAL-W = FUNCTION MOD(PERIODO-ATUAL, 100)
           COMPUTE DATA-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(DATA-HOJE-AMD)
           COMPUTE DATA-LIMITE-INT = DATA-HOJE-INT + 60
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-HOJE-W

           OPEN I-O CONTRATOS
           IF FILE-STATUS NOT = 00
              DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR contratos.dat"
              DISPLAY "STATUS: " FILE-STATUS
              MOVE "SEM CONTR" TO JOB-STATUS
              SET FIN-CONTRATOS TO TRUE
           ELSE
              OPEN INPUT INDICES
              IF FILE-STATUS-IND = 00
                 MOVE "S" TO SW-INDICES-OK
              ELSE
                 DISPLAY "AVISO: indices.dat AUSENTE; NENHUM REAJUSTE "
                         "SERA APLICADO (CADASTRE NO PGM00047)"
                 ADD 1 TO JOB-AVISOS
              END-IF
              OPEN INPUT CLIENTES
              IF FILE-STATUS-CLI = 00
                 MOVE "S" TO SW-CLIENTES-OK
              END-IF
              OPEN I-O CONTRHIST
              IF FILE-STATUS-RH NOT = 00
                 OPEN OUTPUT CONTRHIST
                 CLOSE CONTRHIST
                 OPEN I-O CONTRHIST
              END-IF
              OPEN OUTPUT AVISOREAJ
              OPEN OUTPUT REAJREL
              MOVE "REAJUSTE ANUAL DE CONTRATOS - CONTROLE" TO LINHA-REL
              WRITE REG-REAJREL FROM LINHA-REL
              WRITE REG-REAJREL FROM LINHA-EMPRESA
              MOVE SPACES TO LINHA-REL
              STRING "DATA: " DATA-HOJE-W DELIMITED BY SIZE
                 INTO LINHA-REL
              WRITE REG-REAJREL FROM LINHA-REL
              WRITE REG-REAJREL FROM LINHA-TRACOS
              SET NO-FIN-CONTRATOS TO TRUE
              MOVE ZEROES TO Numero-Contrato
              START CONTRATOS KEY IS NOT LESS THAN Numero-Contrato
                 INVALID KEY SET FIN-CONTRATOS TO TRUE
              END-START
              PERFORM LEER-CONTRATOS
           END-IF.

       PROCESO.
           ADD 1 TO CONT-LIDOS
           IF CONTRATO-ATIVO
              IF Codigo-Indice-ct NOT = SPACES
                 AND Mes-Aniversario-ct IS NUMERIC
                 AND Ultimo-Reajuste-ct IS NUMERIC
                 AND Mes-Aniversario-ct = MES-ATUAL-W
                 AND Ultimo-Reajuste-ct < ANO-ATUAL-W
                 PERFORM REAJUSTAR-CONTRATO
              END-IF
              PERFORM VERIFICAR-RENOVACAO
           END-IF
           PERFORM LEER-CONTRATOS.

       LEER-CONTRATOS.
           READ CONTRATOS NEXT RECORD
                AT END
                SET FIN-CONTRATOS TO TRUE
           END-READ.

       REAJUSTAR-CONTRATO.
           PERFORM CALCULAR-FATOR
           IF SW-FATOR-OK = "N"
              ADD 1 TO CONT-PENDENTES
              ADD 1 TO JOB-AVISOS
              MOVE SPACES TO LINHA-REL
              STRING "CONTRATO " Numero-Contrato " PENDENTE: "
                     MOTIVO-PENDENCIA
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-REAJREL FROM LINHA-REL
           ELSE
      ********** VARIACAO NEGATIVA NAO REDUZ O VALOR: O ANO FICA *****
      *    DADO COMO REAJUSTADO E O HISTORICO REGISTRA A VARIACAO    *
              MOVE Valor-Contrato-ct TO VALOR-ANT-W
              COMPUTE PERC-ACUM-W ROUNDED = (FATOR-W - 1) * 100
              IF FATOR-W > 1
                 COMPUTE Valor-Contrato-ct ROUNDED =
                    VALOR-ANT-W * FATOR-W
              END-IF
              MOVE ANO-ATUAL-W TO Ultimo-Reajuste-ct
              REWRITE REG-CONTRATOS
              PERFORM GRAVAR-HISTORICO
              PERFORM EMITIR-AVISO
              ADD 1 TO CONT-REAJUSTADOS
              MOVE VALOR-ANT-W       TO VALOR-ED
              MOVE Valor-Contrato-ct TO VALOR-ED2
              MOVE PERC-ACUM-W       TO PERC-ED
              MOVE SPACES TO LINHA-REL
              STRING "CONTRATO " Numero-Contrato " CLIENTE "
                     Codigo-Cliente-ct " " Codigo-Indice-ct " "
                     PERC-ED " % DE " VALOR-ED " PARA " VALOR-ED2
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-REAJREL FROM LINHA-REL
           END-IF.

       CALCULAR-FATOR.
      ********** OFICIAL: PRODUTO DOS 12 MESES ANTERIORES AO MES DO **
      *    ANIVERSARIO, TODOS OBRIGATORIOS. NEGOCIADO: O PERCENTUAL  *
      *    LANCADO NO PROPRIO MES DO ANIVERSARIO                     *
           MOVE "N"    TO SW-FATOR-OK
           MOVE SPACES TO MOTIVO-PENDENCIA Tipo-Indice-W
                          Descricao-Indice-W
           MOVE 1      TO FATOR-W
           IF SW-INDICES-OK = "N"
              MOVE "INDICES.DAT AUSENTE" TO MOTIVO-PENDENCIA
           ELSE
              MOVE Codigo-Indice-ct TO Codigo-Indice-ix
              MOVE ZEROES           TO Ano-Mes-ix
              START INDICES KEY IS NOT LESS THAN Chave-Indice
                 INVALID KEY MOVE 23 TO FILE-STATUS-IND
              END-START
              IF FILE-STATUS-IND = 00
                 READ INDICES NEXT RECORD
                    AT END MOVE 10 TO FILE-STATUS-IND
                 END-READ
              END-IF
              IF FILE-STATUS-IND NOT = 00
                 OR Codigo-Indice-ix NOT = Codigo-Indice-ct
                 MOVE "INDICE SEM NENHUM VALOR LANCADO"
                   TO MOTIVO-PENDENCIA
              ELSE
                 MOVE Tipo-ix      TO Tipo-Indice-W
                 MOVE Descricao-ix TO Descricao-Indice-W
                 IF Tipo-Indice-W = "N"
                    PERFORM ACUMULAR-NEGOCIADO
                 ELSE
                    PERFORM ACUMULAR-OFICIAL
                 END-IF
              END-IF
           END-IF.

       ACUMULAR-NEGOCIADO.
           MOVE PERIODO-ATUAL TO PERIODO-DE-W PERIODO-ATE-W
           MOVE Codigo-Indice-ct TO Codigo-Indice-ix
           MOVE PERIODO-ATUAL    TO Ano-Mes-ix
           READ INDICES
           IF FILE-STATUS-IND = 00
              COMPUTE FATOR-W ROUNDED = 1 + Percentual-ix / 100
              MOVE "S" TO SW-FATOR-OK
           ELSE
              MOVE "SEM PERCENTUAL NEGOCIADO PARA O MES"
                TO MOTIVO-PENDENCIA
           END-IF.

       ACUMULAR-OFICIAL.
           COMPUTE ANO-JAN-W = ANO-ATUAL-W - 1
           MOVE MES-ATUAL-W TO MES-JAN-W
           COMPUTE PERIODO-DE-W = ANO-JAN-W * 100 + MES-JAN-W
           MOVE ZEROES TO MESES-FALTANDO
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > 12
              COMPUTE PERIODO-JAN-W = ANO-JAN-W * 100 + MES-JAN-W
              MOVE PERIODO-JAN-W    TO PERIODO-ATE-W
              MOVE Codigo-Indice-ct TO Codigo-Indice-ix
              MOVE PERIODO-JAN-W    TO Ano-Mes-ix
              READ INDICES
              IF FILE-STATUS-IND = 00
                 COMPUTE FATOR-W ROUNDED =
                    FATOR-W * (1 + Percentual-ix / 100)
              ELSE
                 ADD 1 TO MESES-FALTANDO
              END-IF
              IF MES-JAN-W = 12
                 MOVE 1 TO MES-JAN-W
                 ADD 1 TO ANO-JAN-W
              ELSE
                 ADD 1 TO MES-JAN-W
              END-IF
           END-PERFORM
           IF MESES-FALTANDO = ZEROES
              MOVE "S" TO SW-FATOR-OK
           ELSE
              MOVE SPACES TO MOTIVO-PENDENCIA
              STRING "INDICE INCOMPLETO: " MESES-FALTANDO
                     " MES(ES) SEM VALOR NA JANELA"
                 DELIMITED BY SIZE INTO MOTIVO-PENDENCIA
           END-IF.

       GRAVAR-HISTORICO.
           MOVE Numero-Contrato   TO Numero-Contrato-rh
           MOVE DATA-HOJE-AMD     TO Data-Reajuste-rh
           MOVE Codigo-Indice-ct  TO Codigo-Indice-rh
           MOVE PERC-ACUM-W       TO Perc-Acumulado-rh
           MOVE VALOR-ANT-W       TO Valor-Anterior-rh
           MOVE Valor-Contrato-ct TO Valor-Novo-rh
           MOVE "PROGRAMA84"      TO Operador-rh
           WRITE REG-CONTRHIST
           IF FILE-STATUS-RH NOT = 00
              DISPLAY "AVISO: HISTORICO DO CONTRATO " Numero-Contrato
                      " NAO GRAVADO, STATUS " FILE-STATUS-RH
              ADD 1 TO JOB-AVISOS
           END-IF.

       EMITIR-AVISO.
      ********** UM AVISO POR CONTRATO REAJUSTADO, PARA ENVIO AO *****
      *    CLIENTE                                                   *
           MOVE SPACES TO RAZAO-W
           IF SW-CLIENTES-OK = "S"
              MOVE Codigo-Cliente-ct TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00
                 MOVE Razão-Social TO RAZAO-W
              END-IF
           END-IF
           MOVE "AVISO DE REAJUSTE ANUAL DE CONTRATO" TO LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-EMPRESA
           MOVE SPACES TO LINHA-REL
           STRING "DATA: " DATA-HOJE-W DELIMITED BY SIZE
              INTO LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-REL
           STRING "CLIENTE: " Codigo-Cliente-ct " - " RAZAO-W
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CONTRATO: " Numero-Contrato "   VIGENCIA: "
                  Vigencia-Ini-ct " A " Vigencia-Fim-ct
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "INDICE: " Codigo-Indice-ct " - "
                  Descricao-Indice-W
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-REL
           COMPUTE ANO-PER-ED = PERIODO-DE-W / 100
           COMPUTE MES-PER-ED = FUNCTION MOD(PERIODO-DE-W, 100)
           COMPUTE ANO-PER-ED2 = PERIODO-ATE-W / 100
           COMPUTE MES-PER-ED2 = FUNCTION MOD(PERIODO-ATE-W, 100)
           MOVE PERC-ACUM-W TO PERC-ED
           MOVE SPACES TO LINHA-REL
           STRING "PERIODO: " PERIODO-ED " A " PERIODO-ED2
                  "   VARIACAO ACUMULADA: " PERC-ED " %"
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-REL
           MOVE VALOR-ANT-W TO VALOR-ED
           MOVE SPACES TO LINHA-REL
           STRING "VALOR MENSAL ANTERIOR: " VALOR-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-REL
           MOVE Valor-Contrato-ct TO VALOR-ED
           MOVE ANO-ATUAL-W TO ANO-PER-ED
           MOVE MES-ATUAL-W TO MES-PER-ED
           MOVE SPACES TO LINHA-REL
           STRING "NOVO VALOR MENSAL    : " VALOR-ED
                  "   A PARTIR DE " PERIODO-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-REL
           IF FATOR-W NOT > 1
              MOVE "VARIACAO NAO POSITIVA NO PERIODO: VALOR MANTIDO"
                TO LINHA-REL
              WRITE REG-AVISOREAJ FROM LINHA-REL
           END-IF
           MOVE SPACES TO LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-REL
           WRITE REG-AVISOREAJ FROM LINHA-TRACOS
           WRITE REG-AVISOREAJ FROM LINHA-REL.

       VERIFICAR-RENOVACAO.
      ********** VIGENCIA FINAL ENTRE HOJE E HOJE + 60 DIAS **********
           IF Vigencia-Fim-ct(7:4) IS NUMERIC
              AND Vigencia-Fim-ct(4:2) IS NUMERIC
              AND Vigencia-Fim-ct(1:2) IS NUMERIC
              COMPUTE DATA-FIM-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(Vigencia-Fim-ct(7:4)) * 10000
                  + FUNCTION NUMVAL(Vigencia-Fim-ct(4:2)) * 100
                  + FUNCTION NUMVAL(Vigencia-Fim-ct(1:2)))
              IF DATA-FIM-INT >= DATA-HOJE-INT
                 AND DATA-FIM-INT <= DATA-LIMITE-INT
                 ADD 1 TO CONT-RENOVAR
                 IF CONT-RENOVAR <= 999
                    MOVE Numero-Contrato
                      TO Contrato-Ren-T(CONT-RENOVAR)
                    MOVE Codigo-Cliente-ct
                      TO Cliente-Ren-T(CONT-RENOVAR)
                    MOVE Vigencia-Fim-ct TO Fim-Ren-T(CONT-RENOVAR)
                    COMPUTE Dias-Ren-T(CONT-RENOVAR) =
                       DATA-FIM-INT - DATA-HOJE-INT
                    MOVE Valor-Contrato-ct
                      TO Valor-Ren-T(CONT-RENOVAR)
                    MOVE Codigo-Indice-ct
                      TO Indice-Ren-T(CONT-RENOVAR)
                 END-IF
              END-IF
           END-IF.

       LISTAR-RENOVACOES.
           WRITE REG-REAJREL FROM LINHA-TRACOS
           MOVE "CONTRATOS A VENCER NOS PROXIMOS 60 DIAS (RENOVACAO)"
             TO LINHA-REL
           WRITE REG-REAJREL FROM LINHA-REL
           MOVE "CONTR.  CLIENTE  VENCIMENTO  DIAS     VALOR MENSAL  IN
      -    "DICE" TO LINHA-REL
           WRITE REG-REAJREL FROM LINHA-REL
           PERFORM VARYING IND-R FROM 1 BY 1
              UNTIL IND-R > CONT-RENOVAR OR IND-R > 999
              MOVE Dias-Ren-T(IND-R)  TO DIAS-ED
              MOVE Valor-Ren-T(IND-R) TO VALOR-ED
              MOVE SPACES TO LINHA-REL
              STRING Contrato-Ren-T(IND-R) "   " Cliente-Ren-T(IND-R)
                     "  " Fim-Ren-T(IND-R) "  " DIAS-ED "  "
                     VALOR-ED "  " Indice-Ren-T(IND-R)
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-REAJREL FROM LINHA-REL
           END-PERFORM
           IF CONT-RENOVAR > 999
              MOVE "LISTA LIMITADA A 999 CONTRATOS" TO LINHA-REL
              WRITE REG-REAJREL FROM LINHA-REL
           END-IF.

       FIN.
           IF JOB-STATUS = "OK"
              PERFORM LISTAR-RENOVACOES
              CLOSE CONTRATOS
                    CONTRHIST
                    AVISOREAJ
                    REAJREL
              MOVE "avisoreaj.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              MOVE "reajrel.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-INDICES-OK = "S"
                 CLOSE INDICES
              END-IF
              IF SW-CLIENTES-OK = "S"
                 CLOSE CLIENTES
              END-IF
           END-IF

           DISPLAY "REAJUSTE ANUAL DE CONTRATOS CONCLUIDO"
           DISPLAY "Contratos lidos      : " CONT-LIDOS
           DISPLAY "Contratos reajustados: " CONT-REAJUSTADOS
           DISPLAY "Reajustes pendentes  : " CONT-PENDENTES
           DISPLAY "A vencer em 60 dias  : " CONT-RENOVAR
           DISPLAY "Avisos aos clientes  : avisoreaj.txt"
           DISPLAY "Controle             : reajrel.txt"

           MOVE CONT-LIDOS       TO JOB-LIDOS
           MOVE CONT-REAJUSTADOS TO JOB-GRAVADOS
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
           STRING "Programa97.exe REGISTRAR PROGRAMA84 "
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
           MOVE SPACES TO ARQ-CONTRATOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "contratos.dat" DELIMITED BY SIZE
                  INTO ARQ-CONTRATOS
           MOVE SPACES TO ARQ-INDICES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "indices.dat" DELIMITED BY SIZE
                  INTO ARQ-INDICES
           MOVE SPACES TO ARQ-CONTRHIST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "contrhist.dat" DELIMITED BY SIZE
                  INTO ARQ-CONTRHIST
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-AVISOREAJ
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "avisoreaj.txt" DELIMITED BY SIZE
                  INTO ARQ-AVISOREAJ
           MOVE SPACES TO ARQ-REAJREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "reajrel.txt" DELIMITED BY SIZE
                  INTO ARQ-REAJREL.
       END PROGRAM PROGRAMA84.
