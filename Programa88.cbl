      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: PLANO MENSAL DE VISITAS POR PERIODICIDADE DO CLIENTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA88.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RELVENCL ASSIGN ARQ-RELVENCL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

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

           SELECT CLIVISPER ASSIGN ARQ-CLIVISPER
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-pv
           FILE STATUS IS FILE-STATUS-PV.

           SELECT FERIADOS ASSIGN ARQ-FERIADOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Data-Feriado-fe
           FILE STATUS IS FILE-STATUS-FER.

           SELECT AUSENCIAS ASSIGN ARQ-AUSENCIAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Ausencia
           FILE STATUS IS FILE-STATUS-AUS.

           SELECT PLANOVIS ASSIGN ARQ-PLANOVIS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Plano
           FILE STATUS IS FILE-STATUS-PL.

           SELECT PLANOREL ASSIGN ARQ-PLANOREL
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
       FD  RELVENCL BLOCK 107 CHARACTERS.

       01  REG-RELVENCL.
           05 Codigo-Cliente-i             PIC ZZZZZZZ.
           05 FIL-1                        PIC X           VALUE ";".
           05 Razão-Social-i               PIC X(040).
           05 FIL-2                        PIC X           VALUE ";".
           05 Codigo-Vendedor-i            PIC ZZZ.
           05 FIL-3                        PIC X           VALUE ";".
           05 Nombre-Vendedor-i            PIC X(040).
           05 FIL-4                        PIC X           VALUE ";".
           05 Distancia-i                  PIC ZZZ.ZZ9,99-.
           05 FIL-5                        PIC X           VALUE ";".
           05 Alerta-Dist-i                PIC X(003).
           05 FIL-6                        PIC X           VALUE ";".
           05 Codigo-Vendedor-Bkp-i        PIC ZZZ.
           05 FIL-7                        PIC X           VALUE ";".
           05 Nombre-Vendedor-Bkp-i        PIC X(040).
           05 FIL-8                        PIC X           VALUE ";".
           05 Numero-Filial-i              PIC ZZZ.
           05 FIL-9                        PIC X           VALUE ";".

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

       FD  CLIVISPER.

      ********** PERIODICIDADE DE VISITA DO CLIENTE PARA O PLANO *****
      *    MENSAL (PROGRAMA88). DIAS PREFERIDOS POR POSICAO:         *
      *    1=SEG 2=TER 3=QUA 4=QUI 5=SEX 6=SAB, "S" = ACEITA VISITA; *
      *    TUDO EM BRANCO = QUALQUER DIA UTIL                        *
       01  REG-CLIVISPER.
           05 Codigo-Cliente-pv            PIC 9(007).
           05 Frequencia-pv                PIC X(001).
              88 FREQ-SEMANAL                            VALUE "S".
              88 FREQ-QUINZENAL                          VALUE "Q".
              88 FREQ-MENSAL                             VALUE "M".
              88 FREQ-SEM-VISITA                         VALUE "N".
           05 Dias-Semana-pv.
              10 Dia-Preferido-pv          PIC X(001)   OCCURS 7 TIMES.

       FD  FERIADOS.

       01  REG-FERIADOS.
           05 Data-Feriado-fe              PIC 9(008).
           05 Descricao-Feriado            PIC X(030).

       FD  AUSENCIAS.

       01  REG-AUSENCIAS.
           05 Chave-Ausencia.
              10 Codigo-Vendedor-a         PIC 9(003).
              10 Data-Inicio-a             PIC 9(008).
           05 Data-Fim-a                   PIC 9(008).
           05 Motivo-Ausencia              PIC X(030).

       FD  PLANOVIS.

      ********** PLANO MENSAL DE VISITAS (PROGRAMA88), LIDO PELO *****
      *    ROTEIRO DIARIO (PROGRAMA18) E PELA ADERENCIA (PROGRAMA52) *
       01  REG-PLANOVIS.
           05 Chave-Plano.
              10 Codigo-Vendedor-pl        PIC 9(003).
              10 Data-Plano-pl             PIC 9(008).
              10 Codigo-Cliente-pl         PIC 9(007).
           05 Frequencia-pl                PIC X(001).
           05 Fora-Preferencia-pl          PIC X(001).

       FD  PLANOREL.

       01  REG-PLANOREL                    PIC X(100).

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
                                            VALUE "PROGRAMA88".
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
           05 ARQ-RELVENCL                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIVISPER                   PIC X(080)   VALUE SPACES.
           05 ARQ-FERIADOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUSENCIAS                   PIC X(080)   VALUE SPACES.
           05 ARQ-PLANOVIS                    PIC X(080)   VALUE SPACES.
           05 ARQ-PLANOREL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-RELV                               VALUE "S".
              88 NO-FIN-RELV                            VALUE "N".
           05 SW-FIM-PLANO                 PIC X        VALUE "N".
              88 FIM-PLANO                              VALUE "S".
              88 NO-FIM-PLANO                           VALUE "N".
           05 SW-FIM-AUSENCIAS             PIC X        VALUE "N".
              88 FIM-AUSENCIAS                          VALUE "S".
              88 NO-FIM-AUSENCIAS                       VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VEN              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FER              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AUS              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PL               PIC 99       VALUE ZEROES.
           05 SW-VENDEDOR-OK               PIC X        VALUE "N".
           05 SW-CLIVISPER-OK              PIC X        VALUE "N".
           05 SW-FERIADOS-OK               PIC X        VALUE "N".

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.
      ********** MES DO PLANO: MMAAAA, ZERO = MES SEGUINTE ***********
           05 MES-ANO-W                    PIC 9(006)   VALUE ZEROES.
           05 MES-ANO-R REDEFINES MES-ANO-W.
              10 MES-REL-W                 PIC 9(002).
              10 ANO-REL-W                 PIC 9(004).
           05 MES-ANO-ED.
              10 MES-ED                    PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE "/".
              10 ANO-ED                    PIC 9(004).
           05 ANO-MES-PLANO                PIC 9(006)   VALUE ZEROES.
           05 Data-Aux-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-Aux-R REDEFINES Data-Aux-W.
              10 AAAAMM-Aux-W              PIC 9(006).
              10 DD-Aux-W                  PIC 9(002).
           05 Data-Ini-Mes                 PIC 9(008)   VALUE ZEROES.
           05 Data-Fim-Mes                 PIC 9(008)   VALUE ZEROES.
           05 Data-Ini-Int                 PIC 9(007)   VALUE ZEROES.
           05 Data-Prox-Int                PIC 9(007)   VALUE ZEROES.
           05 QTD-DIAS-MES                 PIC 9(002)   VALUE ZEROES.
           05 Dia-Ini-Aus                  PIC 9(002)   VALUE ZEROES.
           05 Dia-Fim-Aus                  PIC 9(002)   VALUE ZEROES.

      ********** CALENDARIO DO MES: DIA DA SEMANA (0=SEG ... 6=DOM) **
      *    E FERIADO (PGM00018)                                      *
           05 TABELA-DIAS.
              10 DIA-OCC OCCURS 31 TIMES.
                 15 Dia-Semana-T           PIC 9(001).
                 15 Feriado-T              PIC X(001).
           05 NOMES-DIAS-W                 PIC X(021)
                                    VALUE "SEGTERQUAQUISEXSABDOM".
           05 NOMES-DIAS-R REDEFINES NOMES-DIAS-W.
              10 Nome-Dia-W                PIC X(003)   OCCURS 7 TIMES.

      ********** VISITAS JA PLANEJADAS E AUSENCIAS, POR VENDEDOR E ***
      *    DIA DO MES; A CARGA E O QUE EQUILIBRA OS DIAS             *
           05 TABELA-CARGA.
              10 VENDEDOR-OCC OCCURS 999 TIMES.
                 15 CARGA-DIA-OCC OCCURS 31 TIMES.
                    20 Carga-T             PIC 9(003).
                    20 Ausente-T           PIC X(001).

      ********** CLIENTE EM PLANEJAMENTO *****************************
           05 Cliente-Ant-W                PIC 9(007)   VALUE ZEROES.
           05 Cliente-W                    PIC 9(007)   VALUE ZEROES.
           05 Vendedor-W                   PIC 9(003)   VALUE ZEROES.
           05 Frequencia-W                 PIC X(001)   VALUE SPACES.
           05 Dias-Pref-W                  PIC X(007)   VALUE SPACES.
           05 Janela-Ini                   PIC 9(002)   VALUE ZEROES.
           05 Janela-Fim                   PIC 9(002)   VALUE ZEROES.
           05 Dia-Escolhido                PIC 9(002)   VALUE ZEROES.
           05 Carga-Min                    PIC 9(004)   VALUE ZEROES.
           05 Fora-Pref-W                  PIC X(001)   VALUE SPACES.
           05 SW-SO-PREFERIDOS             PIC X(001)   VALUE "S".
           05 IND-D                        PIC 9(002)   VALUE ZEROES.
           05 IND-N                        PIC 9(004)   VALUE ZEROES.

           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-CLIENTES                PIC 9(007)   VALUE ZEROES.
           05 CONT-SEM-VISITA              PIC 9(007)   VALUE ZEROES.
           05 CONT-VISITAS                 PIC 9(007)   VALUE ZEROES.
           05 CONT-FORA-PREF               PIC 9(007)   VALUE ZEROES.
           05 CONT-NAO-PLAN                PIC 9(007)   VALUE ZEROES.
           05 CONT-EXCLUIDOS               PIC 9(007)   VALUE ZEROES.

      ********** JANELAS SEM NENHUM DIA DISPONIVEL (FERIADO OU *******
      *    AUSENCIA DO VENDEDOR EM TODOS OS DIAS UTEIS)              *
           05 TABELA-NAO-PLAN.
              10 NAO-PLAN-OCC OCCURS 999 TIMES.
                 15 Vendedor-N             PIC 9(003).
                 15 Cliente-N              PIC 9(007).
                 15 Janela-Ini-N           PIC 9(002).
                 15 Janela-Fim-N           PIC 9(002).

           05 Vendedor-Rel-W               PIC 9(003)   VALUE ZEROES.
           05 Data-Rel-W                   PIC 9(008)   VALUE ZEROES.
           05 QTD-DIA-REL                  PIC 9(004)   VALUE ZEROES.
           05 LINHA-REL                    PIC X(100)   VALUE SPACES.
           05 LINHA-TRACOS                 PIC X(100)   VALUE ALL "-".
           05 DATA-ED.
              10 DD-ED                     PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE "-".
              10 MM-ED                     PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE "-".
              10 AAAA-ED                   PIC 9(004).
           05 QTD-ED                       PIC Z.ZZZ.ZZ9.
           05 Nome-W                       PIC X(040)   VALUE SPACES.
           05 Marca-W                      PIC X(001)   VALUE SPACE.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-RELV
           PERFORM FIN.

       INICIO.
      ********** PLANO MENSAL DE VISITAS: CADA CLIENTE DA CARTEIRA ***
      *    (TITULAR NA ULTIMA DISTRIBUICAO, RELVENCLI.CSV) RECEBE AS *
      *    VISITAS DA SUA PERIODICIDADE (CLIVISPER.DAT OU O PADRAO   *
      *    DA CLASSIFICACAO) NOS DIAS PREFERIDOS, FORA DE FERIADOS E *
      *    AUSENCIAS, NO DIA MENOS CARREGADO DE CADA JANELA. O PLANO *
      *    DO MES E REFEITO POR INTEIRO A CADA EXECUCAO              *
           INITIALIZE TABELA-CARGA TABELA-DIAS
           DISPLAY "INSIRA O MES DO PLANO (MMAAAA, ZERO = MES "
                   "SEGUINTE): "
           ACCEPT MES-ANO-W
           IF MES-ANO-W = ZEROES
              ACCEPT DATE-AUXILIAR FROM DATE
              COMPUTE MES-REL-W = FUNCTION NUMVAL(MM-AUX) + 1
              COMPUTE ANO-REL-W = 2000 + FUNCTION NUMVAL(AA-AUX)
              IF MES-REL-W > 12
                 MOVE 1 TO MES-REL-W
                 ADD 1 TO ANO-REL-W
              END-IF
           END-IF
           MOVE MES-REL-W TO MES-ED
           MOVE ANO-REL-W TO ANO-ED

           IF MES-REL-W < 1 OR MES-REL-W > 12 OR ANO-REL-W < 2000
              DISPLAY "MES INVALIDO: " MES-ANO-W
              MOVE "MES INVAL" TO JOB-STATUS
              SET FIN-RELV TO TRUE
           ELSE
              OPEN INPUT RELVENCL
              IF FILE-STATUS NOT = 00
                 DISPLAY "relvencli.csv AUSENTE; EXECUTE A DISTRIBUICA"
                         "O PRIMEIRO"
                 MOVE "SEM CARTEI" TO JOB-STATUS
                 SET FIN-RELV TO TRUE
              ELSE
                 OPEN INPUT CLIENTES
                 IF FILE-STATUS-CLI NOT = 00
                    DISPLAY "clientes.dat NAO PODE SER ABERTO"
                    MOVE "SEM CLIENT" TO JOB-STATUS
                    SET FIN-RELV TO TRUE
                    CLOSE RELVENCL
                 ELSE
                    PERFORM MONTAR-CALENDARIO
                    PERFORM CARREGAR-AUSENCIAS
                    OPEN INPUT CLIVISPER
                    IF FILE-STATUS-PV = 00
                       MOVE "S" TO SW-CLIVISPER-OK
                    END-IF
                    OPEN INPUT VENDEDOR
                    IF FILE-STATUS-VEN = 00
                       MOVE "S" TO SW-VENDEDOR-OK
                    END-IF
                    PERFORM ABRIR-PLANO
                    SET NO-FIN-RELV TO TRUE
                    PERFORM LEER-RELVENCL
                 END-IF
              END-IF
           END-IF.

       MONTAR-CALENDARIO.
      ********** DIAS DO MES, DIA DA SEMANA E FERIADOS ***************
           COMPUTE Data-Ini-Mes = ANO-REL-W * 10000
                                + MES-REL-W * 100 + 1
           COMPUTE ANO-MES-PLANO = ANO-REL-W * 100 + MES-REL-W
           COMPUTE Data-Ini-Int =
              FUNCTION INTEGER-OF-DATE(Data-Ini-Mes)
           IF MES-REL-W = 12
              COMPUTE Data-Aux-W = (ANO-REL-W + 1) * 10000 + 101
           ELSE
              COMPUTE Data-Aux-W = ANO-REL-W * 10000
                                 + (MES-REL-W + 1) * 100 + 1
           END-IF
           COMPUTE Data-Prox-Int = FUNCTION INTEGER-OF-DATE(Data-Aux-W)
           COMPUTE QTD-DIAS-MES = Data-Prox-Int - Data-Ini-Int
           COMPUTE Data-Fim-Mes = Data-Ini-Mes + QTD-DIAS-MES - 1

           OPEN INPUT FERIADOS
           IF FILE-STATUS-FER = 00
              MOVE "S" TO SW-FERIADOS-OK
           END-IF
           PERFORM VARYING IND-D FROM 1 BY 1 UNTIL IND-D > QTD-DIAS-MES
              COMPUTE Dia-Semana-T(IND-D) =
                 FUNCTION MOD(Data-Ini-Int + IND-D - 2, 7)
              MOVE "N" TO Feriado-T(IND-D)
              IF SW-FERIADOS-OK = "S"
                 COMPUTE Data-Feriado-fe = Data-Ini-Mes + IND-D - 1
                 READ FERIADOS
                 IF FILE-STATUS-FER = 00
                    MOVE "S" TO Feriado-T(IND-D)
                 END-IF
              END-IF
           END-PERFORM
           IF SW-FERIADOS-OK = "S"
              CLOSE FERIADOS
           END-IF.

       CARREGAR-AUSENCIAS.
      ********** AUSENCIAS (PGM00002) QUE TOCAM O MES; O ARQUIVO E ***
      *    OPCIONAL                                                  *
           OPEN INPUT AUSENCIAS
           IF FILE-STATUS-AUS = 00
              SET NO-FIM-AUSENCIAS TO TRUE
              PERFORM UNTIL FIM-AUSENCIAS
                 READ AUSENCIAS NEXT RECORD
                    AT END SET FIM-AUSENCIAS TO TRUE
                 END-READ
                 IF NO-FIM-AUSENCIAS
                    AND Codigo-Vendedor-a > ZEROES
                    AND Data-Inicio-a <= Data-Fim-Mes
                    AND Data-Fim-a >= Data-Ini-Mes
                    PERFORM MARCAR-AUSENCIA
                 END-IF
              END-PERFORM
              CLOSE AUSENCIAS
           END-IF.

       MARCAR-AUSENCIA.
           IF Data-Inicio-a < Data-Ini-Mes
              MOVE 1 TO Dia-Ini-Aus
           ELSE
              MOVE Data-Inicio-a TO Data-Aux-W
              MOVE DD-Aux-W      TO Dia-Ini-Aus
           END-IF
           IF Data-Fim-a > Data-Fim-Mes
              MOVE QTD-DIAS-MES TO Dia-Fim-Aus
           ELSE
              MOVE Data-Fim-a    TO Data-Aux-W
              MOVE DD-Aux-W      TO Dia-Fim-Aus
           END-IF
           PERFORM VARYING IND-D FROM Dia-Ini-Aus BY 1
                   UNTIL IND-D > Dia-Fim-Aus
              MOVE "S" TO Ausente-T(Codigo-Vendedor-a, IND-D)
           END-PERFORM.

       ABRIR-PLANO.
      ********** REMOVE O PLANO ANTERIOR DO MESMO MES ****************
           OPEN I-O PLANOVIS
           IF FILE-STATUS-PL NOT = 00
              OPEN OUTPUT PLANOVIS
              CLOSE PLANOVIS
              OPEN I-O PLANOVIS
           END-IF
           MOVE ZEROES TO Chave-Plano
           SET NO-FIM-PLANO TO TRUE
           START PLANOVIS KEY IS NOT LESS THAN Chave-Plano
              INVALID KEY SET FIM-PLANO TO TRUE
           END-START
           PERFORM UNTIL FIM-PLANO
              READ PLANOVIS NEXT RECORD
                 AT END SET FIM-PLANO TO TRUE
              END-READ
              IF NO-FIM-PLANO
                 MOVE Data-Plano-pl TO Data-Aux-W
                 IF AAAAMM-Aux-W = ANO-MES-PLANO
                    DELETE PLANOVIS
                    ADD 1 TO CONT-EXCLUIDOS
                 END-IF
              END-IF
           END-PERFORM.

       PROCESO.
           ADD 1 TO CONT-LIDOS
           COMPUTE Vendedor-W = FUNCTION NUMVAL(Codigo-Vendedor-i)
           COMPUTE Cliente-W  = FUNCTION NUMVAL(Codigo-Cliente-i)
      ********** A DISTRIBUICAO TRAZ UMA LINHA POR FILIAL: O CLIENTE *
      *    ENTRA UMA SO VEZ NO PLANO                                 *
           IF Vendedor-W > ZEROES AND Cliente-W > ZEROES
              AND Cliente-W NOT = Cliente-Ant-W
              MOVE Cliente-W TO Cliente-Ant-W
              MOVE Cliente-W TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00 AND CLIENTE-ATIVO
                 PERFORM PLANEJAR-CLIENTE
              END-IF
           END-IF
           PERFORM LEER-RELVENCL.

       LEER-RELVENCL.
           READ RELVENCL
                AT END
                SET FIN-RELV TO TRUE
           END-READ.

       PLANEJAR-CLIENTE.
      ********** PERIODICIDADE DO CLIENTE; SEM REGISTRO, O PADRAO ****
      *    DA CLASSIFICACAO: VIP SEMANAL, PADRAO QUINZENAL E         *
      *    PROSPECTO MENSAL                                          *
           ADD 1 TO CONT-CLIENTES
           MOVE SPACES TO Dias-Pref-W
           EVALUATE TRUE
              WHEN CLIENTE-VIP
                 MOVE "S" TO Frequencia-W
              WHEN CLIENTE-PADRAO
                 MOVE "Q" TO Frequencia-W
              WHEN OTHER
                 MOVE "M" TO Frequencia-W
           END-EVALUATE
           IF SW-CLIVISPER-OK = "S"
              MOVE Cliente-W TO Codigo-Cliente-pv
              READ CLIVISPER
              IF FILE-STATUS-PV = 00
                 MOVE Frequencia-pv  TO Frequencia-W
                 MOVE Dias-Semana-pv TO Dias-Pref-W
              END-IF
           END-IF

           EVALUATE Frequencia-W
              WHEN "S"
                 MOVE 1 TO Janela-Ini
                 PERFORM UNTIL Janela-Ini > QTD-DIAS-MES
                    COMPUTE Janela-Fim = Janela-Ini + 6
                                       - Dia-Semana-T(Janela-Ini)
                    IF Janela-Fim > QTD-DIAS-MES
                       MOVE QTD-DIAS-MES TO Janela-Fim
                    END-IF
                    PERFORM PLANEJAR-JANELA
                    COMPUTE Janela-Ini = Janela-Fim + 1
                 END-PERFORM
              WHEN "Q"
                 MOVE 1  TO Janela-Ini
                 MOVE 15 TO Janela-Fim
                 PERFORM PLANEJAR-JANELA
                 MOVE 16 TO Janela-Ini
                 MOVE QTD-DIAS-MES TO Janela-Fim
                 PERFORM PLANEJAR-JANELA
              WHEN "M"
                 MOVE 1 TO Janela-Ini
                 MOVE QTD-DIAS-MES TO Janela-Fim
                 PERFORM PLANEJAR-JANELA
              WHEN OTHER
                 ADD 1 TO CONT-SEM-VISITA
           END-EVALUATE.

       PLANEJAR-JANELA.
      ********** PRIMEIRO NOS DIAS PREFERIDOS; SEM NENHUM LIVRE NA ***
      *    JANELA, EM QUALQUER DIA UTIL (MARCADO FORA DA PREFERENCIA)*
           MOVE SPACE  TO Fora-Pref-W
           MOVE "S"    TO SW-SO-PREFERIDOS
           PERFORM ESCOLHER-DIA
           IF Dia-Escolhido = ZEROES AND Dias-Pref-W NOT = SPACES
              MOVE "N" TO SW-SO-PREFERIDOS
              PERFORM ESCOLHER-DIA
              IF Dia-Escolhido > ZEROES
                 MOVE "S" TO Fora-Pref-W
              END-IF
           END-IF
           IF Dia-Escolhido > ZEROES
              PERFORM GRAVAR-PLANO
           ELSE
              ADD 1 TO CONT-NAO-PLAN
              ADD 1 TO JOB-AVISOS
              IF CONT-NAO-PLAN <= 999
                 MOVE Vendedor-W TO Vendedor-N(CONT-NAO-PLAN)
                 MOVE Cliente-W  TO Cliente-N(CONT-NAO-PLAN)
                 MOVE Janela-Ini TO Janela-Ini-N(CONT-NAO-PLAN)
                 MOVE Janela-Fim TO Janela-Fim-N(CONT-NAO-PLAN)
              END-IF
           END-IF.

       ESCOLHER-DIA.
      ********** DIA DISPONIVEL DE MENOR CARGA NA JANELA; EMPATE *****
      *    FICA COM O PRIMEIRO. DOMINGO NUNCA; SABADO SO QUANDO E    *
      *    DIA PREFERIDO DO CLIENTE                                  *
           MOVE ZEROES TO Dia-Escolhido
           MOVE 9999   TO Carga-Min
           PERFORM VARYING IND-D FROM Janela-Ini BY 1
                   UNTIL IND-D > Janela-Fim
              IF Feriado-T(IND-D) = "N"
                 AND Ausente-T(Vendedor-W, IND-D) NOT = "S"
                 AND Dia-Semana-T(IND-D) < 6
                 AND Carga-T(Vendedor-W, IND-D) < Carga-Min
                 IF (SW-SO-PREFERIDOS = "S"
                     AND Dias-Pref-W NOT = SPACES
                     AND Dias-Pref-W(Dia-Semana-T(IND-D) + 1:1) = "S")
                    OR ((SW-SO-PREFERIDOS = "N"
                         OR Dias-Pref-W = SPACES)
                        AND Dia-Semana-T(IND-D) < 5)
                    MOVE IND-D TO Dia-Escolhido
                    MOVE Carga-T(Vendedor-W, IND-D) TO Carga-Min
                 END-IF
              END-IF
           END-PERFORM.

       GRAVAR-PLANO.
           MOVE Vendedor-W   TO Codigo-Vendedor-pl
           COMPUTE Data-Plano-pl = Data-Ini-Mes + Dia-Escolhido - 1
           MOVE Cliente-W    TO Codigo-Cliente-pl
           MOVE Frequencia-W TO Frequencia-pl
           MOVE Fora-Pref-W  TO Fora-Preferencia-pl
           WRITE REG-PLANOVIS
           IF FILE-STATUS-PL = 00
              ADD 1 TO Carga-T(Vendedor-W, Dia-Escolhido)
              ADD 1 TO CONT-VISITAS
              IF Fora-Pref-W = "S"
                 ADD 1 TO CONT-FORA-PREF
              END-IF
           END-IF.

       IMPRIMIR-PLANO.
      ********** CALENDARIO DO MES POR VENDEDOR E DIA ****************
           OPEN OUTPUT PLANOREL
           MOVE SPACES TO LINHA-REL
           STRING "PLANO MENSAL DE VISITAS - " MES-ANO-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-PLANOREL FROM LINHA-REL
           WRITE REG-PLANOREL FROM LINHA-EMPRESA
           MOVE "(S=SEMANAL Q=QUINZENAL M=MENSAL; * = FORA DO DIA "
             & "PREFERIDO)" TO LINHA-REL
           WRITE REG-PLANOREL FROM LINHA-REL
           MOVE ZEROES TO Vendedor-Rel-W Data-Rel-W
           MOVE ZEROES TO Chave-Plano
           SET NO-FIM-PLANO TO TRUE
           START PLANOVIS KEY IS NOT LESS THAN Chave-Plano
              INVALID KEY SET FIM-PLANO TO TRUE
           END-START
           PERFORM UNTIL FIM-PLANO
              READ PLANOVIS NEXT RECORD
                 AT END SET FIM-PLANO TO TRUE
              END-READ
              IF NO-FIM-PLANO
                 MOVE Data-Plano-pl TO Data-Aux-W
                 IF AAAAMM-Aux-W = ANO-MES-PLANO
                    PERFORM IMPRIMIR-VISITA-PLANO
                 END-IF
              END-IF
           END-PERFORM

           WRITE REG-PLANOREL FROM LINHA-TRACOS
           IF CONT-NAO-PLAN > ZEROES
              MOVE "VISITAS NAO PLANEJADAS (SEM DIA DISPONIVEL NA "
                & "JANELA):" TO LINHA-REL
              WRITE REG-PLANOREL FROM LINHA-REL
              PERFORM VARYING IND-N FROM 1 BY 1
                      UNTIL IND-N > CONT-NAO-PLAN OR IND-N > 999
                 MOVE SPACES TO LINHA-REL
                 STRING "  VENDEDOR " Vendedor-N(IND-N)
                        " CLIENTE " Cliente-N(IND-N)
                        " DIAS " Janela-Ini-N(IND-N)
                        " A " Janela-Fim-N(IND-N)
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-PLANOREL FROM LINHA-REL
              END-PERFORM
              WRITE REG-PLANOREL FROM LINHA-TRACOS
           END-IF
           MOVE CONT-CLIENTES TO QTD-ED
           MOVE SPACES TO LINHA-REL
           STRING "CLIENTES NA CARTEIRA     : " QTD-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-PLANOREL FROM LINHA-REL
           MOVE CONT-VISITAS TO QTD-ED
           MOVE SPACES TO LINHA-REL
           STRING "VISITAS PLANEJADAS       : " QTD-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-PLANOREL FROM LINHA-REL
           MOVE CONT-FORA-PREF TO QTD-ED
           MOVE SPACES TO LINHA-REL
           STRING "FORA DO DIA PREFERIDO    : " QTD-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-PLANOREL FROM LINHA-REL
           MOVE CONT-NAO-PLAN TO QTD-ED
           MOVE SPACES TO LINHA-REL
           STRING "NAO PLANEJADAS           : " QTD-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-PLANOREL FROM LINHA-REL
           MOVE CONT-SEM-VISITA TO QTD-ED
           MOVE SPACES TO LINHA-REL
           STRING "CLIENTES SEM VISITA (N)  : " QTD-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-PLANOREL FROM LINHA-REL
           CLOSE PLANOREL
           MOVE "planovis.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       IMPRIMIR-VISITA-PLANO.
           IF Codigo-Vendedor-pl NOT = Vendedor-Rel-W
              MOVE Codigo-Vendedor-pl TO Vendedor-Rel-W
              MOVE ZEROES             TO Data-Rel-W
              MOVE SPACES TO Nome-W
              IF SW-VENDEDOR-OK = "S"
                 MOVE Codigo-Vendedor-pl TO Codigo-Vendedor
                 READ VENDEDOR KEY Codigo-Vendedor
                 IF FILE-STATUS-VEN = 00
                    MOVE Nombre-Vendedor TO Nome-W
                 END-IF
              END-IF
              WRITE REG-PLANOREL FROM LINHA-TRACOS
              MOVE SPACES TO LINHA-REL
              STRING "VENDEDOR " Vendedor-Rel-W " - "
                     FUNCTION TRIM(Nome-W)
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-PLANOREL FROM LINHA-REL
           END-IF
           IF Data-Plano-pl NOT = Data-Rel-W
              MOVE Data-Plano-pl TO Data-Rel-W
              MOVE DD-Aux-W      TO DD-ED
              MOVE MES-REL-W     TO MM-ED
              MOVE ANO-REL-W     TO AAAA-ED
              MOVE DD-Aux-W      TO IND-D
              MOVE Carga-T(Vendedor-Rel-W, IND-D) TO QTD-DIA-REL
              MOVE SPACES TO LINHA-REL
              STRING "  " DATA-ED " "
                     Nome-Dia-W(Dia-Semana-T(IND-D) + 1) " "
                     QTD-DIA-REL " VISITA(S)"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-PLANOREL FROM LINHA-REL
           END-IF
           MOVE SPACES TO Nome-W
           MOVE Codigo-Cliente-pl TO Codigo-Cliente
           READ CLIENTES KEY Codigo-Cliente
           IF FILE-STATUS-CLI = 00
              MOVE Razão-Social TO Nome-W
           END-IF
           MOVE SPACES TO LINHA-REL
           IF Fora-Preferencia-pl = "S"
              MOVE "*"   TO Marca-W
           ELSE
              MOVE SPACE TO Marca-W
           END-IF
           STRING "      " Codigo-Cliente-pl " " Nome-W " ["
                  Frequencia-pl "] " Marca-W
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-PLANOREL FROM LINHA-REL.

       FIN.
           IF JOB-STATUS = "OK"
              PERFORM IMPRIMIR-PLANO
              CLOSE RELVENCL
                    CLIENTES
                    PLANOVIS
              IF SW-CLIVISPER-OK = "S"
                 CLOSE CLIVISPER
              END-IF
              IF SW-VENDEDOR-OK = "S"
                 CLOSE VENDEDOR
              END-IF
              DISPLAY "PLANO GERADO: planovis.txt"
           END-IF

           DISPLAY "Linhas da carteira    : " CONT-LIDOS
           DISPLAY "Clientes planejados   : " CONT-CLIENTES
           DISPLAY "Visitas planejadas    : " CONT-VISITAS
           DISPLAY "Fora do dia preferido : " CONT-FORA-PREF
           DISPLAY "Nao planejadas        : " CONT-NAO-PLAN
           DISPLAY "Plano anterior apagado: " CONT-EXCLUIDOS

           MOVE CONT-LIDOS   TO JOB-LIDOS
           MOVE CONT-VISITAS TO JOB-GRAVADOS
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
           STRING "Programa97.exe REGISTRAR PROGRAMA88 "
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
           MOVE SPACES TO ARQ-RELVENCL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "relvencli.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVENCL
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
           MOVE SPACES TO ARQ-CLIVISPER
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clivisper.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIVISPER
           MOVE SPACES TO ARQ-FERIADOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "feriados.dat" DELIMITED BY SIZE
                  INTO ARQ-FERIADOS
           MOVE SPACES TO ARQ-AUSENCIAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "ausencias.dat" DELIMITED BY SIZE
                  INTO ARQ-AUSENCIAS
           MOVE SPACES TO ARQ-PLANOVIS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "planovis.dat" DELIMITED BY SIZE
                  INTO ARQ-PLANOVIS
           MOVE SPACES TO ARQ-PLANOREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "planovis.txt" DELIMITED BY SIZE
                  INTO ARQ-PLANOREL.
       END PROGRAM PROGRAMA88.
