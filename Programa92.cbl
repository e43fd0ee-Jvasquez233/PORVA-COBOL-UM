      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: DSO E ATRASO MEDIO DO CONTAS A RECEBER (12 MESES)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA92.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POSCR ASSIGN ARQ-POSCR
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Poscr
           FILE STATUS IS FILE-STATUS-PC.

           SELECT VENDEDOR ASSIGN ARQ-VENDEDOR
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS Codigo-Vendedor
           FILE STATUS IS FILE-STATUS.

           SELECT DSOREL ASSIGN ARQ-DSOREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-REL.

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
       FD  POSCR.

      ********** POSICAO DIARIA DO CONTAS A RECEBER: UM REGISTRO *****
      *    POR DIA E CLIENTE/VENDEDOR. SALDO NOMINAL EM ABERTO POR   *
      *    FAIXA DE ATRASO E O FATURADO/RECEBIDO DESDE A POSICAO     *
      *    ANTERIOR, PARA O DSO NAO DEPENDER DO MOVIMENTO EXPURGADO  *
       01  REG-POSCR.
           05 Chave-Poscr.
              10 Data-AMD-pc               PIC 9(008).
              10 Codigo-Cliente-pc         PIC 9(007).
              10 Codigo-Vendedor-pc        PIC 9(003).
           05 Zona-pc                      PIC X(003).
           05 Data-Anterior-pc             PIC 9(008).
           05 Qtd-Abertas-pc               PIC 9(005).
           05 Saldo-Faixa-pc OCCURS 4      PIC 9(011)v9(002).
           05 Saldo-Total-pc               PIC 9(011)v9(002).
           05 Faturado-pc                  PIC 9(011)v9(002).
           05 Recebido-pc                  PIC 9(011)v9(002).
           05 Dias-Valor-pc                PIC 9(015)v9(002).

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

       FD  DSOREL.

       01  REG-DSOREL                      PIC X(132).

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
                                            VALUE "PROGRAMA92".
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
           05 ARQ-POSCR                       PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-DSOREL                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-ARQUIVO                            VALUE "S".
              88 NO-FIN-ARQUIVO                         VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-REL              PIC 99       VALUE ZEROES.
           05 SW-VENDEDOR-OK               PIC X        VALUE "N".
           05 SW-POSCR-OK                  PIC X        VALUE "N".
           05 SW-ZONAS-CHEIA               PIC X        VALUE "N".

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.
           05 DATA-HOJE-EDIT               PIC X(010)   VALUE SPACES.

      ********** MES DE REFERENCIA; O RELATORIO COBRE ELE E OS 11 *****
      *    ANTERIORES                                                *
           05 PERIODO-REL.
              10 ANO-REL                   PIC 9(004)   VALUE ZEROES.
              10 MES-REL                   PIC 9(002)   VALUE ZEROES.
           05 Mes-Base-W                   PIC 9(006)   VALUE ZEROES.
           05 Mes-Seq-W                    PIC 9(006)   VALUE ZEROES.
           05 Ano-Calc-W                   PIC 9(004)   VALUE ZEROES.
           05 Mes-Calc-W                   PIC 9(002)   VALUE ZEROES.
           05 Data-Inicio-W                PIC 9(008)   VALUE ZEROES.
           05 Data-Fim-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-Prox-W                  PIC 9(008)   VALUE ZEROES.
           05 Data-Pos-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-Pos-R REDEFINES Data-Pos-W.
              10 AAAA-Pos-W                PIC 9(004).
              10 MM-Pos-W                  PIC 9(002).
              10 DD-Pos-W                  PIC 9(002).
           05 Data-Pos-Edit                PIC X(010)   VALUE SPACES.

           05 IND-M                        PIC 9(003)   VALUE ZEROES.
           05 IND-F                        PIC 9(001)   VALUE ZEROES.
           05 IND-V                        PIC 9(003)   VALUE ZEROES.
           05 IND-Z                        PIC 9(003)   VALUE ZEROES.
           05 IND-K                        PIC 9(003)   VALUE ZEROES.
           05 COL-W                        PIC 9(003)   VALUE ZEROES.
           05 Zona-Busca-W                 PIC X(003)   VALUE SPACES.

      ********** INDICADORES DE UM MES DA LINHA EM IMPRESSAO *********
      *    SW-DSO: S CALCULADO, X SALDO SEM FATURAMENTO NO MES,      *
      *    N SEM POSICAO NO MES                                      *
           05 DSO-W                        PIC 9(005)v9(001)
                                            VALUE ZEROES.
           05 SW-DSO                       PIC X(001)   VALUE "N".
           05 ATRASO-W                     PIC 9(005)v9(001)
                                            VALUE ZEROES.
           05 SW-ATRASO                    PIC X(001)   VALUE "N".
           05 DSO-RECENTE-W                PIC 9(005)v9(001)
                                            VALUE ZEROES.
           05 DSO-ANTERIOR-W               PIC 9(005)v9(001)
                                            VALUE ZEROES.
           05 SW-TRIM                      PIC X(001)   VALUE "N".
           05 SW-TRIM-RECENTE              PIC X(001)   VALUE "N".
           05 TRIM-INI                     PIC 9(003)   VALUE ZEROES.
           05 TRIM-FIM                     PIC 9(003)   VALUE ZEROES.
           05 TRIM-SALDO                   PIC 9(013)v9(002)
                                            VALUE ZEROES.
           05 TRIM-FAT                     PIC 9(013)v9(002)
                                            VALUE ZEROES.
           05 TRIM-DIAS                    PIC 9(003)   VALUE ZEROES.
           05 TRIM-QTD                     PIC 9(003)   VALUE ZEROES.
           05 TRIM-DSO                     PIC 9(005)v9(001)
                                            VALUE ZEROES.
           05 TENDENCIA-W                  PIC X(008)   VALUE SPACES.

           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-VALOR-I                  PIC ZZZ.ZZZ.ZZ9.
           05 WRK-DIAS                     PIC Z.ZZ9.
           05 WRK-ATRASO                   PIC ZZ9,9.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 LINHA-TRACOS                 PIC X(124)   VALUE ALL "-".
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-LINHAS                  PIC 9(007)   VALUE ZEROES.

      ********** OS 12 MESES: ULTIMA POSICAO DO MES (SALDO) E O ******
      *    FATURADO/RECEBIDO SOMADO DE TODAS AS POSICOES DO MES      *
       01  TABELA-MESES.
           05 MES-OCC OCCURS 12 TIMES.
              10 Ano-Mes-T                 PIC 9(006).
              10 Rotulo-Mes-T              PIC X(005).
              10 Dias-Mes-T                PIC 9(002).
              10 Ult-Data-T                PIC 9(008).
              10 Saldo-Mes-T               PIC 9(013)v9(002).
              10 Faixa-Mes-T OCCURS 4      PIC 9(013)v9(002).
              10 Fat-Mes-T                 PIC 9(013)v9(002).
              10 Rec-Mes-T                 PIC 9(013)v9(002).
              10 DV-Mes-T                  PIC 9(017)v9(002).

       01  TABELA-VENDEDORES.
           05 VEND-OCC OCCURS 999 TIMES.
              10 Tem-Vend-T                PIC X(001).
              10 VD-MES-OCC OCCURS 12 TIMES.
                 15 Saldo-Vd-T             PIC 9(013)v9(002).
                 15 Fat-Vd-T               PIC 9(013)v9(002).
                 15 Rec-Vd-T               PIC 9(013)v9(002).
                 15 DV-Vd-T                PIC 9(017)v9(002).

       01  TABELA-ZONAS.
           05 QTD-ZN                       PIC 9(003)   VALUE ZEROES.
           05 ZONA-OCC OCCURS 200 TIMES.
              10 Zona-Zn-T                 PIC X(003).
              10 ZN-MES-OCC OCCURS 12 TIMES.
                 15 Saldo-Zn-T             PIC 9(013)v9(002).
                 15 Fat-Zn-T               PIC 9(013)v9(002).
                 15 Rec-Zn-T               PIC 9(013)v9(002).
                 15 DV-Zn-T                PIC 9(017)v9(002).

      ********** OS 12 MESES DA LINHA EM IMPRESSAO (EMPRESA, *********
      *    VENDEDOR OU ZONA)                                         *
       01  TABELA-LINHA.
           05 ENT-OCC OCCURS 12 TIMES.
              10 Saldo-Ent-T               PIC 9(013)v9(002).
              10 Fat-Ent-T                 PIC 9(013)v9(002).
              10 Rec-Ent-T                 PIC 9(013)v9(002).
              10 DV-Ent-T                  PIC 9(017)v9(002).

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF JOB-STATUS = "OK"
              PERFORM MONTAR-MESES
              PERFORM LER-POSICOES
              PERFORM IMPRIMIR-RELATORIO
           END-IF
           PERFORM FIN.

       INICIO.
      ********** DSO (PRAZO MEDIO DE RECEBIMENTO) E ATRASO MEDIO ******
      *    POR MES, VENDEDOR E ZONA, TIRADOS SO DA POSICAO DIARIA    *
      *    (POSCR.DAT, PROGRAMA91), QUE O EXPURGO ANUAL NAO TOCA.    *
      *    DSO = SALDO NA ULTIMA POSICAO DO MES / FATURADO NO MES    *
      *    X DIAS DO MES. ATRASO MEDIO = DIAS CORRIDOS ENTRE O       *
      *    VENCIMENTO E O RECEBIMENTO, PONDERADOS PELO VALOR         *
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE SPACES TO DATA-HOJE-EDIT
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-HOJE-EDIT
           INITIALIZE TABELA-MESES
                      TABELA-VENDEDORES
                      TABELA-ZONAS

           DISPLAY "DSO E ATRASO MEDIO - 12 MESES"
           DISPLAY "INSIRA ANO DO ULTIMO MES (AAAA): "
           ACCEPT ANO-REL
           DISPLAY "INSIRA MES DO ULTIMO MES (MM): "
           ACCEPT MES-REL

           IF ANO-REL < 2000 OR MES-REL < 1 OR MES-REL > 12
              DISPLAY "PERIODO INVALIDO: " ANO-REL "/" MES-REL
              MOVE "PARAMETRO" TO JOB-STATUS
           ELSE
              OPEN INPUT POSCR
              IF FILE-STATUS-PC NOT = 00
                 DISPLAY "ATENCAO: poscr.dat NAO ENCONTRADO (RODAR O "
                         "PROGRAMA91 NO FIM DO LOTE DIARIO)"
                 DISPLAY "STATUS: " FILE-STATUS-PC
                 MOVE "FALHA" TO JOB-STATUS
              ELSE
                 MOVE "S" TO SW-POSCR-OK
                 OPEN INPUT VENDEDOR
                 IF FILE-STATUS = 00
                    MOVE "S" TO SW-VENDEDOR-OK
                 END-IF
                 OPEN OUTPUT DSOREL
              END-IF
           END-IF.

       MONTAR-MESES.
           COMPUTE Mes-Base-W = ANO-REL * 12 + MES-REL - 12
           PERFORM VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 12
              COMPUTE Mes-Seq-W = Mes-Base-W + IND-M - 1
              DIVIDE Mes-Seq-W BY 12 GIVING Ano-Calc-W
                 REMAINDER Mes-Calc-W
              ADD 1 TO Mes-Calc-W
              COMPUTE Ano-Mes-T(IND-M) = Ano-Calc-W * 100 + Mes-Calc-W
              MOVE SPACES TO Rotulo-Mes-T(IND-M)
              MOVE Ano-Calc-W TO AAAA-Pos-W
              STRING Mes-Calc-W "/" AAAA-Pos-W(3:2)
                 DELIMITED BY SIZE INTO Rotulo-Mes-T(IND-M)
              COMPUTE Data-Pos-W = Ano-Calc-W * 10000
                 + Mes-Calc-W * 100 + 1
              IF Mes-Calc-W = 12
                 COMPUTE Data-Prox-W = (Ano-Calc-W + 1) * 10000 + 101
              ELSE
                 COMPUTE Data-Prox-W = Data-Pos-W + 100
              END-IF
              COMPUTE Dias-Mes-T(IND-M) =
                 FUNCTION INTEGER-OF-DATE(Data-Prox-W)
               - FUNCTION INTEGER-OF-DATE(Data-Pos-W)
           END-PERFORM
           COMPUTE Data-Inicio-W = Ano-Mes-T(1) * 100 + 1
           COMPUTE Data-Fim-W = Ano-Mes-T(12) * 100 + 31.

       LER-POSICOES.
           MOVE Data-Inicio-W TO Data-AMD-pc
           MOVE ZEROES        TO Codigo-Cliente-pc
           MOVE ZEROES        TO Codigo-Vendedor-pc
           SET NO-FIN-ARQUIVO TO TRUE
           START POSCR KEY IS NOT LESS THAN Chave-Poscr
              INVALID KEY SET FIN-ARQUIVO TO TRUE
           END-START
           PERFORM LER-UMA-POSICAO UNTIL FIN-ARQUIVO.

       LER-UMA-POSICAO.
           READ POSCR NEXT RECORD
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
              IF Data-AMD-pc > Data-Fim-W
                 SET FIN-ARQUIVO TO TRUE
              ELSE
                 ADD 1 TO CONT-LIDOS
                 PERFORM ACUMULAR-POSICAO
              END-IF
           END-IF.

       ACUMULAR-POSICAO.
      ********** O SALDO DO MES E O DA ULTIMA POSICAO GRAVADA NELE: **
      *    AO CHEGAR UMA DATA MAIS NOVA, O SALDO ANTERIOR E ZERADO   *
           MOVE Data-AMD-pc TO Data-Pos-W
           COMPUTE IND-M = AAAA-Pos-W * 12 + MM-Pos-W - Mes-Base-W
           IF Data-AMD-pc > Ult-Data-T(IND-M)
              PERFORM ZERAR-SALDO-MES
              MOVE Data-AMD-pc TO Ult-Data-T(IND-M)
           END-IF
           ADD Saldo-Total-pc TO Saldo-Mes-T(IND-M)
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              ADD Saldo-Faixa-pc(IND-F) TO Faixa-Mes-T(IND-M, IND-F)
           END-PERFORM
           ADD Faturado-pc    TO Fat-Mes-T(IND-M)
           ADD Recebido-pc    TO Rec-Mes-T(IND-M)
           ADD Dias-Valor-pc  TO DV-Mes-T(IND-M)

           IF Codigo-Vendedor-pc > ZEROES
              MOVE Codigo-Vendedor-pc TO IND-V
              MOVE "S" TO Tem-Vend-T(IND-V)
              ADD Saldo-Total-pc TO Saldo-Vd-T(IND-V, IND-M)
              ADD Faturado-pc    TO Fat-Vd-T(IND-V, IND-M)
              ADD Recebido-pc    TO Rec-Vd-T(IND-V, IND-M)
              ADD Dias-Valor-pc  TO DV-Vd-T(IND-V, IND-M)
           END-IF

           MOVE Zona-pc TO Zona-Busca-W
           IF Zona-Busca-W = SPACES
              MOVE "---" TO Zona-Busca-W
           END-IF
           PERFORM BUSCAR-ZONA
           IF IND-Z > ZEROES
              ADD Saldo-Total-pc TO Saldo-Zn-T(IND-Z, IND-M)
              ADD Faturado-pc    TO Fat-Zn-T(IND-Z, IND-M)
              ADD Recebido-pc    TO Rec-Zn-T(IND-Z, IND-M)
              ADD Dias-Valor-pc  TO DV-Zn-T(IND-Z, IND-M)
           END-IF.

       ZERAR-SALDO-MES.
           MOVE ZEROES TO Saldo-Mes-T(IND-M)
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              MOVE ZEROES TO Faixa-Mes-T(IND-M, IND-F)
           END-PERFORM
           PERFORM VARYING IND-V FROM 1 BY 1 UNTIL IND-V > 999
              MOVE ZEROES TO Saldo-Vd-T(IND-V, IND-M)
           END-PERFORM
           PERFORM VARYING IND-Z FROM 1 BY 1 UNTIL IND-Z > QTD-ZN
              MOVE ZEROES TO Saldo-Zn-T(IND-Z, IND-M)
           END-PERFORM.

       BUSCAR-ZONA.
           MOVE ZEROES TO IND-Z
           PERFORM VARYING IND-K FROM 1 BY 1 UNTIL IND-K > QTD-ZN
              IF Zona-Zn-T(IND-K) = Zona-Busca-W
                 MOVE IND-K  TO IND-Z
                 MOVE QTD-ZN TO IND-K
              END-IF
           END-PERFORM
           IF IND-Z = ZEROES
              IF QTD-ZN < 200
                 ADD 1 TO QTD-ZN
                 MOVE QTD-ZN       TO IND-Z
                 MOVE Zona-Busca-W TO Zona-Zn-T(IND-Z)
              ELSE
                 IF SW-ZONAS-CHEIA = "N"
                    MOVE "S" TO SW-ZONAS-CHEIA
                    DISPLAY "AVISO: MAIS DE 200 ZONAS; AS DEMAIS NAO "
                            "ENTRAM NO QUADRO POR ZONA"
                    ADD 1 TO JOB-AVISOS
                 END-IF
              END-IF
           END-IF.

       IMPRIMIR-RELATORIO.
           MOVE SPACES TO LINHA-REL
           STRING "DSO E ATRASO MEDIO DO CONTAS A RECEBER - 12 MESES"
                  " ATE " MES-REL "/" ANO-REL
                  " - EMITIDO EM " DATA-HOJE-EDIT
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE LINHA-EMPRESA TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "DSO = SALDO NA ULTIMA POSICAO DO MES / FATURADO NO MES"
                TO LINHA-REL
           MOVE " X DIAS DO MES; ATRASO MEDIO EM DIAS CORRIDOS APOS O "
                TO LINHA-REL(55:53)
           MOVE "VENCIMENTO" TO LINHA-REL(108:10)
           PERFORM ESCREVER-LINHA
           MOVE "*** = SALDO EM ABERTO SEM FATURAMENTO NO MES;  - = SEM"
                TO LINHA-REL
           MOVE " POSICAO OU SEM MOVIMENTO" TO LINHA-REL(56:25)
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA

           PERFORM IMPRIMIR-EMPRESA
           PERFORM IMPRIMIR-VENDEDORES
           PERFORM IMPRIMIR-ZONAS.

       IMPRIMIR-EMPRESA.
           MOVE "EMPRESA: POSICAO NO FIM DE CADA MES" TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "MES   POSICAO       SALDO ABERTO   0-30 DIAS"
                TO LINHA-REL(1:44)
           MOVE "  31-60 DIAS  61-90 DIAS   90+ DIAS    "
                TO LINHA-REL(45:39)
           MOVE " FATURADO MES  RECEBIDO MES   DSO  ATRASO"
                TO LINHA-REL(84:41)
           PERFORM ESCREVER-LINHA
           MOVE LINHA-TRACOS TO LINHA-REL
           PERFORM ESCREVER-LINHA
           PERFORM VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 12
              MOVE Saldo-Mes-T(IND-M) TO Saldo-Ent-T(IND-M)
              MOVE Fat-Mes-T(IND-M)   TO Fat-Ent-T(IND-M)
              MOVE Rec-Mes-T(IND-M)   TO Rec-Ent-T(IND-M)
              MOVE DV-Mes-T(IND-M)    TO DV-Ent-T(IND-M)
           END-PERFORM
           PERFORM IMPRIMIR-MES-EMPRESA
              VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 12
           MOVE LINHA-TRACOS TO LINHA-REL
           PERFORM ESCREVER-LINHA
           PERFORM CALCULAR-TENDENCIA
           MOVE SPACES TO LINHA-REL
           IF TENDENCIA-W = "N/D"
              MOVE "TENDENCIA: SEM POSICOES SUFICIENTES PARA COMPARAR"
                   TO LINHA-REL
           ELSE
              MOVE DSO-RECENTE-W  TO WRK-ATRASO
              MOVE WRK-ATRASO     TO LINHA-REL(38:5)
              MOVE DSO-ANTERIOR-W TO WRK-ATRASO
              MOVE WRK-ATRASO     TO LINHA-REL(75:5)
              MOVE "TENDENCIA: DSO DOS ULTIMOS 3 MESES" TO
                   LINHA-REL(1:34)
              MOVE "CONTRA OS 3 ANTERIORES" TO LINHA-REL(50:22)
              MOVE TENDENCIA-W TO LINHA-REL(84:8)
           END-IF
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-MES-EMPRESA.
           PERFORM CALCULAR-INDICADORES
           MOVE SPACES TO LINHA-REL
           MOVE Rotulo-Mes-T(IND-M) TO LINHA-REL(1:5)
           IF Ult-Data-T(IND-M) = ZEROES
              MOVE "SEM POSICAO" TO LINHA-REL(7:11)
           ELSE
              MOVE Ult-Data-T(IND-M) TO Data-Pos-W
              MOVE SPACES TO Data-Pos-Edit
              STRING DD-Pos-W "-" MM-Pos-W "-" AAAA-Pos-W
                 DELIMITED BY SIZE INTO Data-Pos-Edit
              MOVE Data-Pos-Edit TO LINHA-REL(7:10)
              MOVE Saldo-Mes-T(IND-M) TO WRK-VALOR
              MOVE WRK-VALOR TO LINHA-REL(19:14)
              MOVE 34 TO COL-W
              PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
                 MOVE Faixa-Mes-T(IND-M, IND-F) TO WRK-VALOR-I
                 MOVE WRK-VALOR-I TO LINHA-REL(COL-W:11)
                 ADD 12 TO COL-W
              END-PERFORM
           END-IF
           MOVE Fat-Mes-T(IND-M) TO WRK-VALOR
           MOVE WRK-VALOR TO LINHA-REL(83:14)
           MOVE Rec-Mes-T(IND-M) TO WRK-VALOR
           MOVE WRK-VALOR TO LINHA-REL(97:14)
           MOVE 112 TO COL-W
           PERFORM FORMATAR-DSO
           ADD 7 TO COL-W
           PERFORM FORMATAR-ATRASO
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-VENDEDORES.
           MOVE "DSO POR VENDEDOR (DIAS)" TO LINHA-REL
           PERFORM ESCREVER-LINHA
           PERFORM CABECALHO-MESES
           PERFORM VARYING IND-V FROM 1 BY 1 UNTIL IND-V > 999
              IF Tem-Vend-T(IND-V) = "S"
                 PERFORM CARREGAR-LINHA-VENDEDOR
                 PERFORM ROTULAR-VENDEDOR
                 PERFORM LINHA-DSO-MESES
              END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "ATRASO MEDIO DE RECEBIMENTO POR VENDEDOR (DIAS)"
                TO LINHA-REL
           PERFORM ESCREVER-LINHA
           PERFORM CABECALHO-MESES
           PERFORM VARYING IND-V FROM 1 BY 1 UNTIL IND-V > 999
              IF Tem-Vend-T(IND-V) = "S"
                 PERFORM CARREGAR-LINHA-VENDEDOR
                 PERFORM ROTULAR-VENDEDOR
                 PERFORM LINHA-ATRASO-MESES
              END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA.

       CARREGAR-LINHA-VENDEDOR.
           PERFORM VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 12
              MOVE Saldo-Vd-T(IND-V, IND-M) TO Saldo-Ent-T(IND-M)
              MOVE Fat-Vd-T(IND-V, IND-M)   TO Fat-Ent-T(IND-M)
              MOVE Rec-Vd-T(IND-V, IND-M)   TO Rec-Ent-T(IND-M)
              MOVE DV-Vd-T(IND-V, IND-M)    TO DV-Ent-T(IND-M)
           END-PERFORM.

       ROTULAR-VENDEDOR.
           MOVE SPACES TO LINHA-REL
           MOVE IND-V  TO LINHA-REL(1:3)
           IF SW-VENDEDOR-OK = "S"
              MOVE IND-V TO Codigo-Vendedor
              READ VENDEDOR KEY IS Codigo-Vendedor
              IF FILE-STATUS = 00
                 MOVE Nombre-Vendedor(1:20) TO LINHA-REL(5:20)
              END-IF
           END-IF.

       IMPRIMIR-ZONAS.
           MOVE "DSO POR ZONA DO CLIENTE (DIAS)" TO LINHA-REL
           PERFORM ESCREVER-LINHA
           PERFORM CABECALHO-MESES
           PERFORM VARYING IND-Z FROM 1 BY 1 UNTIL IND-Z > QTD-ZN
              PERFORM CARREGAR-LINHA-ZONA
              MOVE SPACES TO LINHA-REL
              MOVE Zona-Zn-T(IND-Z) TO LINHA-REL(1:3)
              PERFORM LINHA-DSO-MESES
           END-PERFORM
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "ATRASO MEDIO DE RECEBIMENTO POR ZONA DO CLIENTE (DIAS)"
                TO LINHA-REL
           PERFORM ESCREVER-LINHA
           PERFORM CABECALHO-MESES
           PERFORM VARYING IND-Z FROM 1 BY 1 UNTIL IND-Z > QTD-ZN
              PERFORM CARREGAR-LINHA-ZONA
              MOVE SPACES TO LINHA-REL
              MOVE Zona-Zn-T(IND-Z) TO LINHA-REL(1:3)
              PERFORM LINHA-ATRASO-MESES
           END-PERFORM.

       CARREGAR-LINHA-ZONA.
           PERFORM VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 12
              MOVE Saldo-Zn-T(IND-Z, IND-M) TO Saldo-Ent-T(IND-M)
              MOVE Fat-Zn-T(IND-Z, IND-M)   TO Fat-Ent-T(IND-M)
              MOVE Rec-Zn-T(IND-Z, IND-M)   TO Rec-Ent-T(IND-M)
              MOVE DV-Zn-T(IND-Z, IND-M)    TO DV-Ent-T(IND-M)
           END-PERFORM.

       CABECALHO-MESES.
           MOVE SPACES TO LINHA-REL
           MOVE "COD NOME" TO LINHA-REL(1:8)
           MOVE 25 TO COL-W
           PERFORM VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 12
              MOVE Rotulo-Mes-T(IND-M) TO LINHA-REL(COL-W:5)
              ADD 7 TO COL-W
           END-PERFORM
           MOVE "TENDENCIA" TO LINHA-REL(111:9)
           PERFORM ESCREVER-LINHA
           MOVE LINHA-TRACOS TO LINHA-REL
           PERFORM ESCREVER-LINHA.

       LINHA-DSO-MESES.
           MOVE 25 TO COL-W
           PERFORM VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 12
              PERFORM CALCULAR-INDICADORES
              PERFORM FORMATAR-DSO
              ADD 7 TO COL-W
           END-PERFORM
           PERFORM CALCULAR-TENDENCIA
           MOVE TENDENCIA-W TO LINHA-REL(111:8)
           PERFORM ESCREVER-LINHA.

       LINHA-ATRASO-MESES.
           MOVE 25 TO COL-W
           PERFORM VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 12
              PERFORM CALCULAR-INDICADORES
              PERFORM FORMATAR-ATRASO
              ADD 7 TO COL-W
           END-PERFORM
           PERFORM ESCREVER-LINHA.

       CALCULAR-INDICADORES.
      ********** DSO E ATRASO MEDIO DO MES IND-M DA LINHA ************
           MOVE ZEROES TO DSO-W ATRASO-W
           IF Ult-Data-T(IND-M) = ZEROES
              MOVE "N" TO SW-DSO
           ELSE
              IF Fat-Ent-T(IND-M) > ZEROES
                 MOVE "S" TO SW-DSO
                 COMPUTE DSO-W ROUNDED = Saldo-Ent-T(IND-M)
                    / Fat-Ent-T(IND-M) * Dias-Mes-T(IND-M)
                    ON SIZE ERROR MOVE 9999 TO DSO-W
                 END-COMPUTE
                 IF DSO-W > 9999
                    MOVE 9999 TO DSO-W
                 END-IF
              ELSE
                 IF Saldo-Ent-T(IND-M) > ZEROES
                    MOVE "X" TO SW-DSO
                 ELSE
                    MOVE "N" TO SW-DSO
                 END-IF
              END-IF
           END-IF
           IF Rec-Ent-T(IND-M) > ZEROES
              MOVE "S" TO SW-ATRASO
              COMPUTE ATRASO-W ROUNDED =
                 DV-Ent-T(IND-M) / Rec-Ent-T(IND-M)
                 ON SIZE ERROR MOVE 999 TO ATRASO-W
              END-COMPUTE
              IF ATRASO-W > 999
                 MOVE 999 TO ATRASO-W
              END-IF
           ELSE
              MOVE "N" TO SW-ATRASO
           END-IF.

       FORMATAR-DSO.
           EVALUATE SW-DSO
              WHEN "S"
                 MOVE DSO-W    TO WRK-DIAS
                 MOVE WRK-DIAS TO LINHA-REL(COL-W:5)
              WHEN "X"
                 MOVE "  ***"  TO LINHA-REL(COL-W:5)
              WHEN OTHER
                 MOVE "    -"  TO LINHA-REL(COL-W:5)
           END-EVALUATE.

       FORMATAR-ATRASO.
           IF SW-ATRASO = "S"
              MOVE ATRASO-W   TO WRK-ATRASO
              MOVE WRK-ATRASO TO LINHA-REL(COL-W:5)
           ELSE
              MOVE "    -"    TO LINHA-REL(COL-W:5)
           END-IF.

       CALCULAR-TENDENCIA.
      ********** DSO DO ULTIMO TRIMESTRE (MESES 10 A 12) CONTRA O ****
      *    DO ANTERIOR (7 A 9): SALDO MEDIO DAS POSICOES DE FIM DE   *
      *    MES / FATURADO DO TRIMESTRE X DIAS; MAIS DE 1 DIA DE      *
      *    DIFERENCA E MELHORA OU PIORA                              *
           MOVE 10 TO TRIM-INI
           MOVE 12 TO TRIM-FIM
           PERFORM CALCULAR-DSO-TRIMESTRE
           MOVE TRIM-DSO TO DSO-RECENTE-W
           MOVE SW-TRIM  TO SW-TRIM-RECENTE
           MOVE 7  TO TRIM-INI
           MOVE 9  TO TRIM-FIM
           PERFORM CALCULAR-DSO-TRIMESTRE
           MOVE TRIM-DSO TO DSO-ANTERIOR-W
           IF SW-TRIM = "N" OR SW-TRIM-RECENTE = "N"
              MOVE "N/D" TO TENDENCIA-W
           ELSE
              EVALUATE TRUE
                 WHEN DSO-RECENTE-W + 1 < DSO-ANTERIOR-W
                    MOVE "MELHORA" TO TENDENCIA-W
                 WHEN DSO-RECENTE-W > DSO-ANTERIOR-W + 1
                    MOVE "PIORA"   TO TENDENCIA-W
                 WHEN OTHER
                    MOVE "ESTAVEL" TO TENDENCIA-W
              END-EVALUATE
           END-IF.

       CALCULAR-DSO-TRIMESTRE.
           MOVE ZEROES TO TRIM-SALDO TRIM-FAT TRIM-DIAS TRIM-QTD
                          TRIM-DSO
           PERFORM VARYING IND-K FROM TRIM-INI BY 1
              UNTIL IND-K > TRIM-FIM
              IF Ult-Data-T(IND-K) > ZEROES
                 ADD 1                  TO TRIM-QTD
                 ADD Saldo-Ent-T(IND-K) TO TRIM-SALDO
                 ADD Fat-Ent-T(IND-K)   TO TRIM-FAT
                 ADD Dias-Mes-T(IND-K)  TO TRIM-DIAS
              END-IF
           END-PERFORM
           IF TRIM-QTD = ZEROES OR TRIM-FAT = ZEROES
              MOVE "N" TO SW-TRIM
           ELSE
              MOVE "S" TO SW-TRIM
              COMPUTE TRIM-DSO ROUNDED = TRIM-SALDO / TRIM-QTD
                 / TRIM-FAT * TRIM-DIAS
                 ON SIZE ERROR MOVE 9999 TO TRIM-DSO
              END-COMPUTE
           END-IF.

       ESCREVER-LINHA.
           WRITE REG-DSOREL FROM LINHA-REL
           ADD 1 TO CONT-LINHAS
           MOVE SPACES TO LINHA-REL.

       FIN.
           IF SW-POSCR-OK = "S"
              CLOSE POSCR
                    DSOREL
              MOVE "dso.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-VENDEDOR-OK = "S"
                 CLOSE VENDEDOR
              END-IF
              DISPLAY "RELATORIO GERADO: dso.txt"
              DISPLAY "Posicoes lidas: " CONT-LIDOS
           END-IF

           MOVE CONT-LIDOS  TO JOB-LIDOS
           MOVE CONT-LINHAS TO JOB-GRAVADOS
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
           STRING "ANO=" ANO-REL " MES=" MES-REL
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA92 "
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
           MOVE SPACES TO ARQ-POSCR
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "poscr.dat" DELIMITED BY SIZE
                  INTO ARQ-POSCR
           MOVE SPACES TO ARQ-VENDEDOR
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "vendedor.dat" DELIMITED BY SIZE
                  INTO ARQ-VENDEDOR
           MOVE SPACES TO ARQ-DSOREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "dso.txt" DELIMITED BY SIZE
                  INTO ARQ-DSOREL.
       END PROGRAM PROGRAMA92.
