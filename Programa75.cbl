      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: REVISAO PERIODICA DE LIMITE DE CREDITO (PROPOSTAS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA75.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIFIN ASSIGN ARQ-CLIFIN
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-cf
           FILE STATUS IS FILE-STATUS.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT HISTVENDAS ASSIGN ARQ-HISTVENDAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Histvendas
           FILE STATUS IS FILE-STATUS-HV.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS-FA.

           SELECT RISCOCLI ASSIGN ARQ-RISCOCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-ri
           FILE STATUS IS FILE-STATUS-RI.

           SELECT LIMPROP ASSIGN ARQ-LIMPROP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-lp
           FILE STATUS IS FILE-STATUS-LP.

           SELECT LIMREL ASSIGN ARQ-LIMREL
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
       FD  CLIFIN.

       01  REG-CLIFIN.
           05 Codigo-Cliente-cf            PIC 9(007).
           05 Limite-Credito-cf            PIC 9(009)v9(002).
           05 Cond-Pagto-cf                PIC 9(003).

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

       FD  HISTVENDAS.

       01  REG-HISTVENDAS.
           05 Chave-Histvendas.
              10 Ano-hv                    PIC 9(004).
              10 Mes-hv                    PIC 9(002).
              10 Codigo-Cliente-hv         PIC 9(007).
              10 Codigo-Vendedor-hv        PIC 9(003).
           05 Qtd-Pedidos-hv               PIC 9(005).
           05 Valor-Faturado-hv            PIC 9(011)v9(002).
           05 Valor-Recebido-hv            PIC 9(011)v9(002).

       FD  FATURAS.

       01  REG-FATURAS.
           05 Chave-Fatura.
              10 Numero-Pedido-fa          PIC 9(007).
              10 Parcela-fa                PIC 9(002).
           05 Codigo-Cliente-fa            PIC 9(007).
           05 Codigo-Vendedor-fa           PIC 9(003).
           05 Classificacao-fa             PIC X(001).
           05 Data-Emissao-fa              PIC X(010).
           05 Data-Vencimento-fa           PIC X(010).
           05 Valor-Fatura                 PIC 9(009)v9(002).
           05 Situacao-Fatura              PIC X(001)   VALUE "A".
              88 FATURA-ABERTA                           VALUE "A".
              88 FATURA-PAGA                             VALUE "P".
              88 FATURA-CANCELADA                        VALUE "C".
              88 FATURA-PERDA                            VALUE "L".
           05 Data-Pagamento-fa            PIC X(010)   VALUE SPACES.
           05 Valor-Pago-fa                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Total-Parcelas-fa            PIC 9(002)   VALUE ZEROES.
           05 Aliquota-fa                  PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Valor-Imposto-fa             PIC 9(009)v9(002)
                                            VALUE ZEROES.

       FD  RISCOCLI.

       01  REG-RISCOCLI.
           05 Codigo-Cliente-ri            PIC 9(007).
           05 Atraso-Medio-ri              PIC 9(005).
           05 Maior-Atraso-ri              PIC 9(005).
           05 Perc-Em-Dia-ri               PIC 9(003).
           05 Nota-Risco-ri                PIC X(001).
           05 Data-Calculo-ri              PIC X(010).
           05 Qtd-Cheques-Dev-ri           PIC 9(003).
           05 Data-Ult-Devol-ri            PIC X(010).

       FD  LIMPROP.

      ********** PROPOSTA DE LIMITE DA REVISAO MENSAL (PROGRAMA75), **
      *    DECIDIDA PELO SUPERVISOR NO PGM00043                      *
       01  REG-LIMPROP.
           05 Codigo-Cliente-lp            PIC 9(007).
           05 Limite-Atual-lp              PIC 9(009)v9(002).
           05 Limite-Proposto-lp           PIC 9(009)v9(002).
           05 Compras-Periodo-lp           PIC 9(011)v9(002).
           05 Saldo-Aberto-lp              PIC 9(011)v9(002).
           05 Nota-Risco-lp                PIC X(001).
           05 Data-Proposta-lp             PIC X(010).
           05 Situacao-lp                  PIC X(001).
              88 PROPOSTA-PENDENTE                       VALUE "P".
              88 PROPOSTA-APROVADA                       VALUE "A".
              88 PROPOSTA-REJEITADA                      VALUE "R".
           05 Limite-Aprovado-lp           PIC 9(009)v9(002).
           05 Operador-lp                  PIC X(010).
           05 Data-Decisao-lp              PIC X(010).

       FD  LIMREL.

       01  REG-LIMREL                      PIC X(132).

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
                                            VALUE "PROGRAMA75".
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
           05 ARQ-CLIFIN                      PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-HISTVENDAS                  PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RISCOCLI                    PIC X(080)   VALUE SPACES.
           05 ARQ-LIMPROP                     PIC X(080)   VALUE SPACES.
           05 ARQ-LIMREL                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-CLIFIN                             VALUE "S".
              88 NO-FIN-CLIFIN                          VALUE "N".

           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-HV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FA               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RI               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-LP               PIC 99       VALUE ZEROES.
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 SW-RISCOCLI-OK               PIC X        VALUE "N".
           05 SW-FIM-AUX                   PIC X        VALUE "N".
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-PROPOSTAS               PIC 9(005)   VALUE ZEROES.
           05 CONT-AUMENTOS                PIC 9(005)   VALUE ZEROES.
           05 CONT-REDUCOES                PIC 9(005)   VALUE ZEROES.
           05 CONT-MANTIDOS                PIC 9(005)   VALUE ZEROES.
           05 QTD-TAB                      PIC 9(004)   VALUE ZEROES.
           05 IND-T                        PIC 9(004)   VALUE ZEROES.
           05 IND-S                        PIC 9(004)   VALUE ZEROES.
           05 IND-B                        PIC 9(004)   VALUE ZEROES.
           05 PER-ATUAL                    PIC 9(006)   VALUE ZEROES.
           05 PER-HV                       PIC 9(006)   VALUE ZEROES.
           05 ANO-INI-W                    PIC 9(004)   VALUE ZEROES.
           05 MES-INI-W                    PIC 9(002)   VALUE ZEROES.
           05 Media-Mensal-W               PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Fator-Nota-W                 PIC 9(001)v9(002)
                                            VALUE ZEROES.
           05 Nota-W                       PIC X(001)   VALUE SPACES.
           05 Proposta-W                   PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Piso-W                       PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Diferenca-W                  PIC S9(011)v9(002)
                                            VALUE ZEROES.
           05 Tolerancia-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Centenas-W                   PIC 9(009)   VALUE ZEROES.
           05 Razao-W                      PIC X(040)   VALUE SPACES.
           05 WRK-LIMITE                   PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-PROPOSTA                 PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-COMPRAS                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-SALDO                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

      ********** CRITERIOS DA PROPOSTA: MEDIA MENSAL DE COMPRAS DOS **
      *    ULTIMOS 6 MESES FECHADOS (HISTVENDAS) VEZES O FATOR DA    *
      *    NOTA DE RISCO (RISCOCLI, PROGRAMA33); SEM NOTA VALE C.    *
      *    A E B NUNCA TEM O LIMITE REDUZIDO E SEMPRE COMPORTAM O    *
      *    SALDO EM ABERTO MAIS UM MES DE COMPRAS; D E E NUNCA TEM   *
      *    O LIMITE AUMENTADO. ARREDONDA PARA A CENTENA ACIMA, COM   *
      *    PISO DE 500,00 (LIMITE ZERO E SEM CONTROLE NO PGM00005).  *
      *    SO E PROPOSTO O QUE MUDA 10% OU MAIS DO LIMITE ATUAL      *
           05 PARAMETROS-REVISAO.
              10 MESES-JANELA              PIC 9(002)   VALUE 6.
              10 FATOR-A                   PIC 9(001)v9(002)
                                            VALUE 3,00.
              10 FATOR-B                   PIC 9(001)v9(002)
                                            VALUE 2,00.
              10 FATOR-C                   PIC 9(001)v9(002)
                                            VALUE 1,50.
              10 FATOR-D                   PIC 9(001)v9(002)
                                            VALUE 1,00.
              10 FATOR-E                   PIC 9(001)v9(002)
                                            VALUE 0,50.
              10 LIMITE-MINIMO             PIC 9(009)v9(002)
                                            VALUE 500,00.
              10 PERC-TOLERANCIA           PIC 9(002)   VALUE 10.

      ********** CLIENTES COM LIMITE (CLIFIN), EM ORDEM DE CODIGO ****
           05 TABELA-CREDITO.
              10 CREDITO-OCC OCCURS 9999 TIMES.
                 15 Cliente-T              PIC 9(007).
                 15 Limite-T               PIC 9(009)v9(002).
                 15 Compras-T              PIC 9(011)v9(002).
                 15 Saldo-T                PIC 9(011)v9(002).

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
           PERFORM PROCESO UNTIL FIN-CLIFIN
           PERFORM FIN.

       INICIO.
      ********** REVISAO MENSAL DE LIMITES: GRAVA AS PROPOSTAS EM ****
      *    LIMPROP.DAT PARA O SUPERVISOR APROVAR, EDITAR OU REJEITAR *
      *    NO PGM00043; O CLIFIN SO MUDA NA APROVACAO                *
           DISPLAY "REVISAO PERIODICA DE LIMITE DE CREDITO"
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE DD-AUX TO HOJE-DIA
           MOVE MM-AUX TO HOJE-MES
           MOVE AA-AUX TO HOJE-ANNO
           COMPUTE PER-ATUAL = (2000 + FUNCTION NUMVAL(AA-AUX)) * 12
                             + FUNCTION NUMVAL(MM-AUX) - 1
           COMPUTE ANO-INI-W = (PER-ATUAL - MESES-JANELA) / 12
           COMPUTE MES-INI-W = PER-ATUAL - MESES-JANELA
                             - ANO-INI-W * 12 + 1

           SET NO-FIN-CLIFIN TO TRUE
           OPEN INPUT CLIFIN
           IF FILE-STATUS NOT = 00
              DISPLAY "clifin.dat AUSENTE; NENHUM LIMITE CADASTRADO"
              SET FIN-CLIFIN TO TRUE
              MOVE "SEM CLIFIN" TO JOB-STATUS
           ELSE
              OPEN INPUT HISTVENDAS
                         FATURAS
              IF FILE-STATUS-HV NOT = 00 OR FILE-STATUS-FA NOT = 00
                 DISPLAY "histvendas.dat / faturas.dat AUSENTES; "
                         "EXECUTE O FATURAMENTO PRIMEIRO"
                 DISPLAY "STATUS: " FILE-STATUS-HV " " FILE-STATUS-FA
                 SET FIN-CLIFIN TO TRUE
                 MOVE "SEM HISTOR" TO JOB-STATUS
                 CLOSE CLIFIN
                 IF FILE-STATUS-HV = 00
                    CLOSE HISTVENDAS
                 END-IF
                 IF FILE-STATUS-FA = 00
                    CLOSE FATURAS
                 END-IF
              ELSE
                 PERFORM CARREGAR-LIMITES
                 PERFORM SOMAR-COMPRAS
                 PERFORM SOMAR-SALDOS
                 OPEN INPUT CLIENTES
                 IF FILE-STATUS-CLI = 00
                    MOVE "S" TO SW-CLIENTES-OK
                 END-IF
                 OPEN INPUT RISCOCLI
                 IF FILE-STATUS-RI = 00
                    MOVE "S" TO SW-RISCOCLI-OK
                 END-IF
                 OPEN I-O LIMPROP
                 IF FILE-STATUS-LP NOT = 00
                    OPEN OUTPUT LIMPROP
                    CLOSE LIMPROP
                    OPEN I-O LIMPROP
                 END-IF
                 OPEN OUTPUT LIMREL
                 MOVE "REVISAO PERIODICA DE LIMITE DE CREDITO"
                   TO LINHA-REL
                 WRITE REG-LIMREL FROM LINHA-REL
                 WRITE REG-LIMREL FROM LINHA-EMPRESA
                 MOVE SPACES TO LINHA-REL
                 STRING "DATA: " DATA-HOJE-EDIT
                        "   COMPRAS DE " MES-INI-W "/" ANO-INI-W
                        " EM DIANTE (" MESES-JANELA " MESES)"
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-LIMREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 WRITE REG-LIMREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 STRING "CLIENTE RAZAO SOCIAL              N "
                        "   COMPRAS PERIODO     SALDO ABERTO"
                        "   LIMITE ATUAL  LIMITE PROPOSTO"
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-LIMREL FROM LINHA-REL
                 MOVE ZEROES TO IND-T
              END-IF
           END-IF.

       CARREGAR-LIMITES.
      ********** LIMITE ZERO E A OPCAO "SEM CONTROLE" DO PGM00001 E **
      *    NAO ENTRA NA REVISAO                                      *
           MOVE ZEROES TO QTD-TAB
           MOVE "N"    TO SW-FIM-AUX
           PERFORM UNTIL SW-FIM-AUX = "S"
              READ CLIFIN NEXT RECORD
                 AT END MOVE "S" TO SW-FIM-AUX
              END-READ
              IF SW-FIM-AUX = "N"
                 ADD 1 TO CONT-LIDOS
                 IF Limite-Credito-cf > ZEROES AND QTD-TAB < 9999
                    ADD 1 TO QTD-TAB
                    MOVE Codigo-Cliente-cf TO Cliente-T(QTD-TAB)
                    MOVE Limite-Credito-cf TO Limite-T(QTD-TAB)
                    MOVE ZEROES            TO Compras-T(QTD-TAB)
                    MOVE ZEROES            TO Saldo-T(QTD-TAB)
                 END-IF
              END-IF
           END-PERFORM.

       LOCALIZAR-CLIENTE.
           MOVE ZEROES TO IND-S
           PERFORM VARYING IND-B FROM 1 BY 1
                   UNTIL IND-B > QTD-TAB OR IND-S > ZEROES
              IF Cliente-T(IND-B) = Codigo-Cliente-cf
                 MOVE IND-B TO IND-S
              END-IF
           END-PERFORM.

       SOMAR-COMPRAS.
           MOVE ANO-INI-W TO Ano-hv
           MOVE MES-INI-W TO Mes-hv
           MOVE ZEROES    TO Codigo-Cliente-hv
           MOVE ZEROES    TO Codigo-Vendedor-hv
           MOVE "N"       TO SW-FIM-AUX
           START HISTVENDAS KEY IS NOT LESS THAN Chave-Histvendas
              INVALID KEY MOVE "S" TO SW-FIM-AUX
           END-START
           PERFORM UNTIL SW-FIM-AUX = "S"
              READ HISTVENDAS NEXT RECORD
                 AT END MOVE "S" TO SW-FIM-AUX
              END-READ
              IF SW-FIM-AUX = "N"
                 COMPUTE PER-HV = Ano-hv * 12 + Mes-hv - 1
                 IF PER-HV >= PER-ATUAL
                    MOVE "S" TO SW-FIM-AUX
                 ELSE
                    MOVE Codigo-Cliente-hv TO Codigo-Cliente-cf
                    PERFORM LOCALIZAR-CLIENTE
                    IF IND-S > ZEROES
                       ADD Valor-Faturado-hv TO Compras-T(IND-S)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE HISTVENDAS.

       SOMAR-SALDOS.
      ********** SALDO EM ABERTO COMO NO PGM00005: FATURAS ABERTAS ***
      *    MENOS O QUE JA FOI PAGO DELAS                             *
           MOVE ZEROES TO Chave-Fatura
           MOVE "N"    TO SW-FIM-AUX
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY MOVE "S" TO SW-FIM-AUX
           END-START
           PERFORM UNTIL SW-FIM-AUX = "S"
              READ FATURAS NEXT RECORD
                 AT END MOVE "S" TO SW-FIM-AUX
              END-READ
              IF SW-FIM-AUX = "N" AND FATURA-ABERTA
                 MOVE Codigo-Cliente-fa TO Codigo-Cliente-cf
                 PERFORM LOCALIZAR-CLIENTE
                 IF IND-S > ZEROES
                    COMPUTE Saldo-T(IND-S) = Saldo-T(IND-S)
                       + Valor-Fatura - Valor-Pago-fa
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FATURAS.

       PROCESO.
           ADD 1 TO IND-T
           IF IND-T > QTD-TAB
              SET FIN-CLIFIN TO TRUE
           ELSE
              PERFORM CALCULAR-PROPOSTA
              IF Diferenca-W < ZEROES
                 COMPUTE Diferenca-W = Diferenca-W * -1
              END-IF
              IF Diferenca-W < Tolerancia-W
                 ADD 1 TO CONT-MANTIDOS
              ELSE
                 PERFORM GRAVAR-PROPOSTA
              END-IF
           END-IF.

       CALCULAR-PROPOSTA.
           MOVE "C" TO Nota-W
           IF SW-RISCOCLI-OK = "S"
              MOVE Cliente-T(IND-T) TO Codigo-Cliente-ri
              READ RISCOCLI
              IF FILE-STATUS-RI = 00 AND Nota-Risco-ri NOT = SPACES
                 MOVE Nota-Risco-ri TO Nota-W
              END-IF
           END-IF
           EVALUATE Nota-W
              WHEN "A"  MOVE FATOR-A TO Fator-Nota-W
              WHEN "B"  MOVE FATOR-B TO Fator-Nota-W
              WHEN "D"  MOVE FATOR-D TO Fator-Nota-W
              WHEN "E"  MOVE FATOR-E TO Fator-Nota-W
              WHEN OTHER
                        MOVE FATOR-C TO Fator-Nota-W
           END-EVALUATE
           COMPUTE Media-Mensal-W ROUNDED =
              Compras-T(IND-T) / MESES-JANELA
           COMPUTE Proposta-W ROUNDED = Media-Mensal-W * Fator-Nota-W
           IF Nota-W = "A" OR Nota-W = "B"
              COMPUTE Piso-W = Saldo-T(IND-T) + Media-Mensal-W
              IF Proposta-W < Piso-W
                 MOVE Piso-W TO Proposta-W
              END-IF
              IF Proposta-W < Limite-T(IND-T)
                 MOVE Limite-T(IND-T) TO Proposta-W
              END-IF
           END-IF
           IF Nota-W = "D" OR Nota-W = "E"
              IF Proposta-W > Limite-T(IND-T)
                 MOVE Limite-T(IND-T) TO Proposta-W
              END-IF
           END-IF
           IF Proposta-W NOT = Limite-T(IND-T)
              DIVIDE Proposta-W BY 100 GIVING Centenas-W
              IF Centenas-W * 100 < Proposta-W
                 ADD 1 TO Centenas-W
              END-IF
              COMPUTE Proposta-W = Centenas-W * 100
           END-IF
           IF Proposta-W < LIMITE-MINIMO
              MOVE LIMITE-MINIMO TO Proposta-W
           END-IF
           COMPUTE Diferenca-W = Proposta-W - Limite-T(IND-T)
           COMPUTE Tolerancia-W ROUNDED =
              Limite-T(IND-T) * PERC-TOLERANCIA / 100.

       GRAVAR-PROPOSTA.
      ********** UMA PROPOSTA POR CLIENTE: A DO MES SUBSTITUI A ******
      *    ANTERIOR, DECIDIDA OU NAO                                 *
           ADD 1 TO CONT-PROPOSTAS
           IF Proposta-W > Limite-T(IND-T)
              ADD 1 TO CONT-AUMENTOS
           ELSE
              ADD 1 TO CONT-REDUCOES
           END-IF
           MOVE Cliente-T(IND-T) TO Codigo-Cliente-lp
           READ LIMPROP
           MOVE Cliente-T(IND-T) TO Codigo-Cliente-lp
           MOVE Limite-T(IND-T)  TO Limite-Atual-lp
           MOVE Proposta-W       TO Limite-Proposto-lp
           MOVE Compras-T(IND-T) TO Compras-Periodo-lp
           MOVE Saldo-T(IND-T)   TO Saldo-Aberto-lp
           MOVE Nota-W           TO Nota-Risco-lp
           MOVE DATA-HOJE-EDIT   TO Data-Proposta-lp
           MOVE "P"              TO Situacao-lp
           MOVE ZEROES           TO Limite-Aprovado-lp
           MOVE SPACES           TO Operador-lp
           MOVE SPACES           TO Data-Decisao-lp
           IF FILE-STATUS-LP = 00
              REWRITE REG-LIMPROP
           ELSE
              WRITE REG-LIMPROP
           END-IF
           ADD 1 TO JOB-GRAVADOS

           MOVE SPACES TO Razao-W
           IF SW-CLIENTES-OK = "S"
              MOVE Cliente-T(IND-T) TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00
                 MOVE Razão-Social TO Razao-W
              END-IF
           END-IF
           MOVE Compras-T(IND-T) TO WRK-COMPRAS
           MOVE Saldo-T(IND-T)   TO WRK-SALDO
           MOVE Limite-T(IND-T)  TO WRK-LIMITE
           MOVE Proposta-W       TO WRK-PROPOSTA
           MOVE SPACES TO LINHA-REL
           STRING Cliente-T(IND-T) " " Razao-W(1:26) " " Nota-W " "
                  WRK-COMPRAS " " WRK-SALDO " " WRK-LIMITE " "
                  WRK-PROPOSTA
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-LIMREL FROM LINHA-REL.

       FIN.
           IF JOB-STATUS = "OK"
              MOVE SPACES TO LINHA-REL
              WRITE REG-LIMREL FROM LINHA-REL
              MOVE SPACES TO LINHA-REL
              STRING "CLIENTES COM LIMITE: " QTD-TAB
                     "   PROPOSTAS: " CONT-PROPOSTAS
                     "   AUMENTOS: " CONT-AUMENTOS
                     "   REDUCOES: " CONT-REDUCOES
                     "   MANTIDOS: " CONT-MANTIDOS
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-LIMREL FROM LINHA-REL
              MOVE "PROPOSTAS PENDENTES DE APROVACAO NO PGM00043"
                TO LINHA-REL
              WRITE REG-LIMREL FROM LINHA-REL
              CLOSE CLIFIN
                    LIMPROP
                    LIMREL
              MOVE "limproposta.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-CLIENTES-OK = "S"
                 CLOSE CLIENTES
              END-IF
              IF SW-RISCOCLI-OK = "S"
                 CLOSE RISCOCLI
              END-IF
              DISPLAY "RELATORIO GERADO: limproposta.txt"
              DISPLAY "Clientes com limite   : " QTD-TAB
              DISPLAY "Propostas gravadas    : " CONT-PROPOSTAS
              DISPLAY "  aumentos            : " CONT-AUMENTOS
              DISPLAY "  reducoes            : " CONT-REDUCOES
              DISPLAY "Limites mantidos      : " CONT-MANTIDOS
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
           STRING "Programa97.exe REGISTRAR PROGRAMA75 "
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
           MOVE SPACES TO ARQ-CLIFIN
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clifin.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIFIN
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-HISTVENDAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "histvendas.dat" DELIMITED BY SIZE
                  INTO ARQ-HISTVENDAS
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-RISCOCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "riscocli.dat" DELIMITED BY SIZE
                  INTO ARQ-RISCOCLI
           MOVE SPACES TO ARQ-LIMPROP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "limprop.dat" DELIMITED BY SIZE
                  INTO ARQ-LIMPROP
           MOVE SPACES TO ARQ-LIMREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "limproposta.txt" DELIMITED BY SIZE
                  INTO ARQ-LIMREL.
       END PROGRAM PROGRAMA75.
