      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: ACORDOS DE RENEGOCIACAO E O SEU CUMPRIMENTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA78.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RENEGOC ASSIGN ARQ-RENEGOC
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Renegoc
           FILE STATUS IS FILE-STATUS.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS-FA.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT RENEGREL ASSIGN ARQ-RENEGREL
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
       FD  RENEGOC.

      ********** ACORDO DE RENEGOCIACAO: UMA LINHA POR FATURA ********
      *    ORIGINAL SUBSTITUIDA. AS NOVAS PARCELAS FICAM NO FATURAS  *
      *    COM O NUMERO DO ACORDO NO LUGAR DO NUMERO DO PEDIDO       *
       01  REG-RENEGOC.
           05 Chave-Renegoc.
              10 Numero-Acordo-rn          PIC 9(007).
              10 Pedido-Original-rn        PIC 9(007).
              10 Parcela-Original-rn       PIC 9(002).
           05 Codigo-Cliente-rn            PIC 9(007).
           05 Data-Acordo-rn               PIC X(010).
           05 Vencimento-Original-rn       PIC X(010).
           05 Dias-Atraso-rn               PIC 9(005).
           05 Saldo-Original-rn            PIC 9(009)v9(002).
           05 Valor-Corrigido-rn           PIC 9(009)v9(002).
           05 Qtd-Parcelas-rn              PIC 9(002).
           05 Valor-Acordo-rn              PIC 9(009)v9(002).
           05 Operador-rn                  PIC X(010).

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
              88 FATURA-RENEGOCIADA                      VALUE "R".
           05 Data-Pagamento-fa            PIC X(010)   VALUE SPACES.
           05 Valor-Pago-fa                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Total-Parcelas-fa            PIC 9(002)   VALUE ZEROES.
           05 Aliquota-fa                  PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Valor-Imposto-fa             PIC 9(009)v9(002)
                                            VALUE ZEROES.

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

       FD  RENEGREL.

       01  REG-RENEGREL                    PIC X(132).

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
                                            VALUE "PROGRAMA78".
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
           05 ARQ-RENEGOC                     PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-RENEGREL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-RENEGOC                            VALUE "S".
              88 NO-FIN-RENEGOC                         VALUE "N".

           05 FILE-STATUS-FA               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-ACORDOS                 PIC 9(005)   VALUE ZEROES.
           05 CONT-QUITADOS                PIC 9(005)   VALUE ZEROES.
           05 CONT-EM-DIA                  PIC 9(005)   VALUE ZEROES.
           05 CONT-EM-ATRASO               PIC 9(005)   VALUE ZEROES.
           05 CONT-ROMPIDOS                PIC 9(005)   VALUE ZEROES.
           05 CONT-ENCERRADOS              PIC 9(005)   VALUE ZEROES.
           05 IND-P                        PIC 9(002)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 VENC-AMD                     PIC 9(008)   VALUE ZEROES.
           05 PAGTO-AMD                    PIC 9(008)   VALUE ZEROES.
           05 DIAS-VENCIDO                 PIC 9(005)   VALUE ZEROES.
           05 Razao-W                      PIC X(040)   VALUE SPACES.
           05 Situacao-Acordo-W            PIC X(010)   VALUE SPACES.

      ********** DADOS DO ACORDO CORRENTE (QUEBRA POR NUMERO) ********
           05 ACORDO-CORRENTE.
              10 Acordo-Atual              PIC 9(007)   VALUE ZEROES.
              10 Cliente-Acordo            PIC 9(007)   VALUE ZEROES.
              10 Data-Acordo-W             PIC X(010)   VALUE SPACES.
              10 Qtd-Parc-Acordo           PIC 9(002)   VALUE ZEROES.
              10 Valor-Acordo-W            PIC 9(009)v9(002)
                                            VALUE ZEROES.
              10 Qtd-Originais             PIC 9(002)   VALUE ZEROES.
              10 Recebido-Acordo           PIC 9(009)v9(002)
                                            VALUE ZEROES.
              10 Saldo-Acordo              PIC 9(009)v9(002)
                                            VALUE ZEROES.
              10 Pagas-Em-Dia              PIC 9(002)   VALUE ZEROES.
              10 Pagas-Atraso              PIC 9(002)   VALUE ZEROES.
              10 Abertas-A-Vencer          PIC 9(002)   VALUE ZEROES.
              10 Abertas-Vencidas          PIC 9(002)   VALUE ZEROES.
              10 Outras-Parcelas           PIC 9(002)   VALUE ZEROES.
              10 Maior-Atraso              PIC 9(005)   VALUE ZEROES.

      ********** TOTAIS GERAIS E INDICE DE CUMPRIMENTO: PARCELAS ****
      *    PAGAS ATE O VENCIMENTO SOBRE TODAS AS JA VENCIDAS         *
           05 TOTAIS-GERAIS.
              10 Total-Renegociado         PIC 9(011)v9(002)
                                            VALUE ZEROES.
              10 Total-Recebido            PIC 9(011)v9(002)
                                            VALUE ZEROES.
              10 Total-Saldo               PIC 9(011)v9(002)
                                            VALUE ZEROES.
              10 Total-Pagas-Em-Dia        PIC 9(005)   VALUE ZEROES.
              10 Total-Parc-Vencidas       PIC 9(005)   VALUE ZEROES.
              10 Indice-Cumprimento        PIC 9(003)v9(002)
                                            VALUE ZEROES.

      ********** ACORDO ROMPIDO: ALGUMA PARCELA EM ABERTO HA MAIS ****
      *    DE 30 DIAS DO VENCIMENTO (MESMO CORTE DA COBRANCA)        *
           05 DIAS-ROMPIMENTO              PIC 9(003)   VALUE 30.

           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-RECEBIDO                 PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-SALDO                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-TOTAL                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-INDICE                   PIC ZZ9,99.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

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
           PERFORM PROCESO UNTIL FIN-RENEGOC
           PERFORM FIN.

       INICIO.
      ********** ACORDOS DE RENEGOCIACAO (RENEGOC.DAT, GRAVADO NO ****
      *    PGM00044) E A SITUACAO DAS NOVAS PARCELAS NO FATURAS:     *
      *    PAGAS EM DIA, PAGAS COM ATRASO, A VENCER E VENCIDAS       *
           DISPLAY "ACORDOS DE RENEGOCIACAO E CUMPRIMENTO"
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE DD-AUX TO HOJE-DIA
           MOVE MM-AUX TO HOJE-MES
           MOVE AA-AUX TO HOJE-ANNO
           COMPUTE DATA-HOJE-AMD = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)

           SET NO-FIN-RENEGOC TO TRUE
           OPEN INPUT RENEGOC
           IF FILE-STATUS NOT = 00
              DISPLAY "renegoc.dat AUSENTE; NENHUM ACORDO REGISTRADO"
              SET FIN-RENEGOC TO TRUE
              MOVE "SEM ACORDO" TO JOB-STATUS
           ELSE
              OPEN INPUT FATURAS
              IF FILE-STATUS-FA NOT = 00
                 DISPLAY "faturas.dat AUSENTE OU DANIFICADO"
                 DISPLAY "STATUS: " FILE-STATUS-FA
                 SET FIN-RENEGOC TO TRUE
                 MOVE "SEM FATURA" TO JOB-STATUS
                 CLOSE RENEGOC
              ELSE
                 OPEN INPUT CLIENTES
                 IF FILE-STATUS-CLI = 00
                    MOVE "S" TO SW-CLIENTES-OK
                 END-IF
                 OPEN OUTPUT RENEGREL
                 MOVE "ACORDOS DE RENEGOCIACAO E CUMPRIMENTO"
                   TO LINHA-REL
                 WRITE REG-RENEGREL FROM LINHA-REL
                 WRITE REG-RENEGREL FROM LINHA-EMPRESA
                 MOVE SPACES TO LINHA-REL
                 STRING "DATA: " DATA-HOJE-EDIT
                        "   ROMPIDO = PARCELA EM ABERTO HA MAIS DE "
                        DIAS-ROMPIMENTO " DIAS DO VENCIMENTO"
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-RENEGREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 WRITE REG-RENEGREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 STRING "ACORDO  CLIENTE RAZAO SOCIAL             "
                        " DATA       FT PC  VALOR ACORDO"
                        "       RECEBIDO          SALDO EM AT AV VC"
                        " SITUACAO"
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-RENEGREL FROM LINHA-REL
                 PERFORM LEER-RENEGOC
              END-IF
           END-IF.

       PROCESO.
      ********** UM ACORDO POR VEZ: SOMA AS FATURAS ORIGINAIS E ******
      *    AVALIA AS NOVAS PARCELAS (ACORDO/01 ... ACORDO/NN)        *
           MOVE Numero-Acordo-rn    TO Acordo-Atual
           MOVE Codigo-Cliente-rn   TO Cliente-Acordo
           MOVE Data-Acordo-rn      TO Data-Acordo-W
           MOVE Qtd-Parcelas-rn     TO Qtd-Parc-Acordo
           MOVE Valor-Acordo-rn     TO Valor-Acordo-W
           MOVE ZEROES              TO Qtd-Originais
           PERFORM SOMAR-ORIGINAL
              UNTIL FIN-RENEGOC OR Numero-Acordo-rn NOT = Acordo-Atual
           PERFORM AVALIAR-PARCELAS
           PERFORM CLASSIFICAR-ACORDO
           PERFORM IMPRIMIR-ACORDO.

       LEER-RENEGOC.
           READ RENEGOC NEXT RECORD
                AT END
                SET FIN-RENEGOC TO TRUE
           END-READ.

       SOMAR-ORIGINAL.
           ADD 1 TO CONT-LIDOS
           ADD 1 TO Qtd-Originais
           PERFORM LEER-RENEGOC.

       AVALIAR-PARCELAS.
           MOVE ZEROES TO Recebido-Acordo
                          Saldo-Acordo
                          Pagas-Em-Dia
                          Pagas-Atraso
                          Abertas-A-Vencer
                          Abertas-Vencidas
                          Outras-Parcelas
                          Maior-Atraso
           PERFORM AVALIAR-UMA-PARCELA
              VARYING IND-P FROM 1 BY 1 UNTIL IND-P > Qtd-Parc-Acordo.

       AVALIAR-UMA-PARCELA.
      ********** PAGA EM DIA = QUITADA ATE O VENCIMENTO; PARCELA *****
      *    CANCELADA, BAIXADA POR PERDA OU RENEGOCIADA DE NOVO CONTA *
      *    COMO OUTRA E NAO ENTRA NO INDICE                          *
           MOVE Acordo-Atual        TO Numero-Pedido-fa
           MOVE IND-P               TO Parcela-fa
           READ FATURAS
           IF FILE-STATUS-FA NOT = 00
              ADD 1 TO Outras-Parcelas
              ADD 1 TO JOB-AVISOS
           ELSE
              ADD Valor-Pago-fa TO Recebido-Acordo
              COMPUTE VENC-AMD =
                 FUNCTION NUMVAL(Data-Vencimento-fa(7:4)) * 10000
                 + FUNCTION NUMVAL(Data-Vencimento-fa(4:2)) * 100
                 + FUNCTION NUMVAL(Data-Vencimento-fa(1:2))
              EVALUATE TRUE
                 WHEN FATURA-PAGA
                    COMPUTE PAGTO-AMD =
                       FUNCTION NUMVAL(Data-Pagamento-fa(7:4)) * 10000
                       + FUNCTION NUMVAL(Data-Pagamento-fa(4:2)) * 100
                       + FUNCTION NUMVAL(Data-Pagamento-fa(1:2))
                    IF PAGTO-AMD > VENC-AMD
                       ADD 1 TO Pagas-Atraso
                    ELSE
                       ADD 1 TO Pagas-Em-Dia
                    END-IF
                 WHEN FATURA-ABERTA
                    COMPUTE Saldo-Acordo = Saldo-Acordo
                       + Valor-Fatura - Valor-Pago-fa
                    IF VENC-AMD < DATA-HOJE-AMD
                       ADD 1 TO Abertas-Vencidas
                       COMPUTE DIAS-VENCIDO =
                          FUNCTION INTEGER-OF-DATE(DATA-HOJE-AMD)
                          - FUNCTION INTEGER-OF-DATE(VENC-AMD)
                       IF DIAS-VENCIDO > Maior-Atraso
                          MOVE DIAS-VENCIDO TO Maior-Atraso
                       END-IF
                    ELSE
                       ADD 1 TO Abertas-A-Vencer
                    END-IF
                 WHEN OTHER
                    ADD 1 TO Outras-Parcelas
              END-EVALUATE
           END-IF.

       CLASSIFICAR-ACORDO.
           EVALUATE TRUE
              WHEN Abertas-Vencidas > ZEROES
                   AND Maior-Atraso > DIAS-ROMPIMENTO
                 MOVE "ROMPIDO"    TO Situacao-Acordo-W
                 ADD 1 TO CONT-ROMPIDOS
              WHEN Abertas-Vencidas > ZEROES
                 MOVE "EM ATRASO"  TO Situacao-Acordo-W
                 ADD 1 TO CONT-EM-ATRASO
              WHEN Abertas-A-Vencer > ZEROES
                 MOVE "EM DIA"     TO Situacao-Acordo-W
                 ADD 1 TO CONT-EM-DIA
              WHEN Outras-Parcelas > ZEROES
                 MOVE "ENCERRADO"  TO Situacao-Acordo-W
                 ADD 1 TO CONT-ENCERRADOS
              WHEN OTHER
                 MOVE "QUITADO"    TO Situacao-Acordo-W
                 ADD 1 TO CONT-QUITADOS
           END-EVALUATE
           ADD 1                TO CONT-ACORDOS
           ADD Valor-Acordo-W   TO Total-Renegociado
           ADD Recebido-Acordo  TO Total-Recebido
           ADD Saldo-Acordo     TO Total-Saldo
           ADD Pagas-Em-Dia     TO Total-Pagas-Em-Dia
           COMPUTE Total-Parc-Vencidas = Total-Parc-Vencidas
              + Pagas-Em-Dia + Pagas-Atraso + Abertas-Vencidas.

       IMPRIMIR-ACORDO.
           MOVE SPACES TO Razao-W
           IF SW-CLIENTES-OK = "S"
              MOVE Cliente-Acordo TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00
                 MOVE Razão-Social TO Razao-W
              END-IF
           END-IF
           MOVE Valor-Acordo-W   TO WRK-VALOR
           MOVE Recebido-Acordo  TO WRK-RECEBIDO
           MOVE Saldo-Acordo     TO WRK-SALDO
           MOVE SPACES TO LINHA-REL
           STRING Acordo-Atual " " Cliente-Acordo " " Razao-W(1:25)
                  " " Data-Acordo-W " " Qtd-Originais
                  " " Qtd-Parc-Acordo " " WRK-VALOR
                  " " WRK-RECEBIDO " " WRK-SALDO
                  " " Pagas-Em-Dia " " Pagas-Atraso
                  " " Abertas-A-Vencer " " Abertas-Vencidas
                  " " Situacao-Acordo-W
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-RENEGREL FROM LINHA-REL
           ADD 1 TO JOB-GRAVADOS.

       FIN.
           IF JOB-STATUS = "OK"
              IF Total-Parc-Vencidas > ZEROES
                 COMPUTE Indice-Cumprimento ROUNDED =
                    Total-Pagas-Em-Dia * 100 / Total-Parc-Vencidas
              END-IF
              MOVE SPACES TO LINHA-REL
              WRITE REG-RENEGREL FROM LINHA-REL
              MOVE SPACES TO LINHA-REL
              STRING "ACORDOS: " CONT-ACORDOS
                     "   QUITADOS: " CONT-QUITADOS
                     "   EM DIA: " CONT-EM-DIA
                     "   EM ATRASO: " CONT-EM-ATRASO
                     "   ROMPIDOS: " CONT-ROMPIDOS
                     "   ENCERRADOS: " CONT-ENCERRADOS
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-RENEGREL FROM LINHA-REL
              MOVE Total-Renegociado TO WRK-TOTAL
              MOVE SPACES TO LINHA-REL
              STRING "TOTAL RENEGOCIADO: " WRK-TOTAL
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-RENEGREL FROM LINHA-REL
              MOVE Total-Recebido TO WRK-TOTAL
              MOVE SPACES TO LINHA-REL
              STRING "TOTAL RECEBIDO   : " WRK-TOTAL
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-RENEGREL FROM LINHA-REL
              MOVE Total-Saldo TO WRK-TOTAL
              MOVE SPACES TO LINHA-REL
              STRING "SALDO EM ABERTO  : " WRK-TOTAL
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-RENEGREL FROM LINHA-REL
              MOVE Indice-Cumprimento TO WRK-INDICE
              MOVE SPACES TO LINHA-REL
              STRING "INDICE DE CUMPRIMENTO (PAGAS EM DIA / VENCIDAS): "
                     WRK-INDICE " %"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-RENEGREL FROM LINHA-REL
              CLOSE RENEGOC
                    FATURAS
                    RENEGREL
              MOVE "renegociacoes.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-CLIENTES-OK = "S"
                 CLOSE CLIENTES
              END-IF
              DISPLAY "RELATORIO GERADO: renegociacoes.txt"
              DISPLAY "Acordos               : " CONT-ACORDOS
              DISPLAY "  quitados            : " CONT-QUITADOS
              DISPLAY "  em dia              : " CONT-EM-DIA
              DISPLAY "  em atraso           : " CONT-EM-ATRASO
              DISPLAY "  rompidos            : " CONT-ROMPIDOS
              DISPLAY "  encerrados          : " CONT-ENCERRADOS
              DISPLAY "Indice de cumprimento : " WRK-INDICE " %"
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
           STRING "Programa97.exe REGISTRAR PROGRAMA78 "
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
           MOVE SPACES TO ARQ-RENEGOC
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "renegoc.dat" DELIMITED BY SIZE
                  INTO ARQ-RENEGOC
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-RENEGREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "renegociacoes.txt" DELIMITED BY SIZE
                  INTO ARQ-RENEGREL.
       END PROGRAM PROGRAMA78.
