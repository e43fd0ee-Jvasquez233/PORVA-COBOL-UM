      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: POSICAO DIARIA DO CONTAS A RECEBER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA91.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS.

           SELECT RECEBTOS ASSIGN ARQ-RECEBTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Recebto
           FILE STATUS IS FILE-STATUS-RC.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT FERIADOS ASSIGN ARQ-FERIADOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Data-Feriado-fe
           FILE STATUS IS FILE-STATUS-FER.

           SELECT POSCR ASSIGN ARQ-POSCR
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Poscr
           FILE STATUS IS FILE-STATUS-PC.

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

       FD  FERIADOS.

       01  REG-FERIADOS.
           05 Data-Feriado-fe              PIC 9(008).
           05 Descricao-Feriado            PIC X(030).

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
                                            VALUE "PROGRAMA91".
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


       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RECEBTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-FERIADOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-POSCR                       PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-ARQUIVO                            VALUE "S".
              88 NO-FIN-ARQUIVO                         VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FER              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PC               PIC 99       VALUE ZEROES.
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 SW-FERIADOS-OK               PIC X        VALUE "N".
           05 SW-REGRAVAR                  PIC X        VALUE "N".
           05 SW-EM-ABERTO                 PIC X        VALUE "N".
           05 SW-FATURADO-JANELA           PIC X        VALUE "N".

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.

      ********** JANELA DA POSICAO: DO DIA SEGUINTE A POSICAO ********
      *    ANTERIOR (PROCURADA NOS ULTIMOS 60 DIAS) ATE HOJE         *
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-ANT-AMD                 PIC 9(008)   VALUE ZEROES.
           05 DATA-LIMITE-AMD              PIC 9(008)   VALUE ZEROES.
           05 DATA-LIMITE-INT              PIC 9(008)   VALUE ZEROES.
           05 Data-Conv-W                  PIC X(010)   VALUE SPACES.
           05 Data-Conv-AMD                PIC 9(008)   VALUE ZEROES.
           05 Data-Conv-R REDEFINES Data-Conv-AMD.
              10 AAAA-Conv-W               PIC 9(004).
              10 MM-Conv-W                 PIC 9(002).
              10 DD-Conv-W                 PIC 9(002).

           05 DATA-VENC-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-RECEB-INT               PIC 9(008)   VALUE ZEROES.
           05 DIAS-ATRASO                  PIC s9(005)  VALUE ZEROES.
           05 DIA-SEMANA-W                 PIC 9(001)   VALUE ZEROES.
           05 DATA-CORRIDA-INT             PIC 9(008)   VALUE ZEROES.
           05 DATA-TESTE-AMD               PIC 9(008)   VALUE ZEROES.
           05 IDX-FAIXA                    PIC 9(001)   VALUE ZEROES.
           05 SALDO-ABERTO                 PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Cliente-Pos-W                PIC 9(007)   VALUE ZEROES.
           05 Vendedor-Pos-W               PIC 9(003)   VALUE ZEROES.

           05 CONT-FATURAS                 PIC 9(007)   VALUE ZEROES.
           05 CONT-ABERTAS                 PIC 9(007)   VALUE ZEROES.
           05 CONT-RECEBTOS                PIC 9(007)   VALUE ZEROES.
           05 CONT-REGISTROS               PIC 9(007)   VALUE ZEROES.
           05 CONT-SUBSTITUIDOS            PIC 9(007)   VALUE ZEROES.
           05 TOTAL-ABERTO                 PIC 9(013)v9(002)
                                            VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF SW-ARQUIVOS-OK = "S"
              PERFORM LOCALIZAR-POSICAO-ANTERIOR
              PERFORM APAGAR-POSICAO-DO-DIA
              PERFORM PROCESSAR-FATURAS
              PERFORM PROCESSAR-RECEBIMENTOS
           END-IF
           PERFORM FIN.

       INICIO.
      ********** POSICAO DO CONTAS A RECEBER NO FIM DO DIA, GRAVADA **
      *    NO POSCR.DAT PARA O DSO E O ATRASO MEDIO (PROGRAMA92).    *
      *    RODADA NO FIM DO LOTE DIARIO; RODAR DE NOVO NO MESMO DIA  *
      *    SUBSTITUI A POSICAO DO DIA                                *
           ACCEPT DATE-AUXILIAR FROM DATE
           COMPUTE DATA-HOJE-AMD = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)
           COMPUTE DATA-HOJE-INT = FUNCTION INTEGER-OF-DATE
              (DATA-HOJE-AMD)
           COMPUTE DATA-LIMITE-INT = DATA-HOJE-INT - 60
           COMPUTE DATA-LIMITE-AMD = FUNCTION DATE-OF-INTEGER
              (DATA-LIMITE-INT)

           OPEN INPUT FATURAS
           OPEN INPUT RECEBTOS
           IF FILE-STATUS NOT = 00 OR FILE-STATUS-RC NOT = 00
              DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
              DISPLAY "STATUS FATURAS/RECEBTOS: " FILE-STATUS " "
                      FILE-STATUS-RC
              IF FILE-STATUS = 00
                 CLOSE FATURAS
              END-IF
              IF FILE-STATUS-RC = 00
                 CLOSE RECEBTOS
              END-IF
              MOVE "FALHA" TO JOB-STATUS
           ELSE
              OPEN I-O POSCR
              IF FILE-STATUS-PC NOT = 00
                 OPEN OUTPUT POSCR
                 CLOSE POSCR
                 OPEN I-O POSCR
              END-IF
              IF FILE-STATUS-PC NOT = 00
                 DISPLAY "ATENCAO: poscr.dat NAO PODE SER ABERTO"
                 DISPLAY "STATUS: " FILE-STATUS-PC
                 CLOSE FATURAS
                       RECEBTOS
                 MOVE "FALHA" TO JOB-STATUS
              ELSE
                 MOVE "S" TO SW-ARQUIVOS-OK
              END-IF
           END-IF

           IF SW-ARQUIVOS-OK = "S"
      ********** ZONA DO CLIENTE E CALENDARIO DE FERIADOS, OPCIONAIS *
              OPEN INPUT CLIENTES
              IF FILE-STATUS-CLI = 00
                 MOVE "S" TO SW-CLIENTES-OK
              END-IF
              OPEN INPUT FERIADOS
              IF FILE-STATUS-FER = 00
                 MOVE "S" TO SW-FERIADOS-OK
              END-IF
           END-IF.

       LOCALIZAR-POSICAO-ANTERIOR.
      ********** ULTIMA POSICAO ANTES DE HOJE; SEM NENHUMA NOS ********
      *    ULTIMOS 60 DIAS, A JANELA E SO O DIA DE HOJE               *
           COMPUTE DATA-ANT-AMD = FUNCTION DATE-OF-INTEGER
              (DATA-HOJE-INT - 1)
           MOVE DATA-LIMITE-AMD TO Data-AMD-pc
           MOVE ZEROES          TO Codigo-Cliente-pc
           MOVE ZEROES          TO Codigo-Vendedor-pc
           SET NO-FIN-ARQUIVO TO TRUE
           START POSCR KEY IS NOT LESS THAN Chave-Poscr
              INVALID KEY SET FIN-ARQUIVO TO TRUE
           END-START
           PERFORM PULAR-DIA-POSICAO UNTIL FIN-ARQUIVO.

       PULAR-DIA-POSICAO.
           READ POSCR NEXT RECORD
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
              IF Data-AMD-pc NOT < DATA-HOJE-AMD
                 SET FIN-ARQUIVO TO TRUE
              ELSE
                 MOVE Data-AMD-pc TO DATA-ANT-AMD
      ********** SALTA PARA O DIA SEGUINTE SEM LER O RESTO DO DIA ****
                 MOVE 9999999     TO Codigo-Cliente-pc
                 MOVE 999         TO Codigo-Vendedor-pc
                 START POSCR KEY IS GREATER THAN Chave-Poscr
                    INVALID KEY SET FIN-ARQUIVO TO TRUE
                 END-START
              END-IF
           END-IF.

       APAGAR-POSICAO-DO-DIA.
           MOVE DATA-HOJE-AMD TO Data-AMD-pc
           MOVE ZEROES        TO Codigo-Cliente-pc
           MOVE ZEROES        TO Codigo-Vendedor-pc
           SET NO-FIN-ARQUIVO TO TRUE
           START POSCR KEY IS NOT LESS THAN Chave-Poscr
              INVALID KEY SET FIN-ARQUIVO TO TRUE
           END-START
           PERFORM UNTIL FIN-ARQUIVO
              READ POSCR NEXT RECORD
                 AT END SET FIN-ARQUIVO TO TRUE
              END-READ
              IF NOT FIN-ARQUIVO
                 IF Data-AMD-pc = DATA-HOJE-AMD
                    DELETE POSCR RECORD
                    ADD 1 TO CONT-SUBSTITUIDOS
                 ELSE
                    SET FIN-ARQUIVO TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           IF CONT-SUBSTITUIDOS > ZEROES
              DISPLAY "POSICAO DE HOJE JA EXISTIA E FOI SUBSTITUIDA"
              ADD 1 TO JOB-AVISOS
           END-IF.

       PROCESSAR-FATURAS.
      ********** SALDO DAS FATURAS ABERTAS POR FAIXA (MESMA REGRA DO *
      *    PROGRAMA11, PELO VALOR NOMINAL) E O EMITIDO NA JANELA,    *
      *    MENOS AS CANCELADAS                                       *
           SET NO-FIN-ARQUIVO TO TRUE
           MOVE ZEROES TO Chave-Fatura
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIN-ARQUIVO TO TRUE
           END-START
           PERFORM LER-UMA-FATURA UNTIL FIN-ARQUIVO.

       LER-UMA-FATURA.
           READ FATURAS NEXT RECORD
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
              ADD 1 TO CONT-FATURAS
              MOVE "N" TO SW-EM-ABERTO
              MOVE "N" TO SW-FATURADO-JANELA
              IF FATURA-ABERTA
                 COMPUTE SALDO-ABERTO = Valor-Fatura - Valor-Pago-fa
                 IF SALDO-ABERTO > ZEROES
                    MOVE "S" TO SW-EM-ABERTO
                    PERFORM CLASSIFICAR-FAIXA
                 END-IF
              END-IF
              IF NOT FATURA-CANCELADA
                 MOVE Data-Emissao-fa TO Data-Conv-W
                 PERFORM CONVERTER-DATA
                 IF Data-Conv-AMD > DATA-ANT-AMD
                    AND Data-Conv-AMD NOT > DATA-HOJE-AMD
                    MOVE "S" TO SW-FATURADO-JANELA
                 END-IF
              END-IF
              IF SW-EM-ABERTO = "S" OR SW-FATURADO-JANELA = "S"
                 MOVE Codigo-Cliente-fa  TO Cliente-Pos-W
                 MOVE Codigo-Vendedor-fa TO Vendedor-Pos-W
                 PERFORM POSICIONAR-REGISTRO
                 IF SW-EM-ABERTO = "S"
                    ADD 1            TO Qtd-Abertas-pc
                    ADD SALDO-ABERTO TO Saldo-Faixa-pc(IDX-FAIXA)
                    ADD SALDO-ABERTO TO Saldo-Total-pc
                    ADD 1            TO CONT-ABERTAS
                    ADD SALDO-ABERTO TO TOTAL-ABERTO
                 END-IF
                 IF SW-FATURADO-JANELA = "S"
                    ADD Valor-Fatura TO Faturado-pc
                 END-IF
                 PERFORM GRAVAR-REGISTRO
              END-IF
           END-IF.

       PROCESSAR-RECEBIMENTOS.
      ********** RECEBIDO NA JANELA E O ATRASO DE CADA RECEBIMENTO ***
      *    EM DIAS CORRIDOS APOS O VENCIMENTO, PONDERADO PELO VALOR. *
      *    NOTA DE CREDITO DE DEVOLUCAO (N) E CHEQUE DEVOLVIDO (V)   *
      *    NAO SAO COBRANCA E FICAM FORA                             *
           SET NO-FIN-ARQUIVO TO TRUE
           MOVE ZEROES TO Chave-Recebto
           START RECEBTOS KEY IS NOT LESS THAN Chave-Recebto
              INVALID KEY SET FIN-ARQUIVO TO TRUE
           END-START
           PERFORM LER-UM-RECEBTO UNTIL FIN-ARQUIVO.

       LER-UM-RECEBTO.
           READ RECEBTOS NEXT RECORD
              AT END SET FIN-ARQUIVO TO TRUE
           END-READ
           IF NOT FIN-ARQUIVO
              MOVE Data-Recebto-rc TO Data-Conv-W
              PERFORM CONVERTER-DATA
              IF Data-Conv-AMD > DATA-ANT-AMD
                 AND Data-Conv-AMD NOT > DATA-HOJE-AMD
                 AND Forma-Recebto-rc NOT = "N"
                 AND Forma-Recebto-rc NOT = "V"
                 MOVE Numero-Pedido-rc TO Numero-Pedido-fa
                 MOVE Parcela-rc       TO Parcela-fa
                 READ FATURAS
                 IF FILE-STATUS = 00
                    PERFORM ACUMULAR-RECEBTO
                 END-IF
              END-IF
           END-IF.

       ACUMULAR-RECEBTO.
           COMPUTE DATA-RECEB-INT = FUNCTION INTEGER-OF-DATE
              (Data-Conv-AMD)
           MOVE Data-Vencimento-fa TO Data-Conv-W
           PERFORM CONVERTER-DATA
           COMPUTE DATA-VENC-INT = FUNCTION INTEGER-OF-DATE
              (Data-Conv-AMD)
           COMPUTE DIAS-ATRASO = DATA-RECEB-INT - DATA-VENC-INT
           IF DIAS-ATRASO < ZEROES
              MOVE ZEROES TO DIAS-ATRASO
           END-IF
           MOVE Codigo-Cliente-fa  TO Cliente-Pos-W
           MOVE Codigo-Vendedor-fa TO Vendedor-Pos-W
           PERFORM POSICIONAR-REGISTRO
           ADD Valor-Recebto-rc TO Recebido-pc
           COMPUTE Dias-Valor-pc = Dias-Valor-pc
              + Valor-Recebto-rc * DIAS-ATRASO
           PERFORM GRAVAR-REGISTRO
           ADD 1 TO CONT-RECEBTOS.

       POSICIONAR-REGISTRO.
           MOVE DATA-HOJE-AMD  TO Data-AMD-pc
           MOVE Cliente-Pos-W  TO Codigo-Cliente-pc
           MOVE Vendedor-Pos-W TO Codigo-Vendedor-pc
           READ POSCR
           IF FILE-STATUS-PC = 00
              MOVE "S" TO SW-REGRAVAR
           ELSE
              MOVE "N" TO SW-REGRAVAR
              INITIALIZE REG-POSCR
              MOVE DATA-HOJE-AMD  TO Data-AMD-pc
              MOVE Cliente-Pos-W  TO Codigo-Cliente-pc
              MOVE Vendedor-Pos-W TO Codigo-Vendedor-pc
              MOVE DATA-ANT-AMD   TO Data-Anterior-pc
              MOVE SPACES         TO Zona-pc
              IF SW-CLIENTES-OK = "S"
                 MOVE Cliente-Pos-W TO Codigo-Cliente
                 READ CLIENTES KEY IS Codigo-Cliente
                 IF FILE-STATUS-CLI = 00
                    MOVE Zona-Cliente TO Zona-pc
                 END-IF
              END-IF
           END-IF.

       GRAVAR-REGISTRO.
           IF SW-REGRAVAR = "S"
              REWRITE REG-POSCR
           ELSE
              WRITE REG-POSCR
              ADD 1 TO CONT-REGISTROS
           END-IF
           IF FILE-STATUS-PC NOT = 00
              DISPLAY "ERRO AO GRAVAR poscr.dat, STATUS: "
                      FILE-STATUS-PC
              MOVE "FALHA" TO JOB-STATUS
           END-IF.

       CONVERTER-DATA.
      ********** DD-MM-AAAA PARA AAAAMMDD ****************************
           MOVE ZEROES TO Data-Conv-AMD
           IF Data-Conv-W(1:2) IS NUMERIC
              AND Data-Conv-W(4:2) IS NUMERIC
              AND Data-Conv-W(7:4) IS NUMERIC
              MOVE Data-Conv-W(7:4) TO AAAA-Conv-W
              MOVE Data-Conv-W(4:2) TO MM-Conv-W
              MOVE Data-Conv-W(1:2) TO DD-Conv-W
           END-IF.

       CLASSIFICAR-FAIXA.
      ********** DIAS DE ATRASO EM RELACAO AO VENCIMENTO *************
      *    FAIXA 1: ATE 30 DIAS (INCLUI FATURAS AINDA NAO VENCIDAS)  *
      *    FAIXA 2: 31-60   FAIXA 3: 61-90   FAIXA 4: MAIS DE 90     *
           COMPUTE DATA-VENC-INT = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL(Data-Vencimento-fa(7:4)) * 10000
               + FUNCTION NUMVAL(Data-Vencimento-fa(4:2)) * 100
               + FUNCTION NUMVAL(Data-Vencimento-fa(1:2)))
           PERFORM CONTAR-ATRASO-DIAS-UTEIS
           EVALUATE TRUE
              WHEN DIAS-ATRASO <= 30
                 MOVE 1 TO IDX-FAIXA
              WHEN DIAS-ATRASO <= 60
                 MOVE 2 TO IDX-FAIXA
              WHEN DIAS-ATRASO <= 90
                 MOVE 3 TO IDX-FAIXA
              WHEN OTHER
                 MOVE 4 TO IDX-FAIXA
           END-EVALUATE.

       CONTAR-ATRASO-DIAS-UTEIS.
      ********** ATRASO CONTADO EM DIAS UTEIS: FINS DE SEMANA E ******
      *    FERIADOS DO CALENDARIO (PGM00023) NAO CONTAM              *
           MOVE ZEROES TO DIAS-ATRASO
           IF DATA-HOJE-INT > DATA-VENC-INT
              COMPUTE DATA-CORRIDA-INT = DATA-VENC-INT + 1
              PERFORM CONTAR-UM-DIA-UTIL
                 UNTIL DATA-CORRIDA-INT > DATA-HOJE-INT
           END-IF.

       CONTAR-UM-DIA-UTIL.
           COMPUTE DIA-SEMANA-W =
              FUNCTION MOD(DATA-CORRIDA-INT - 1, 7)
           IF DIA-SEMANA-W < 5
              IF SW-FERIADOS-OK = "S"
                 COMPUTE DATA-TESTE-AMD = FUNCTION DATE-OF-INTEGER
                                          (DATA-CORRIDA-INT)
                 MOVE DATA-TESTE-AMD TO Data-Feriado-fe
                 READ FERIADOS
                 IF FILE-STATUS-FER NOT = 00
                    ADD 1 TO DIAS-ATRASO
                 END-IF
              ELSE
                 ADD 1 TO DIAS-ATRASO
              END-IF
           END-IF
           ADD 1 TO DATA-CORRIDA-INT.

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              CLOSE FATURAS
                    RECEBTOS
                    POSCR
              IF SW-CLIENTES-OK = "S"
                 CLOSE CLIENTES
              END-IF
              IF SW-FERIADOS-OK = "S"
                 CLOSE FERIADOS
              END-IF
              DISPLAY "POSICAO GRAVADA: poscr.dat DE " DATA-HOJE-AMD
              DISPLAY "Movimento desde        : " DATA-ANT-AMD
              DISPLAY "Faturas abertas        : " CONT-ABERTAS
              DISPLAY "Saldo em aberto        : " TOTAL-ABERTO
              DISPLAY "Recebimentos no periodo: " CONT-RECEBTOS
              DISPLAY "Registros gravados     : " CONT-REGISTROS
           END-IF

           MOVE CONT-FATURAS   TO JOB-LIDOS
           MOVE CONT-REGISTROS TO JOB-GRAVADOS
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
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-RECEBTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "recebtos.dat" DELIMITED BY SIZE
                  INTO ARQ-RECEBTOS
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-FERIADOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "feriados.dat" DELIMITED BY SIZE
                  INTO ARQ-FERIADOS
           MOVE SPACES TO ARQ-POSCR
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "poscr.dat" DELIMITED BY SIZE
                  INTO ARQ-POSCR.
       END PROGRAM PROGRAMA91.
