      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Caixa do operador (abertura, sangria, suprimento
      *            e fechamento diario)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00051.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAIXAS ASSIGN ARQ-CAIXAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Caixa
           FILE STATUS IS FILE-STATUS-CX.

           SELECT MOVCAIXA ASSIGN ARQ-MOVCAIXA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Movcaixa
           FILE STATUS IS FILE-STATUS-MC.

           SELECT RECEBTOS ASSIGN ARQ-RECEBTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Recebto
           FILE STATUS IS FILE-STATUS-RC.

           SELECT FECHCAIXA ASSIGN ARQ-FECHCAIXA
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITLOG ASSIGN ARQ-AUDITLOG
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SESSAO   ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.

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
       FD  CAIXAS.

      ********** UM CAIXA POR OPERADOR E DIA (PGM00051). Situacao-cx *
      *    A = ABERTO, F = FECHADO. COM O CAIXA FECHADO O PGM00018   *
      *    RECUSA RECEBIMENTOS EM DINHEIRO E CHEQUE DO OPERADOR NA   *
      *    DATA ATE QUE UM SUPERVISOR O REABRA                       *
       01  REG-CAIXAS.
           05 Chave-Caixa.
              10 Operador-cx               PIC X(010).
              10 Data-cx                   PIC 9(008).
           05 Situacao-cx                  PIC X(001).
              88 CAIXA-ABERTO                           VALUE "A".
              88 CAIXA-FECHADO                          VALUE "F".
           05 Fundo-Troco-cx               PIC 9(009)v9(002).
           05 Total-Suprimento-cx          PIC 9(009)v9(002).
           05 Total-Sangria-cx             PIC 9(009)v9(002).
           05 Hora-Abertura-cx             PIC X(008).
           05 Hora-Fechamento-cx           PIC X(008).
           05 Recebido-Dinheiro-cx         PIC 9(009)v9(002).
           05 Recebido-Cheque-cx           PIC 9(009)v9(002).
           05 Qtd-Dinheiro-cx              PIC 9(005).
           05 Qtd-Cheque-cx                PIC 9(005).
           05 Contado-Dinheiro-cx          PIC 9(009)v9(002).
           05 Contado-Cheque-cx            PIC 9(009)v9(002).
           05 Diferenca-Dinheiro-cx        PIC S9(009)v9(002).
           05 Diferenca-Cheque-cx          PIC S9(009)v9(002).
           05 Qtd-Reaberturas-cx           PIC 9(002).
           05 Supervisor-Reab-cx           PIC X(010).
           05 Data-Reab-cx                 PIC X(010).
           05 Hora-Reab-cx                 PIC X(008).

       FD  MOVCAIXA.

      ********** SANGRIAS (S) E SUPRIMENTOS (U) DO CAIXA, EM ORDEM ***
       01  REG-MOVCAIXA.
           05 Chave-Movcaixa.
              10 Operador-mc               PIC X(010).
              10 Data-mc                   PIC 9(008).
              10 Sequencia-mc              PIC 9(003).
           05 Tipo-mc                      PIC X(001).
           05 Valor-mc                     PIC 9(009)v9(002).
           05 Hora-mc                      PIC X(008).
           05 Motivo-mc                    PIC X(030).

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

       FD  FECHCAIXA.

       01  REG-FECHCAIXA                   PIC X(080).

       FD  AUDITLOG.

       01  REG-AUDITLOG.
           05 Data-Acao-log                 PIC X(010).
           05 FIL-LOG1                      PIC X          VALUE ";".
           05 Hora-Acao-log                 PIC X(008).
           05 FIL-LOG2                      PIC X          VALUE ";".
           05 Operador-log                  PIC X(010).
           05 FIL-LOG3                      PIC X          VALUE ";".
           05 Entidade-log                  PIC X(010).
           05 FIL-LOG4                      PIC X          VALUE ";".
           05 Acao-log                      PIC X(012).
           05 FIL-LOG5                      PIC X          VALUE ";".
           05 Chave-log                     PIC X(014).
           05 FIL-LOG6                      PIC X          VALUE ";".
           05 Valor-Antes-log               PIC X(080).
           05 FIL-LOG7                      PIC X          VALUE ";".
           05 Valor-Depois-log              PIC X(080).
           05 FIL-LOG8                      PIC X          VALUE ";".
           05 Empresa-log                   PIC 9(002).
           05 FIL-LOG9                      PIC X          VALUE ";".
           05 Sequencia-log                 PIC 9(009).
           05 FIL-LOG10                     PIC X          VALUE ";".
           05 Hash-log                      PIC 9(018).

       FD  AUDITCTL.

       01  REG-AUDITCTL.
           05 Ultima-Seq-actl               PIC 9(009).
           05 FIL-ACTL1                     PIC X.
           05 Ultimo-Hash-actl              PIC 9(018).

       FD  SESSAO.

       01  REG-SESSAO.
           05 Usuario-Sessao               PIC X(010).
           05 FIL-SES1                     PIC X.
           05 Perfil-Sessao                PIC X(001).

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

       WORKING-STORAGE SECTION.

       01  AREA-HASH-AUDITORIA.
           05 FILE-STATUS-ACTL             PIC 99       VALUE ZEROES.
           05 Seq-Audit-W                  PIC 9(009)   VALUE ZEROES.
           05 Hash-Audit-W                 PIC 9(018)   VALUE ZEROES.
           05 Hash-Audit-R REDEFINES Hash-Audit-W.
              10 Hash-Audit-1              PIC 9(009).
              10 Hash-Audit-2              PIC 9(009).
           05 Calc-Hash-W                  PIC 9(018)   VALUE ZEROES.
           05 Pos-Hash-W                   PIC 9(003)   VALUE ZEROES.
           05 Texto-Hash-W                 PIC X(244)   VALUE SPACES.

       01  AREA-EMPRESA.
           05 FILE-STATUS-EMP              PIC 99       VALUE ZEROES.
           05 LINHA-EMPRESA                PIC X(060)   VALUE SPACES.
           05 EMPRESA-ATUAL-W              PIC 9(002)   VALUE ZEROES.

       01  AREA-PARAMETROS.
           05 FILE-STATUS-PAR              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SES              PIC 99       VALUE ZEROES.
           05 PERFIL-W                     PIC X        VALUE "S".
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
           05 ARQ-SESSAO                      PIC X(080)   VALUE SPACES.
           05 ARQ-CAIXAS                      PIC X(080)   VALUE SPACES.
           05 ARQ-MOVCAIXA                    PIC X(080)   VALUE SPACES.
           05 ARQ-RECEBTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-FECHCAIXA                   PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Operador-Caixa-W             PIC X(010)   VALUE SPACES.
           05 Data-Caixa-W                 PIC 9(008)   VALUE ZEROES.
           05 Data-Caixa-R REDEFINES Data-Caixa-W.
              10 Ano-Caixa-W               PIC 9(004).
              10 Mes-Caixa-W               PIC 9(002).
              10 Dia-Caixa-W               PIC 9(002).
           05 Data-Caixa-Edit-W            PIC X(010)   VALUE SPACES.
           05 Data-Hoje-W                  PIC 9(008)   VALUE ZEROES.
           05 Data-Informada-W             PIC X(010)   VALUE SPACES.
           05 Data-Informada-R REDEFINES Data-Informada-W.
              10 Inf-Dia-W                 PIC 9(002).
              10 Inf-Sep1-W                PIC X(001).
              10 Inf-Mes-W                 PIC 9(002).
              10 Inf-Sep2-W                PIC X(001).
              10 Inf-Ano-W                 PIC 9(004).
           05 Tipo-Mov-W                   PIC X(001)   VALUE SPACES.
           05 Valor-Mov-W                  PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Motivo-Mov-W                 PIC X(030)   VALUE SPACES.
           05 Seq-Mov-Nova-W               PIC 9(003)   VALUE ZEROES.
           05 Contado-Dinheiro-W           PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Contado-Cheque-W             PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Recebido-Dinheiro-W          PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Recebido-Cheque-W            PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Dinheiro-W               PIC 9(005)   VALUE ZEROES.
           05 Qtd-Cheque-W                 PIC 9(005)   VALUE ZEROES.
           05 Esperado-Dinheiro-W          PIC S9(009)v9(002)
                                            VALUE ZEROES.
           05 Diferenca-Dinheiro-W         PIC S9(009)v9(002)
                                            VALUE ZEROES.
           05 Diferenca-Cheque-W           PIC S9(009)v9(002)
                                            VALUE ZEROES.

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CX               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-MC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RC               PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-EXISTE                    PIC X        VALUE "N".
           05 SW-DADOS-OK                  PIC X        VALUE "N".
           05 SW-FIM-RECEBTOS              PIC X        VALUE "N".
              88 FIM-RECEBTOS                            VALUE "S".
              88 NO-FIM-RECEBTOS                         VALUE "N".
           05 SW-FIM-MOVCAIXA              PIC X        VALUE "N".
              88 FIM-MOVCAIXA                            VALUE "S".
              88 NO-FIM-MOVCAIXA                         VALUE "N".
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 LINHA-REL                    PIC X(080)   VALUE SPACES.
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-VALOR2                   PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-DIFER                    PIC ZZZ.ZZZ.ZZ9,99-.
           05 Entidade-Audit-W             PIC X(010)   VALUE SPACES.
           05 Acao-Audit-W                 PIC X(012)   VALUE SPACES.
           05 Chave-Audit-W                PIC X(014)   VALUE SPACES.
           05 Valor-Antes-Audit-W          PIC X(080)   VALUE SPACES.
           05 Valor-Depois-Audit-W         PIC X(080)   VALUE SPACES.
           05 SW-PROCESO                   PIC X        VALUE SPACES.
           05 MENSAGEM                     PIC X(60)    VALUE SPACES.
           05 SW-ERRO-ARQUIVO              PIC X        VALUE "N".
              88 ERRO-ARQUIVO                           VALUE "S".
              88 NO-ERRO-ARQUIVO                        VALUE "N".

           05 CONSTANT-LITERALES.
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00051".
           05 CONSTANTS-NUMERICS.
              10 DATE-AUXILIAR.
                 15 AA-AUX                 PIC X(002)  VALUE SPACES.
                 15 MM-AUX                 PIC X(002)  VALUE SPACES.
                 15 DD-AUX                 PIC X(002)  VALUE SPACES.
              10 HORA-AUXILIAR.
                 15 HH-AUX                 PIC X(002)  VALUE SPACES.
                 15 MIN-AUX                PIC X(002)  VALUE SPACES.
                 15 SEG-AUX                PIC X(002)  VALUE SPACES.
                 15 MILI-AUX               PIC X(002)  VALUE SPACES.

           05 REGISTRO-INFORME1.
              10 NOME-PROGRAMA.
                 15 FILLER                 PIC X(009) VALUE "PROGRAMA:".
                 15 FILLER                 PIC X(004) VALUE SPACES.
                 15 PROGRAMA               PIC X(008) VALUE "PGM00051".

              10 DATE-PROGRAMA.
                 15 FILLER                 PIC X(006) VALUE "DATE: ".
                 15 FILLER                 PIC X(007)  VALUE SPACES.
                 15 DATE-RESUMEN.
                    20 DIA                 PIC X(002)  VALUE SPACES.
                    20 FILLER              PIC X(001)  VALUE "-".
                    20 MES                 PIC X(002)  VALUE SPACES.
                    20 FILLER              PIC X(001)  VALUE "-".
                    20 SIGLO               PIC X(002)  VALUE SPACES.
                    20 ANNO                PIC X(002)  VALUE SPACES.

              10 HORA-PROGRAMA.
                 15 FILLER                 PIC X(015)  VALUE "HORA INICI
      -    "O:".
                 15 HORA-RESUMEN.
                    20 HORA                PIC X(002)  VALUE SPACES.
                    20 FILLER              PIC X(001)  VALUE ":".
                    20 MINUTOS             PIC X(002)  VALUE SPACES.
                    20 FILLER              PIC X(001)  VALUE ":".
                    20 SEGUNDOS            PIC X(002)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS

           PERFORM INICIO
           IF NOT ERRO-ARQUIVO
              PERFORM PROCESO
              PERFORM FIN
           END-IF
           STOP RUN.

       INICIO.
      ********** CAIXAS.DAT E MOVCAIXA.DAT SAO CRIADOS NO PRIMEIRO ***
      *    USO; RECEBTOS.DAT SO E LIDO NA APURACAO DO CAIXA          *
           MOVE "N"            TO SW-ERRO-ARQUIVO
           OPEN I-O CAIXAS
           IF FILE-STATUS-CX NOT = 00
              OPEN OUTPUT CAIXAS
              CLOSE CAIXAS
              OPEN I-O CAIXAS
           END-IF
           IF FILE-STATUS-CX NOT = 00
              display "caixas.dat NAO PODE SER ABERTO"
              display "STATUS: " FILE-STATUS-CX
              MOVE "S"         TO SW-ERRO-ARQUIVO
           END-IF
           OPEN I-O MOVCAIXA
           IF FILE-STATUS-MC NOT = 00
              OPEN OUTPUT MOVCAIXA
              CLOSE MOVCAIXA
              OPEN I-O MOVCAIXA
           END-IF
           IF FILE-STATUS-MC NOT = 00
              display "movcaixa.dat NAO PODE SER ABERTO"
              display "STATUS: " FILE-STATUS-MC
              MOVE "S"         TO SW-ERRO-ARQUIVO
           END-IF

           IF ERRO-ARQUIVO
              display "NAO FOI POSSIVEL ABRIR OS ARQUIVOS DE DADOS"
              display "PROGRAMA SERA ENCERRADO"
              display "Tecle ENTER para continuar"
              accept OPC-W
           ELSE
           PERFORM ATUALIZAR-DATA-HORA
           MOVE SPACES   TO MENSAGEM

           PERFORM IDENTIFICAR-OPERADOR

           INITIALIZE REG-WORK
           MOVE "N"            TO SW-PROCESO
           END-IF.

       ATUALIZAR-DATA-HORA.
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE "20"        TO SIGLO
           MOVE DD-AUX      TO DIA
           MOVE MM-AUX      TO MES
           MOVE AA-AUX      TO ANNO

           ACCEPT HORA-AUXILIAR FROM TIME
           MOVE HH-AUX      TO HORA
           MOVE MIN-AUX     TO MINUTOS
           MOVE SEG-AUX     TO SEGUNDOS
           COMPUTE Data-Hoje-W = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX).

       PROCESO.

           PERFORM UNTIL SW-PROCESO = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "                                          "
           display "     CAIXA DO OPERADOR " OPERADOR-W
           display "         1 => Abrir caixa (fundo de troco)"
           display "         2 => Suprimento                  "
           display "         3 => Sangria                     "
           display "         4 => Fechar caixa                "
           display "         5 => Consultar caixa / relatorio "
           display "         6 => Reabrir caixa (supervisor)  "
           display "                                          "
           display "         9 => Salir                       "
           display "                                          "
           display MENSAGEM
           display "INSIRA OPCAO DESADA"
           display " "with no advancing
           accept OPC-W
           MOVE SPACES   TO MENSAGEM
           EVALUATE OPC-W
                   WHEN = 1
                   PERFORM ABRIR-CAIXA
                   WHEN = 2
                   MOVE "U" TO Tipo-Mov-W
                   PERFORM REGISTRAR-MOVIMENTO
                   WHEN = 3
                   MOVE "S" TO Tipo-Mov-W
                   PERFORM REGISTRAR-MOVIMENTO
                   WHEN = 4
                   PERFORM FECHAR-CAIXA
                   WHEN = 5
                   PERFORM CONSULTAR-CAIXA
                   WHEN = 6
                   PERFORM REABRIR-CAIXA
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
                   END-EVALUATE
           END-PERFORM.

       CABECALHO-TELA.
           PERFORM LIMPIAR-PANTALLA
           PERFORM ATUALIZAR-DATA-HORA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA.

       LER-CAIXA.
      ********** LE O CAIXA DE Operador-Caixa-W NA Data-Caixa-W E ****
      *    MONTA A DATA NO FORMATO DOS RECEBIMENTOS (DD-MM-AAAA)     *
           MOVE SPACES                 TO Data-Caixa-Edit-W
           STRING Dia-Caixa-W "-" Mes-Caixa-W "-" Ano-Caixa-W
              DELIMITED BY SIZE INTO Data-Caixa-Edit-W
           MOVE Operador-Caixa-W       TO Operador-cx
           MOVE Data-Caixa-W           TO Data-cx
           READ CAIXAS
           IF FILE-STATUS-CX = 00
              MOVE "S"                 TO SW-EXISTE
           ELSE
              MOVE "N"                 TO SW-EXISTE
           END-IF.

       LER-CAIXA-HOJE.
           MOVE OPERADOR-W             TO Operador-Caixa-W
           MOVE Data-Hoje-W            TO Data-Caixa-W
           PERFORM LER-CAIXA.

       INFORMAR-DATA-CAIXA.
      ********** DATA DO CAIXA EM DD-MM-AAAA; ENTER = HOJE ***********
           MOVE "S"                    TO SW-DADOS-OK
           display "INSIRA DATA DO CAIXA (DD-MM-AAAA, ENTER = HOJE): "
           display " "with no advancing
           MOVE SPACES                 TO Data-Informada-W
           accept Data-Informada-W
           IF Data-Informada-W = SPACES
              MOVE Data-Hoje-W         TO Data-Caixa-W
           ELSE
              IF Inf-Dia-W IS NUMERIC AND Inf-Mes-W IS NUMERIC
                 AND Inf-Ano-W IS NUMERIC
                 AND Inf-Sep1-W = "-" AND Inf-Sep2-W = "-"
                 AND Inf-Mes-W >= 1 AND Inf-Mes-W <= 12
                 AND Inf-Dia-W >= 1 AND Inf-Dia-W <= 31
                 COMPUTE Data-Caixa-W = Inf-Ano-W * 10000
                    + Inf-Mes-W * 100 + Inf-Dia-W
              ELSE
                 MOVE "DATA INVALIDA, USE DD-MM-AAAA" TO MENSAGEM
                 MOVE "N"              TO SW-DADOS-OK
              END-IF
           END-IF.

       ABRIR-CAIXA.
      ********** UM CAIXA POR DIA: FECHADO, SO O SUPERVISOR REABRE ***
           PERFORM CABECALHO-TELA
           display "ABERTURA DE CAIXA"
           display " "
           PERFORM LER-CAIXA-HOJE
           IF SW-EXISTE = "S"
              IF CAIXA-FECHADO
                 MOVE "CAIXA DE HOJE JA FECHADO: PECA A REABERTURA AO S
      -    "UPERVISOR" TO MENSAGEM
              ELSE
                 MOVE "CAIXA DE HOJE JA ESTA ABERTO" TO MENSAGEM
              END-IF
           ELSE
              display "INSIRA FUNDO DE TROCO (NNNNNNNNN,NN): "
              display " "with no advancing
              MOVE ZEROES              TO Valor-Mov-W
              accept Valor-Mov-W
              IF Valor-Mov-W IS NOT NUMERIC
                 MOVE "FUNDO DE TROCO INVALIDO" TO MENSAGEM
              ELSE
                 MOVE Valor-Mov-W      TO WRK-VALOR
                 display "CONFIRMA ABERTURA COM FUNDO DE " WRK-VALOR
                         " ?"
                 display "OPCAO 1 CONFIRMAR  2 SAIR"
                 display " "with no advancing
                 accept OPC-W
                 IF OPC-W = 1
                    INITIALIZE REG-CAIXAS
                    MOVE Operador-Caixa-W TO Operador-cx
                    MOVE Data-Caixa-W  TO Data-cx
                    MOVE "A"           TO Situacao-cx
                    MOVE Valor-Mov-W   TO Fundo-Troco-cx
                    MOVE HORA-RESUMEN  TO Hora-Abertura-cx
                    WRITE REG-CAIXAS
                    IF FILE-STATUS-CX = 00
                       MOVE "CAIXA" TO Entidade-Audit-W
                       MOVE "ABERTURA" TO Acao-Audit-W
                       MOVE Operador-cx TO Chave-Audit-W
                       MOVE SPACES     TO Valor-Antes-Audit-W
                       MOVE SPACES     TO Valor-Depois-Audit-W
                       STRING "DATA " Data-Caixa-Edit-W
                              " FUNDO " WRK-VALOR
                          DELIMITED BY SIZE INTO Valor-Depois-Audit-W
                       PERFORM GRAVAR-AUDITORIA
                       MOVE "CAIXA ABERTO" TO MENSAGEM
                    ELSE
                       MOVE FUNCTION CONCATENATE("ERRO AO GRAVAR CAIXA,"
                            " STATUS " FILE-STATUS-CX) TO MENSAGEM
                    END-IF
                 END-IF
              END-IF
           END-IF
           display MENSAGEM
           display "Tecle ENTER para continuar"
           accept OPC-W.

       REGISTRAR-MOVIMENTO.
      ********** SUPRIMENTO (U) ENTRA DINHEIRO NO CAIXA, SANGRIA (S) *
      *    RETIRA; A SANGRIA NAO PODE PASSAR DO DINHEIRO ESPERADO    *
           PERFORM CABECALHO-TELA
           IF Tipo-Mov-W = "S"
              display "SANGRIA DE CAIXA"
           ELSE
              display "SUPRIMENTO DE CAIXA"
           END-IF
           display " "
           PERFORM LER-CAIXA-HOJE
           IF SW-EXISTE NOT = "S"
              MOVE "NAO HA CAIXA ABERTO HOJE: USE A OPCAO 1"
                   TO MENSAGEM
           ELSE
           IF CAIXA-FECHADO
              MOVE "CAIXA DE HOJE JA FECHADO: MOVIMENTO RECUSADO"
                   TO MENSAGEM
           ELSE
              display "INSIRA VALOR (NNNNNNNNN,NN): "
              display " "with no advancing
              MOVE ZEROES              TO Valor-Mov-W
              accept Valor-Mov-W
              display "INSIRA MOTIVO: "
              display " "with no advancing
              MOVE SPACES              TO Motivo-Mov-W
              accept Motivo-Mov-W
              PERFORM APURAR-RECEBIMENTOS
              IF Valor-Mov-W IS NOT NUMERIC
                 OR Valor-Mov-W = ZEROES
                 MOVE "VALOR INVALIDO" TO MENSAGEM
              ELSE
              IF Tipo-Mov-W = "S"
                 AND Valor-Mov-W > Esperado-Dinheiro-W
                 MOVE Esperado-Dinheiro-W TO WRK-VALOR
                 MOVE FUNCTION CONCATENATE("SANGRIA MAIOR QUE O DINHE"
                      "IRO DO CAIXA: " WRK-VALOR) TO MENSAGEM
              ELSE
                 MOVE Valor-Mov-W      TO WRK-VALOR
                 display "CONFIRMA VALOR DE " WRK-VALOR " ?"
                 display "OPCAO 1 CONFIRMAR  2 SAIR"
                 display " "with no advancing
                 accept OPC-W
                 IF OPC-W = 1
                    PERFORM EFETIVAR-MOVIMENTO
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           display MENSAGEM
           display "Tecle ENTER para continuar"
           accept OPC-W.

       EFETIVAR-MOVIMENTO.
           PERFORM PROXIMA-SEQUENCIA-MOV
           MOVE Operador-Caixa-W       TO Operador-mc
           MOVE Data-Caixa-W           TO Data-mc
           MOVE Seq-Mov-Nova-W         TO Sequencia-mc
           MOVE Tipo-Mov-W             TO Tipo-mc
           MOVE Valor-Mov-W            TO Valor-mc
           MOVE HORA-RESUMEN           TO Hora-mc
           MOVE Motivo-Mov-W           TO Motivo-mc
           WRITE REG-MOVCAIXA
           PERFORM LER-CAIXA
           IF Tipo-Mov-W = "S"
              ADD Valor-Mov-W          TO Total-Sangria-cx
              MOVE "SANGRIA"           TO Acao-Audit-W
           ELSE
              ADD Valor-Mov-W          TO Total-Suprimento-cx
              MOVE "SUPRIMENTO"        TO Acao-Audit-W
           END-IF
           REWRITE REG-CAIXAS

           MOVE "CAIXA"                TO Entidade-Audit-W
           MOVE Operador-cx            TO Chave-Audit-W
           MOVE SPACES                 TO Valor-Antes-Audit-W
           MOVE SPACES                 TO Valor-Depois-Audit-W
           STRING "DATA " Data-Caixa-Edit-W " SEQ " Seq-Mov-Nova-W
                  " VALOR " WRK-VALOR " " Motivo-Mov-W
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA
           MOVE FUNCTION CONCATENATE(FUNCTION TRIM(Acao-Audit-W)
                " REGISTRADA") TO MENSAGEM.

       PROXIMA-SEQUENCIA-MOV.
      ********** CONTA OS MOVIMENTOS JA GRAVADOS DO CAIXA PARA *******
      *    NUMERAR O PROXIMO                                         *
           MOVE ZEROES                 TO Seq-Mov-Nova-W
           MOVE Operador-Caixa-W       TO Operador-mc
           MOVE Data-Caixa-W           TO Data-mc
           MOVE ZEROES                 TO Sequencia-mc
           SET NO-FIM-MOVCAIXA         TO TRUE
           START MOVCAIXA KEY IS NOT LESS THAN Chave-Movcaixa
              INVALID KEY SET FIM-MOVCAIXA TO TRUE
           END-START
           PERFORM CONTAR-UM-MOVIMENTO UNTIL FIM-MOVCAIXA
           ADD 1                       TO Seq-Mov-Nova-W.

       CONTAR-UM-MOVIMENTO.
           READ MOVCAIXA NEXT RECORD
              AT END SET FIM-MOVCAIXA TO TRUE
           END-READ
           IF NOT FIM-MOVCAIXA
              IF Operador-mc = Operador-Caixa-W
                 AND Data-mc = Data-Caixa-W
                 MOVE Sequencia-mc     TO Seq-Mov-Nova-W
              ELSE
                 SET FIM-MOVCAIXA      TO TRUE
              END-IF
           END-IF.

       APURAR-RECEBIMENTOS.
      ********** SOMA OS RECEBIMENTOS DO BALCAO (PGM00018) DO ********
      *    OPERADOR NA DATA DO CAIXA: DINHEIRO (D) E CHEQUE (C).     *
      *    O DINHEIRO ESPERADO E O FUNDO DE TROCO MAIS SUPRIMENTOS,  *
      *    MENOS SANGRIAS, MAIS O RECEBIDO EM DINHEIRO               *
           MOVE ZEROES                 TO Recebido-Dinheiro-W
           MOVE ZEROES                 TO Recebido-Cheque-W
           MOVE ZEROES                 TO Qtd-Dinheiro-W
           MOVE ZEROES                 TO Qtd-Cheque-W
           OPEN INPUT RECEBTOS
           IF FILE-STATUS-RC = 00
              SET NO-FIM-RECEBTOS      TO TRUE
              PERFORM SOMAR-UM-RECEBIMENTO UNTIL FIM-RECEBTOS
              CLOSE RECEBTOS
           END-IF
           COMPUTE Esperado-Dinheiro-W = Fundo-Troco-cx
              + Total-Suprimento-cx - Total-Sangria-cx
              + Recebido-Dinheiro-W.

       SOMAR-UM-RECEBIMENTO.
           READ RECEBTOS NEXT RECORD
              AT END SET FIM-RECEBTOS TO TRUE
           END-READ
           IF NOT FIM-RECEBTOS
              AND Operador-rc = Operador-Caixa-W
              AND Data-Recebto-rc = Data-Caixa-Edit-W
              IF Forma-Recebto-rc = "D"
                 ADD Valor-Recebto-rc  TO Recebido-Dinheiro-W
                 ADD 1                 TO Qtd-Dinheiro-W
              END-IF
              IF Forma-Recebto-rc = "C"
                 ADD Valor-Recebto-rc  TO Recebido-Cheque-W
                 ADD 1                 TO Qtd-Cheque-W
              END-IF
           END-IF.

       FECHAR-CAIXA.
      ********** O OPERADOR INFORMA O DINHEIRO E OS CHEQUES CONTADOS *
      *    E O SISTEMA COMPARA COM O ESPERADO. DEPOIS DE FECHADO O   *
      *    CAIXA NAO ACEITA MAIS RECEBIMENTOS NEM MOVIMENTOS         *
           PERFORM CABECALHO-TELA
           display "FECHAMENTO DE CAIXA"
           display " "
           MOVE OPERADOR-W             TO Operador-Caixa-W
           PERFORM INFORMAR-DATA-CAIXA
           IF SW-DADOS-OK = "S"
              PERFORM LER-CAIXA
              IF SW-EXISTE NOT = "S"
                 MOVE FUNCTION CONCATENATE("NAO HA CAIXA ABERTO EM "
                      Data-Caixa-Edit-W) TO MENSAGEM
              ELSE
              IF CAIXA-FECHADO
                 MOVE FUNCTION CONCATENATE("CAIXA DE "
                      Data-Caixa-Edit-W " JA FECHADO") TO MENSAGEM
              ELSE
                 PERFORM APURAR-RECEBIMENTOS
                 PERFORM MOSTRAR-ESPERADO
                 display " "
                 display "INSIRA DINHEIRO CONTADO (NNNNNNNNN,NN): "
                 display " "with no advancing
                 MOVE ZEROES           TO Contado-Dinheiro-W
                 accept Contado-Dinheiro-W
                 display "INSIRA TOTAL DE CHEQUES CONTADOS "
                         "(NNNNNNNNN,NN): "
                 display " "with no advancing
                 MOVE ZEROES           TO Contado-Cheque-W
                 accept Contado-Cheque-W
                 IF Contado-Dinheiro-W IS NOT NUMERIC
                    OR Contado-Cheque-W IS NOT NUMERIC
                    MOVE "VALOR CONTADO INVALIDO" TO MENSAGEM
                 ELSE
                    COMPUTE Diferenca-Dinheiro-W =
                       Contado-Dinheiro-W - Esperado-Dinheiro-W
                    COMPUTE Diferenca-Cheque-W =
                       Contado-Cheque-W - Recebido-Cheque-W
                    MOVE Diferenca-Dinheiro-W TO WRK-DIFER
                    display "DIFERENCA EM DINHEIRO: " WRK-DIFER
                    MOVE Diferenca-Cheque-W TO WRK-DIFER
                    display "DIFERENCA EM CHEQUES : " WRK-DIFER
                    display "CONFIRMA FECHAMENTO ?"
                    display "OPCAO 1 CONFIRMAR  2 SAIR"
                    display " "with no advancing
                    accept OPC-W
                    IF OPC-W = 1
                       PERFORM EFETIVAR-FECHAMENTO
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF
           display MENSAGEM
           display "Tecle ENTER para continuar"
           accept OPC-W.

       MOSTRAR-ESPERADO.
           MOVE Fundo-Troco-cx         TO WRK-VALOR
           display "FUNDO DE TROCO      : " WRK-VALOR
           MOVE Total-Suprimento-cx    TO WRK-VALOR
           display "SUPRIMENTOS         : " WRK-VALOR
           MOVE Total-Sangria-cx       TO WRK-VALOR
           display "SANGRIAS            : " WRK-VALOR
           MOVE Recebido-Dinheiro-W    TO WRK-VALOR
           display "RECEBIDO EM DINHEIRO: " WRK-VALOR
                   " (" Qtd-Dinheiro-W " RECEBIMENTOS)"
           MOVE Esperado-Dinheiro-W    TO WRK-DIFER
           display "DINHEIRO ESPERADO   : " WRK-DIFER
           MOVE Recebido-Cheque-W      TO WRK-VALOR
           display "RECEBIDO EM CHEQUES : " WRK-VALOR
                   " (" Qtd-Cheque-W " CHEQUES)".

       EFETIVAR-FECHAMENTO.
           PERFORM ATUALIZAR-DATA-HORA
           PERFORM LER-CAIXA
           MOVE "F"                    TO Situacao-cx
           MOVE HORA-RESUMEN           TO Hora-Fechamento-cx
           MOVE Recebido-Dinheiro-W    TO Recebido-Dinheiro-cx
           MOVE Recebido-Cheque-W      TO Recebido-Cheque-cx
           MOVE Qtd-Dinheiro-W         TO Qtd-Dinheiro-cx
           MOVE Qtd-Cheque-W           TO Qtd-Cheque-cx
           MOVE Contado-Dinheiro-W     TO Contado-Dinheiro-cx
           MOVE Contado-Cheque-W       TO Contado-Cheque-cx
           MOVE Diferenca-Dinheiro-W   TO Diferenca-Dinheiro-cx
           MOVE Diferenca-Cheque-W     TO Diferenca-Cheque-cx
           REWRITE REG-CAIXAS

           MOVE "CAIXA"                TO Entidade-Audit-W
           MOVE "FECHAMENTO"           TO Acao-Audit-W
           MOVE Operador-cx            TO Chave-Audit-W
           MOVE Esperado-Dinheiro-W    TO WRK-VALOR
           MOVE SPACES                 TO Valor-Antes-Audit-W
           STRING "DATA " Data-Caixa-Edit-W " ESPERADO " WRK-VALOR
              DELIMITED BY SIZE INTO Valor-Antes-Audit-W
           MOVE Contado-Dinheiro-W     TO WRK-VALOR
           MOVE Diferenca-Dinheiro-W   TO WRK-DIFER
           MOVE SPACES                 TO Valor-Depois-Audit-W
           STRING "CONTADO " WRK-VALOR " DIFERENCA " WRK-DIFER
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA

           PERFORM EMITIR-RELATORIO-CAIXA
           MOVE "CAIXA FECHADO; RELATORIO EM fechcaixa.txt"
                TO MENSAGEM.

       CONSULTAR-CAIXA.
      ********** POSICAO DE UM CAIXA: FECHADO, COM OS VALORES DO *****
      *    FECHAMENTO; ABERTO, COM A APURACAO ATE AGORA. SO O        *
      *    SUPERVISOR CONSULTA O CAIXA DE OUTRO OPERADOR             *
           PERFORM CABECALHO-TELA
           display "CONSULTA DE CAIXA"
           display " "
           MOVE OPERADOR-W             TO Operador-Caixa-W
           IF PERFIL-W = "S"
              display "INSIRA OPERADOR (ENTER = O PROPRIO): "
              display " "with no advancing
              MOVE SPACES              TO Operador-Caixa-W
              accept Operador-Caixa-W
              IF Operador-Caixa-W = SPACES
                 MOVE OPERADOR-W       TO Operador-Caixa-W
              END-IF
           END-IF
           PERFORM INFORMAR-DATA-CAIXA
           IF SW-DADOS-OK = "S"
              PERFORM LER-CAIXA
              IF SW-EXISTE NOT = "S"
                 MOVE FUNCTION CONCATENATE("NAO HA CAIXA DE "
                      FUNCTION TRIM(Operador-Caixa-W) " EM "
                      Data-Caixa-Edit-W) TO MENSAGEM
              ELSE
                 IF CAIXA-FECHADO
                    MOVE Recebido-Dinheiro-cx TO Recebido-Dinheiro-W
                    MOVE Recebido-Cheque-cx TO Recebido-Cheque-W
                    MOVE Qtd-Dinheiro-cx TO Qtd-Dinheiro-W
                    MOVE Qtd-Cheque-cx TO Qtd-Cheque-W
                    MOVE Contado-Dinheiro-cx TO Contado-Dinheiro-W
                    MOVE Contado-Cheque-cx TO Contado-Cheque-W
                    MOVE Diferenca-Dinheiro-cx TO Diferenca-Dinheiro-W
                    MOVE Diferenca-Cheque-cx TO Diferenca-Cheque-W
                    COMPUTE Esperado-Dinheiro-W = Fundo-Troco-cx
                       + Total-Suprimento-cx - Total-Sangria-cx
                       + Recebido-Dinheiro-W
                 ELSE
                    PERFORM APURAR-RECEBIMENTOS
                 END-IF
                 PERFORM LIMPIAR-PANTALLA
                 PERFORM EMITIR-RELATORIO-CAIXA
                 MOVE "RELATORIO GRAVADO EM fechcaixa.txt" TO MENSAGEM
              END-IF
           END-IF
           display MENSAGEM
           display "Tecle ENTER para continuar"
           accept OPC-W.

       EMITIR-RELATORIO-CAIXA.
      ********** RELATORIO DO CAIXA (FECHCAIXA.TXT), TAMBEM EXIBIDO **
      *    NA TELA. DIFERENCA = CONTADO MENOS ESPERADO: POSITIVA E   *
      *    SOBRA, NEGATIVA E FALTA                                   *
           OPEN OUTPUT FECHCAIXA
           MOVE SPACES                 TO LINHA-REL
           STRING "FECHAMENTO DE CAIXA - OPERADOR " Operador-cx
                  " DATA " Data-Caixa-Edit-W
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE LINHA-EMPRESA          TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES                 TO LINHA-REL
           IF CAIXA-FECHADO
              STRING "SITUACAO: FECHADO  ABERTURA " Hora-Abertura-cx
                     "  FECHAMENTO " Hora-Fechamento-cx
                 DELIMITED BY SIZE INTO LINHA-REL
           ELSE
              STRING "SITUACAO: ABERTO   ABERTURA " Hora-Abertura-cx
                     "  (POSICAO PARCIAL)"
                 DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           PERFORM ESCREVER-LINHA
           IF Qtd-Reaberturas-cx > ZEROES
              MOVE SPACES              TO LINHA-REL
              STRING "REABERTURAS: " Qtd-Reaberturas-cx
                     "  ULTIMA POR " Supervisor-Reab-cx
                     " EM " Data-Reab-cx " " Hora-Reab-cx
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF
           MOVE SPACES                 TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE Fundo-Troco-cx         TO WRK-VALOR
           MOVE SPACES                 TO LINHA-REL
           STRING "FUNDO DE TROCO       : " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE Total-Suprimento-cx    TO WRK-VALOR
           MOVE SPACES                 TO LINHA-REL
           STRING "(+) SUPRIMENTOS      : " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE Total-Sangria-cx       TO WRK-VALOR
           MOVE SPACES                 TO LINHA-REL
           STRING "(-) SANGRIAS         : " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE Recebido-Dinheiro-W    TO WRK-VALOR
           MOVE SPACES                 TO LINHA-REL
           STRING "(+) RECEB. DINHEIRO  : " WRK-VALOR
                  "  (" Qtd-Dinheiro-W " RECEBIMENTOS)"
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE Esperado-Dinheiro-W    TO WRK-DIFER
           MOVE SPACES                 TO LINHA-REL
           STRING "(=) DINHEIRO ESPERADO: " WRK-DIFER
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           IF CAIXA-FECHADO
              MOVE Contado-Dinheiro-W  TO WRK-VALOR
              MOVE SPACES              TO LINHA-REL
              STRING "    DINHEIRO CONTADO : " WRK-VALOR
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
              MOVE Diferenca-Dinheiro-W TO WRK-DIFER
              MOVE SPACES              TO LINHA-REL
              STRING "    DIFERENCA        : " WRK-DIFER
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF
           MOVE SPACES                 TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE Recebido-Cheque-W      TO WRK-VALOR
           MOVE SPACES                 TO LINHA-REL
           STRING "CHEQUES RECEBIDOS    : " WRK-VALOR
                  "  (" Qtd-Cheque-W " CHEQUES)"
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           IF CAIXA-FECHADO
              MOVE Contado-Cheque-W    TO WRK-VALOR
              MOVE SPACES              TO LINHA-REL
              STRING "    CHEQUES CONTADOS : " WRK-VALOR
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
              MOVE Diferenca-Cheque-W  TO WRK-DIFER
              MOVE SPACES              TO LINHA-REL
              STRING "    DIFERENCA        : " WRK-DIFER
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF

           MOVE SPACES                 TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "SANGRIAS E SUPRIMENTOS DO CAIXA" TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE ZEROES                 TO Sequencia-mc
           MOVE Operador-cx            TO Operador-mc
           MOVE Data-cx                TO Data-mc
           SET NO-FIM-MOVCAIXA         TO TRUE
           START MOVCAIXA KEY IS NOT LESS THAN Chave-Movcaixa
              INVALID KEY SET FIM-MOVCAIXA TO TRUE
           END-START
           PERFORM LISTAR-UM-MOVIMENTO UNTIL FIM-MOVCAIXA

           MOVE SPACES                 TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES                 TO LINHA-REL
           STRING "EMITIDO EM " DATE-RESUMEN " " HORA-RESUMEN
                  " POR " OPERADOR-W
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           CLOSE FECHCAIXA
           MOVE "fechcaixa.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       LISTAR-UM-MOVIMENTO.
           READ MOVCAIXA NEXT RECORD
              AT END SET FIM-MOVCAIXA TO TRUE
           END-READ
           IF NOT FIM-MOVCAIXA
              IF Operador-mc = Operador-cx
                 AND Data-mc = Data-cx
                 MOVE Valor-mc         TO WRK-VALOR
                 MOVE SPACES           TO LINHA-REL
                 IF Tipo-mc = "S"
                    STRING Hora-mc " SANGRIA    " WRK-VALOR " "
                           Motivo-mc
                       DELIMITED BY SIZE INTO LINHA-REL
                 ELSE
                    STRING Hora-mc " SUPRIMENTO " WRK-VALOR " "
                           Motivo-mc
                       DELIMITED BY SIZE INTO LINHA-REL
                 END-IF
                 PERFORM ESCREVER-LINHA
              ELSE
                 SET FIM-MOVCAIXA      TO TRUE
              END-IF
           END-IF.

       ESCREVER-LINHA.
           WRITE REG-FECHCAIXA FROM LINHA-REL
           display LINHA-REL.

       REABRIR-CAIXA.
      ********** SO O SUPERVISOR REABRE UM CAIXA FECHADO; O OPERADOR *
      *    VOLTA A RECEBER E FECHA DE NOVO, COM NOVA CONTAGEM        *
           PERFORM CABECALHO-TELA
           display "REABERTURA DE CAIXA"
           display " "
           IF PERFIL-W NOT = "S"
              MOVE "REABERTURA DE CAIXA SO PELO SUPERVISOR"
                   TO MENSAGEM
           ELSE
              display "INSIRA OPERADOR DO CAIXA: "
              display " "with no advancing
              MOVE SPACES              TO Operador-Caixa-W
              accept Operador-Caixa-W
              PERFORM INFORMAR-DATA-CAIXA
              IF SW-DADOS-OK = "S"
                 PERFORM LER-CAIXA
                 IF SW-EXISTE NOT = "S" OR NOT CAIXA-FECHADO
                    MOVE FUNCTION CONCATENATE("NAO HA CAIXA FECHADO DE "
                         FUNCTION TRIM(Operador-Caixa-W) " EM "
                         Data-Caixa-Edit-W) TO MENSAGEM
                 ELSE
                    MOVE Diferenca-Dinheiro-cx TO WRK-DIFER
                    display "CAIXA FECHADO AS " Hora-Fechamento-cx
                            " COM DIFERENCA DE " WRK-DIFER
                    display "CONFIRMA REABERTURA ?"
                    display "OPCAO 1 CONFIRMAR  2 SAIR"
                    display " "with no advancing
                    accept OPC-W
                    IF OPC-W = 1
                       PERFORM EFETIVAR-REABERTURA
                    END-IF
                 END-IF
              END-IF
           END-IF
           display MENSAGEM
           display "Tecle ENTER para continuar"
           accept OPC-W.

       EFETIVAR-REABERTURA.
           PERFORM ATUALIZAR-DATA-HORA
           MOVE Contado-Dinheiro-cx    TO WRK-VALOR
           MOVE Diferenca-Dinheiro-cx  TO WRK-DIFER
           MOVE SPACES                 TO Valor-Antes-Audit-W
           STRING "DATA " Data-Caixa-Edit-W " FECHADO CONTADO "
                  WRK-VALOR " DIFERENCA " WRK-DIFER
              DELIMITED BY SIZE INTO Valor-Antes-Audit-W
           MOVE "A"                    TO Situacao-cx
           ADD 1                       TO Qtd-Reaberturas-cx
           MOVE OPERADOR-W             TO Supervisor-Reab-cx
           MOVE DATE-RESUMEN           TO Data-Reab-cx
           MOVE HORA-RESUMEN           TO Hora-Reab-cx
           REWRITE REG-CAIXAS

           MOVE "CAIXA"                TO Entidade-Audit-W
           MOVE "REABERTURA"           TO Acao-Audit-W
           MOVE Operador-cx            TO Chave-Audit-W
           MOVE SPACES                 TO Valor-Depois-Audit-W
           STRING "REABERTO POR " OPERADOR-W
                  " REABERTURA " Qtd-Reaberturas-cx
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA
           MOVE "CAIXA REABERTO" TO MENSAGEM.

       FIN.
           CLOSE CAIXAS MOVCAIXA
           STOP RUN.

       GRAVAR-AUDITORIA.
      ********** GRAVA TRANSACAO NO LOG DE AUDITORIA COMPARTILHADO ***
      *    MESMO ARQUIVO USADO POR PGM00001 E PGM00002               *
           OPEN EXTEND AUDITLOG
           MOVE DATE-RESUMEN         TO Data-Acao-log
           MOVE HORA-RESUMEN         TO Hora-Acao-log
           MOVE OPERADOR-W           TO Operador-log
           MOVE Entidade-Audit-W     TO Entidade-log
           MOVE Acao-Audit-W         TO Acao-log
           MOVE Chave-Audit-W        TO Chave-log
           MOVE Valor-Antes-Audit-W  TO Valor-Antes-log
           MOVE Valor-Depois-Audit-W TO Valor-Depois-log
           MOVE ";"                  TO FIL-LOG1
           MOVE ";"                  TO FIL-LOG2
           MOVE ";"                  TO FIL-LOG3
           MOVE ";"                  TO FIL-LOG4
           MOVE ";"                  TO FIL-LOG5
           MOVE ";"                  TO FIL-LOG6
           MOVE ";"                  TO FIL-LOG7
           MOVE ";"                  TO FIL-LOG8
           MOVE EMPRESA-ATUAL-W      TO Empresa-log
           PERFORM GRAVAR-REGISTRO-AUDITORIA
           CLOSE AUDITLOG.

       GRAVAR-REGISTRO-AUDITORIA.
      ********** ENCADEIA O REGISTRO AO ANTERIOR: SEQUENCIA E HASH ***
      *    CALCULADO SOBRE O REGISTRO E O HASH ANTERIOR.             *
      *    AUDITCTL.DAT GUARDA A ULTIMA SEQUENCIA E O ULTIMO HASH    *
      *    GRAVADOS; A CADEIA E CONFERIDA PELO PROGRAMA95            *
           MOVE ZEROES               TO Seq-Audit-W
           MOVE ZEROES               TO Hash-Audit-W
           OPEN INPUT AUDITCTL
           IF FILE-STATUS-ACTL = 00
              READ AUDITCTL
                 AT END CONTINUE
                 NOT AT END
                    IF Ultima-Seq-actl IS NUMERIC
                       AND Ultimo-Hash-actl IS NUMERIC
                       MOVE Ultima-Seq-actl  TO Seq-Audit-W
                       MOVE Ultimo-Hash-actl TO Hash-Audit-W
                    END-IF
              END-READ
              CLOSE AUDITCTL
           END-IF
           ADD 1                     TO Seq-Audit-W
           MOVE ";"                  TO FIL-LOG9
           MOVE ";"                  TO FIL-LOG10
           MOVE Seq-Audit-W          TO Sequencia-log
           MOVE REG-AUDITLOG         TO Texto-Hash-W
           PERFORM CALCULAR-HASH-AUDITORIA
           MOVE Hash-Audit-W         TO Hash-log
           WRITE REG-AUDITLOG
           IF FILE-STATUS = 00
              OPEN OUTPUT AUDITCTL
              MOVE Seq-Audit-W       TO Ultima-Seq-actl
              MOVE ";"               TO FIL-ACTL1
              MOVE Hash-Audit-W      TO Ultimo-Hash-actl
              WRITE REG-AUDITCTL
              CLOSE AUDITCTL
           END-IF.

       CALCULAR-HASH-AUDITORIA.
      ********** HASH DUPLO DO TEXTO DO REGISTRO (ATE A SEQUENCIA), **
      *    PARTINDO DO HASH ANTERIOR EM Hash-Audit-W: BASES 31 E 37  *
      *    COM MODULOS PRIMOS DE 9 DIGITOS, UM EM CADA METADE        *
           PERFORM VARYING Pos-Hash-W FROM 1 BY 1
                   UNTIL Pos-Hash-W > 244
              COMPUTE Calc-Hash-W = Hash-Audit-1 * 31
                 + FUNCTION ORD(Texto-Hash-W(Pos-Hash-W:1))
              COMPUTE Hash-Audit-1 =
                 FUNCTION MOD(Calc-Hash-W, 999999937)
              COMPUTE Calc-Hash-W = Hash-Audit-2 * 37
                 + FUNCTION ORD(Texto-Hash-W(Pos-Hash-W:1))
              COMPUTE Hash-Audit-2 =
                 FUNCTION MOD(Calc-Hash-W, 999999929)
           END-PERFORM.

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".

       IDENTIFICAR-OPERADOR.
      ********** A IDENTIDADE E O PERFIL VEM DA SESSAO ABERTA PELO ***
      *    LOGIN DO MENU (PGM00000). SEM SESSAO (EXECUCAO DIRETA),   *
      *    VALE O COMPORTAMENTO HISTORICO: O OPERADOR SE IDENTIFICA  *
      *    NO TECLADO E O PERFIL E DE SUPERVISOR                     *
           MOVE SPACES TO ARQ-SESSAO
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "sessao.txt" DELIMITED BY SIZE INTO ARQ-SESSAO
           MOVE "S" TO PERFIL-W
           OPEN INPUT SESSAO
           IF FILE-STATUS-SES = 00
              READ SESSAO
                 AT END CONTINUE
                 NOT AT END
                    MOVE Usuario-Sessao TO OPERADOR-W
                    MOVE Perfil-Sessao  TO PERFIL-W
              END-READ
              CLOSE SESSAO
           ELSE
              display "INSIRA SEU CODIGO/INICIAIS DE OPERADOR: "
              display " "with no advancing
              accept OPERADOR-W
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "OPERADOR=" FUNCTION TRIM(Operador-cx)
                  " DATA=" Data-cx
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PGM00051 "
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
                    MOVE Codigo-ec TO EMPRESA-ATUAL-W
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
                    IF Max-Dist-F IS NUMERIC
                       AND Max-Dist-F > ZEROES
                       MOVE Max-Dist-F TO Max-Distancia-Par
                    END-IF
                    IF Max-Dist-VIP-F IS NUMERIC
                       AND Max-Dist-VIP-F > ZEROES
                       MOVE Max-Dist-VIP-F TO Max-Dist-VIP-Par
                    END-IF
                    IF Prazo-Venc-F IS NUMERIC
                       AND Prazo-Venc-F > ZEROES
                       MOVE Prazo-Venc-F TO Prazo-Venc-Par
                    END-IF
                    IF Meses-Inat-F IS NUMERIC
                       AND Meses-Inat-F > ZEROES
                       MOVE Meses-Inat-F TO Meses-Inat-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.
       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-CAIXAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "caixas.dat" DELIMITED BY SIZE
                  INTO ARQ-CAIXAS
           MOVE SPACES TO ARQ-MOVCAIXA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "movcaixa.dat" DELIMITED BY SIZE
                  INTO ARQ-MOVCAIXA
           MOVE SPACES TO ARQ-RECEBTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "recebtos.dat" DELIMITED BY SIZE
                  INTO ARQ-RECEBTOS
           MOVE SPACES TO ARQ-FECHCAIXA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "fechcaixa.txt" DELIMITED BY SIZE
                  INTO ARQ-FECHCAIXA
           MOVE SPACES TO ARQ-AUDITLOG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL.
       END PROGRAM Pgm00051.
