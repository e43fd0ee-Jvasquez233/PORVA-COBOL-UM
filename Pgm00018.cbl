           RECORD KEY IS Periodo-pf
           FILE STATUS IS FILE-STATUS-PF.

           SELECT CAIXAS ASSIGN ARQ-CAIXAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Caixa
           FILE STATUS IS FILE-STATUS-CX.

           SELECT HISTVENDAS ASSIGN ARQ-HISTVENDAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS.

           SELECT CREDCLI ASSIGN ARQ-CREDCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Credcli
           FILE STATUS IS FILE-STATUS-CC.

           SELECT CHEQUES ASSIGN ARQ-CHEQUES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Cheque
           FILE STATUS IS FILE-STATUS-CH.

           SELECT RISCOCLI ASSIGN ARQ-RISCOCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-ri
           FILE STATUS IS FILE-STATUS-RIS.

           SELECT RECIBO ASSIGN ARQ-RECIBO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SESSAO   ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.
              88 FATURA-PAGA                             VALUE "P".
              88 FATURA-CANCELADA                        VALUE "C".
              88 FATURA-PERDA                            VALUE "L".
              88 FATURA-RENEGOCIADA                      VALUE "R".
           05 Data-Pagamento-fa            PIC X(010)   VALUE SPACES.
           05 Valor-Pago-fa                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Data-Fech-pf                 PIC X(010).
           05 Operador-pf                  PIC X(010).

       FD  CAIXAS.

       01  REG-CAIXAS.
           05 Chave-Caixa.
              10 Operador-cx               PIC X(010).
              10 Data-cx                   PIC 9(008).
           05 Situacao-cx                  PIC X(001).
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

       FD  HISTVENDAS.

       01  REG-HISTVENDAS.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  CREDCLI.

       01  REG-CREDCLI.
           05 Chave-Credcli.
              10 Codigo-Cliente-cc         PIC 9(007).
              10 Sequencia-cc              PIC 9(005).
           05 Data-cc                      PIC X(010).
           05 Tipo-cc                      PIC X(001).
              88 CREDITO-DEVOLUCAO                       VALUE "D".
              88 CREDITO-EXCESSO                         VALUE "E".
              88 CREDITO-COMPENSADO                      VALUE "C".
              88 CREDITO-ESTORNADO                       VALUE "V".
           05 Valor-cc                     PIC s9(009)v9(002).
           05 Numero-Pedido-cc             PIC 9(007).
           05 Parcela-cc                   PIC 9(002).
           05 Historico-cc                 PIC X(030).
           05 Operador-cc                  PIC X(010).

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

       FD  RECIBO.

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
           05 FILE-STATUS-SES              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-HV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PF               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CX               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FER              PIC 99       VALUE ZEROES.
           05 SW-FERIADOS-OK               PIC X        VALUE "N".
           05 DIA-SEMANA-W                 PIC 9(001)   VALUE ZEROES.

           05 SW-PERIODO-FECHADO           PIC X        VALUE "N".
           05 PERIODO-TESTE-W              PIC 9(006)   VALUE ZEROES.
           05 SW-CAIXA-RECUSADO            PIC X        VALUE "N".
           05 MENSAGEM-CAIXA-W             PIC X(060)   VALUE SPACES.
           05 PERFIL-W                     PIC X        VALUE "S".
           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".
           05 Juros-Dia-Par                PIC 9(001)v9(004)
                                            VALUE 0,0333.

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-SESSAO                      PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RECEBTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-HISTVENDAS                  PIC X(080)   VALUE SPACES.
           05 ARQ-PERFECH                     PIC X(080)   VALUE SPACES.
           05 ARQ-CAIXAS                      PIC X(080)   VALUE SPACES.
           05 ARQ-FERIADOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-CREDCLI                     PIC X(080)   VALUE SPACES.
           05 ARQ-CHEQUES                     PIC X(080)   VALUE SPACES.
           05 ARQ-RISCOCLI                    PIC X(080)   VALUE SPACES.
           05 ARQ-RECIBO                      PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

              88 FIM-RECEB                              VALUE "S".
              88 NO-FIM-RECEB                           VALUE "N".
           05 LINHA-RECIBO                 PIC X(080)   VALUE SPACES.
           05 FILE-STATUS-CC               PIC 99       VALUE ZEROES.
           05 SW-CREDCLI-OK                PIC X        VALUE "N".
           05 SW-DUPLICIDADE               PIC X        VALUE "N".
           05 Cliente-Credito-W            PIC 9(007)   VALUE ZEROES.
           05 Saldo-Credito-W              PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 Excedente-W                  PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Seq-Credito-Nova-W           PIC 9(005)   VALUE ZEROES.
           05 WRK-CREDITO                  PIC ZZZ.ZZZ.ZZ9,99-.
           05 SW-FIM-CC                    PIC X        VALUE "N".
              88 FIM-CC                                 VALUE "S".
              88 NO-FIM-CC                              VALUE "N".
           05 FILE-STATUS-CH               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RIS              PIC 99       VALUE ZEROES.
           05 SW-CHEQUES-OK                PIC X        VALUE "N".
           05 SW-CHEQUE-OK                 PIC X        VALUE "N".
           05 Banco-Cheque-W               PIC 9(003)   VALUE ZEROES.
           05 Agencia-Cheque-W             PIC 9(004)   VALUE ZEROES.
           05 Conta-Cheque-W               PIC X(012)   VALUE SPACES.
           05 Numero-Cheque-W              PIC 9(006)   VALUE ZEROES.
           05 Emitente-Cheque-W            PIC X(040)   VALUE SPACES.
           05 Bom-Para-W                   PIC X(010)   VALUE SPACES.
           05 Bom-Para-R REDEFINES Bom-Para-W.
              10 Bom-Dia-W                 PIC 9(002).
              10 Bom-Sep1-W                PIC X(001).
              10 Bom-Mes-W                 PIC 9(002).
              10 Bom-Sep2-W                PIC X(001).
              10 Bom-Ano-W                 PIC 9(004).
           05 Bom-Para-Int                 PIC 9(008)   VALUE ZEROES.
           05 Sequencia-Cheque-W           PIC 9(003)   VALUE ZEROES.
           05 Alinea-W                     PIC 9(002)   VALUE ZEROES.
           05 Valor-Estorno-W              PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Situacao-Anterior-W          PIC X(001)   VALUE SPACES.

           05 CONSTANTS-NUMERICS.
              10 DATE-AUXILIAR.
              MOVE "N" TO SW-FERIADOS-OK
           END-IF

      ********** CONTA CORRENTE DE CREDITOS DO CLIENTE (CREDCLI.DAT, *
      *    TAMBEM GRAVADA PELO PGM00037 E PROGRAMA35); CRIADA NA     *
      *    PRIMEIRA EXECUCAO                                         *
           OPEN I-O CREDCLI
           IF FILE-STATUS-CC NOT = 00
              OPEN OUTPUT CREDCLI
              CLOSE CREDCLI
              OPEN I-O CREDCLI
           END-IF
           IF FILE-STATUS-CC = 00
              MOVE "S" TO SW-CREDCLI-OK
           ELSE
              MOVE "N" TO SW-CREDCLI-OK
           END-IF

      ********** CUSTODIA DOS CHEQUES RECEBIDOS NA BAIXA ************
      *    (CHEQUES.DAT, LISTADA PARA DEPOSITO PELO PROGRAMA71);     *
      *    CRIADA NA PRIMEIRA EXECUCAO                               *
           OPEN I-O CHEQUES
           IF FILE-STATUS-CH NOT = 00
              OPEN OUTPUT CHEQUES
              CLOSE CHEQUES
              OPEN I-O CHEQUES
           END-IF
           IF FILE-STATUS-CH = 00
              MOVE "S" TO SW-CHEQUES-OK
           ELSE
              MOVE "N" TO SW-CHEQUES-OK
           END-IF

           PERFORM IDENTIFICAR-OPERADOR

           MOVE "N"            TO SW-PROCESO
           display "       BAIXA DE FATURAS                   "
           display "         1 => Registrar pagamento         "
           display "         5 => Consulta de pagamentos      "
           display "         6 => Saldo credor do cliente     "
           display "         7 => Cheque devolvido            "
           display "                                          "
           display "         9 => Salir                       "
           display "                                          "
                   PERFORM REGISTRAR-PAGAMENTO
                   WHEN = 5
                   PERFORM CONSULTAR-PAGAMENTOS
                   WHEN = 6
                   PERFORM CONSULTAR-SALDO-CREDOR
                   WHEN = 7
                   PERFORM DEVOLVER-CHEQUE
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
              display " "with no advancing
              accept Valor-Pagamento-W
              display "INSIRA FORMA (D=DINHEIRO C=CHEQUE "
                      "T=TRANSFER B=BOLETO S=SALDO CREDOR): "
              display " "with no advancing
              accept Forma-Pagamento-W
              MOVE ZEROES TO Excedente-W
              MOVE "N" TO SW-CAIXA-RECUSADO
              IF Forma-Pagamento-W = "D" OR Forma-Pagamento-W = "C"
                 PERFORM VERIFICAR-CAIXA-OPERADOR
              END-IF
              IF Valor-Pagamento-W IS NOT NUMERIC
                 OR Valor-Pagamento-W = ZEROES
                 MOVE "VALOR DE PAGAMENTO INVALIDO" TO MENSAGEM
              ELSE
              IF Forma-Pagamento-W NOT = "D" AND
                 Forma-Pagamento-W NOT = "C" AND
                 Forma-Pagamento-W NOT = "T" AND
                 Forma-Pagamento-W NOT = "B" AND
                 Forma-Pagamento-W NOT = "S"
                 MOVE "FORMA INVALIDA, USE D, C, T, B OU S" TO MENSAGEM
              ELSE
              IF SW-CAIXA-RECUSADO = "S"
                 MOVE MENSAGEM-CAIXA-W TO MENSAGEM
              ELSE
              IF Forma-Pagamento-W = "S"
                 AND (SW-DUPLICIDADE = "S"
                      OR Valor-Pagamento-W > Saldo-Credito-W)
                 MOVE "SALDO CREDOR INSUFICIENTE PARA A COMPENSACAO"
                      TO MENSAGEM
              ELSE
              IF Valor-Pagamento-W > Saldo-Atualizado-W
                 AND (Forma-Pagamento-W = "S"
                      OR SW-CREDCLI-OK NOT = "S")
                 MOVE "VALOR MAIOR QUE O SALDO ATUALIZADO"
                      TO MENSAGEM
              ELSE
      ********** O QUE PASSAR DO SALDO ATUALIZADO NAO SE PERDE: VAI **
      *    PARA O SALDO CREDOR DO CLIENTE (CREDCLI.DAT)              *
                 IF Valor-Pagamento-W > Saldo-Atualizado-W
                    COMPUTE Excedente-W =
                       Valor-Pagamento-W - Saldo-Atualizado-W
                    MOVE Excedente-W TO WRK-VALOR
                    display "EXCEDENTE DE " WRK-VALOR
                            " VAI PARA O SALDO CREDOR DO CLIENTE"
                 END-IF
                 MOVE "S"               TO SW-CHEQUE-OK
                 IF Forma-Pagamento-W = "C"
                    PERFORM ACEITAR-DADOS-CHEQUE
                 END-IF
                 IF SW-CHEQUE-OK = "S"
                    MOVE Valor-Pagamento-W TO WRK-VALOR
                    display "CONFIRMA PAGAMENTO DE " WRK-VALOR " ?"
                    display "OPCAO 1 CONFIRMAR  2 SAIR"
                    display " "with no advancing
                    accept OPC-W
                    IF OPC-W = 1
                       PERFORM EFETIVAR-PAGAMENTO
                    END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           display "Tecle ENTER para continuar"
              CLOSE PERFECH
           END-IF.

       VERIFICAR-CAIXA-OPERADOR.
      ********** DINHEIRO E CHEQUE SO ENTRAM NO CAIXA ABERTO DO ******
      *    OPERADOR NA DATA (CAIXAS.DAT, MANTIDO PELO PGM00051);     *
      *    FECHADO, SO DEPOIS DA REABERTURA PELO SUPERVISOR. SEM O   *
      *    ARQUIVO NAO HA CONTROLE DE CAIXA                          *
           MOVE "N" TO SW-CAIXA-RECUSADO
           OPEN INPUT CAIXAS
           IF FILE-STATUS-CX = 00
              MOVE OPERADOR-W TO Operador-cx
              COMPUTE Data-cx = 20000000
                 + FUNCTION NUMVAL(AA-AUX) * 10000
                 + FUNCTION NUMVAL(MM-AUX) * 100
                 + FUNCTION NUMVAL(DD-AUX)
              READ CAIXAS
              IF FILE-STATUS-CX NOT = 00
                 MOVE "S" TO SW-CAIXA-RECUSADO
                 MOVE "CAIXA NAO ABERTO HOJE: ABRA O CAIXA (PGM00051)"
                      TO MENSAGEM-CAIXA-W
              ELSE
              IF Situacao-cx = "F"
                 MOVE "S" TO SW-CAIXA-RECUSADO
                 MOVE "CAIXA FECHADO: RECEBIMENTO RECUSADO (PGM00051)"
                      TO MENSAGEM-CAIXA-W
              END-IF
              END-IF
              CLOSE CAIXAS
           END-IF.

       SELECIONAR-FATURA.
           MOVE "N"                   TO SW-BAIXA
           MOVE "N"                   TO SW-DUPLICIDADE
           display "INSIRA NUMERO DA FATURA (PEDIDO): "
           display " "with no advancing
           accept Numero-Fatura-W
           IF FATURA-PAGA
              MOVE "FATURA JA QUITADA" TO MENSAGEM
              display MENSAGEM
              IF SW-CREDCLI-OK = "S"
                 PERFORM ACEITAR-DUPLICIDADE
              END-IF
           ELSE
           IF FATURA-RENEGOCIADA
              MOVE "FATURA RENEGOCIADA: RECEBER PELO ACORDO"
                   TO MENSAGEM
              display MENSAGEM
           ELSE
           IF NOT FATURA-ABERTA
              MOVE "FATURA CANCELADA/PERDA NAO RECEBE PAGAMENTO"
                 MOVE Saldo-Atualizado-W TO WRK-VALOR3
                 display "Saldo Atualiz.: " WRK-VALOR3
              END-IF
              PERFORM MOSTRAR-SALDO-CREDOR
              MOVE "S"                TO SW-BAIXA
           END-IF
           END-IF
           END-IF
           END-IF.

       ACEITAR-DUPLICIDADE.
      ********** CLIENTE QUE PAGA DE NOVO UMA PARCELA JA QUITADA: O **
      *    DINHEIRO E REGISTRADO NA PARCELA E O VALOR INTEIRO VAI    *
      *    PARA O SALDO CREDOR, PARA COMPENSAR EM OUTRA FATURA       *
           display "REGISTRAR PAGAMENTO EM DUPLICIDADE COMO SALDO "
                   "CREDOR?"
           display "OPCAO 1 SIM  2 NAO"
           display " "with no advancing
           accept OPC-W
           IF OPC-W = 1
              PERFORM BUSCAR-NOME-CLIENTE
              MOVE ZEROES             TO Saldo-Fatura-W
              MOVE ZEROES             TO Saldo-Atualizado-W
              MOVE ZEROES             TO DIAS-ATRASO
              MOVE ZEROES             TO Multa-W
              MOVE ZEROES             TO Juros-W
              display "Cliente       : " Codigo-Cliente-fa " "
                      Razão-Cliente-W
              display "Parcela       : " Parcela-fa " DE "
                      Total-Parcelas-fa " (QUITADA EM "
                      Data-Pagamento-fa ")"
              PERFORM MOSTRAR-SALDO-CREDOR
              MOVE SPACES             TO MENSAGEM
              MOVE "S"                TO SW-DUPLICIDADE
              MOVE "S"                TO SW-BAIXA
           END-IF.

       MOSTRAR-SALDO-CREDOR.
           MOVE ZEROES                TO Saldo-Credito-W
           IF SW-CREDCLI-OK = "S"
              MOVE Codigo-Cliente-fa  TO Cliente-Credito-W
              PERFORM PROXIMA-SEQUENCIA-CREDITO
              IF Saldo-Credito-W > ZEROES
                 MOVE Saldo-Credito-W TO WRK-CREDITO
                 display "Saldo Credor  : " WRK-CREDITO
                         " (FORMA S PARA COMPENSAR)"
              END-IF
           END-IF.

       ACEITAR-DADOS-CHEQUE.
      ********** CHEQUE RECEBIDO NA BAIXA VAI PARA A CUSTODIA ********
      *    (CHEQUES.DAT) COM BANCO, CONTA, NUMERO, EMITENTE E A DATA *
      *    "BOM PARA"; SEM ELA O CHEQUE E A VISTA (DATA DE HOJE)     *
           MOVE "N"                   TO SW-CHEQUE-OK
           IF SW-CHEQUES-OK NOT = "S"
              MOVE "cheques.dat INDISPONIVEL: CHEQUE NAO ACEITO"
                   TO MENSAGEM
           ELSE
              display "INSIRA BANCO DO CHEQUE (NNN): "
              display " "with no advancing
              accept Banco-Cheque-W
              display "INSIRA AGENCIA (NNNN): "
              display " "with no advancing
              accept Agencia-Cheque-W
              display "INSIRA CONTA: "
              display " "with no advancing
              MOVE SPACES             TO Conta-Cheque-W
              accept Conta-Cheque-W
              display "INSIRA NUMERO DO CHEQUE (NNNNNN): "
              display " "with no advancing
              accept Numero-Cheque-W
              display "INSIRA EMITENTE (ENTER = O PROPRIO CLIENTE): "
              display " "with no advancing
              MOVE SPACES             TO Emitente-Cheque-W
              accept Emitente-Cheque-W
              IF Emitente-Cheque-W = SPACES
                 MOVE Razão-Cliente-W TO Emitente-Cheque-W
              END-IF
              display "INSIRA BOM PARA (DD-MM-AAAA, ENTER = HOJE): "
              display " "with no advancing
              MOVE SPACES             TO Bom-Para-W
              accept Bom-Para-W
              IF Bom-Para-W = SPACES
                 MOVE DATE-RESUMEN    TO Bom-Para-W
              END-IF
              IF Banco-Cheque-W IS NOT NUMERIC
                 OR Banco-Cheque-W = ZEROES
                 OR Numero-Cheque-W IS NOT NUMERIC
                 OR Numero-Cheque-W = ZEROES
                 MOVE "BANCO E NUMERO DO CHEQUE SAO OBRIGATORIOS"
                      TO MENSAGEM
              ELSE
                 PERFORM VALIDAR-BOM-PARA
                 IF SW-CHEQUE-OK NOT = "S"
                    MOVE "BOM PARA INVALIDO OU ANTERIOR A HOJE"
                         TO MENSAGEM
                 END-IF
              END-IF
           END-IF.

       VALIDAR-BOM-PARA.
           MOVE "N"                   TO SW-CHEQUE-OK
           IF Bom-Dia-W IS NUMERIC AND Bom-Mes-W IS NUMERIC
              AND Bom-Ano-W IS NUMERIC
              AND Bom-Sep1-W = "-" AND Bom-Sep2-W = "-"
              IF Bom-Mes-W >= 1 AND Bom-Mes-W <= 12
                 AND Bom-Dia-W >= 1 AND Bom-Dia-W <= 31
                 COMPUTE Bom-Para-Int = Bom-Ano-W * 10000
                    + Bom-Mes-W * 100 + Bom-Dia-W
                 COMPUTE DATA-TESTE-AMD = 20000000
                    + FUNCTION NUMVAL(AA-AUX) * 10000
                    + FUNCTION NUMVAL(MM-AUX) * 100
                    + FUNCTION NUMVAL(DD-AUX)
                 IF Bom-Para-Int >= DATA-TESTE-AMD
                    MOVE "S"          TO SW-CHEQUE-OK
                 END-IF
              END-IF
           END-IF.

       EFETIVAR-PAGAMENTO.
           MOVE Forma-Pagamento-W     TO Forma-Recebto-rc
           MOVE OPERADOR-W            TO Operador-rc
           WRITE REG-RECEBTOS
           IF Forma-Pagamento-W = "C"
              PERFORM GRAVAR-CHEQUE-CUSTODIA
           END-IF

           IF Valor-Pagamento-W >= Saldo-Atualizado-W
              AND FATURA-ABERTA
              MOVE "P"                TO Situacao-Fatura
              MOVE DATE-RESUMEN       TO Data-Pagamento-fa
           END-IF
           MOVE SPACES                TO Valor-Depois-Audit-W
           STRING "PAGO " Valor-Pagamento-W " FORMA "
                  Forma-Pagamento-W " SITUACAO " Situacao-Fatura
                  " EXCEDENTE " Excedente-W
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA

      ********** COMPENSACAO NAO E DINHEIRO NOVO: NAO ENTRA NO *******
      *    RECEBIDO DO HISTVENDAS, SO BAIXA O SALDO CREDOR           *
           IF Forma-Pagamento-W = "S"
              PERFORM GRAVAR-COMPENSACAO
           ELSE
              PERFORM ATUALIZAR-HISTORICO-VENDAS
              IF Excedente-W > ZEROES
                 PERFORM GRAVAR-CREDITO-EXCEDENTE
              END-IF
           END-IF
           PERFORM EMITIR-RECIBO

           IF Excedente-W > ZEROES
              MOVE Excedente-W        TO WRK-VALOR2
              display "EXCEDENTE LANCADO NO SALDO CREDOR: " WRK-VALOR2
           ELSE
           IF FATURA-PAGA
              display "FATURA QUITADA NESTA BAIXA"
           ELSE
              display "PAGAMENTO PARCIAL; SALDO RESTANTE: "
                      WRK-VALOR2
           END-IF
           END-IF
           display "RECIBO EMITIDO: recibo.txt".

       GRAVAR-CREDITO-EXCEDENTE.
           MOVE Codigo-Cliente-fa     TO Cliente-Credito-W
           PERFORM PROXIMA-SEQUENCIA-CREDITO
           MOVE Codigo-Cliente-fa     TO Codigo-Cliente-cc
           MOVE Seq-Credito-Nova-W    TO Sequencia-cc
           MOVE DATE-RESUMEN          TO Data-cc
           MOVE "E"                   TO Tipo-cc
           MOVE Excedente-W           TO Valor-cc
           MOVE Numero-Fatura-W       TO Numero-Pedido-cc
           MOVE Parcela-Fatura-W      TO Parcela-cc
           MOVE SPACES                TO Historico-cc
           IF SW-DUPLICIDADE = "S"
              MOVE "PAGAMENTO EM DUPLICIDADE" TO Historico-cc
           ELSE
              MOVE "PAGAMENTO A MAIOR NO CAIXA" TO Historico-cc
           END-IF
           MOVE OPERADOR-W            TO Operador-cc
           WRITE REG-CREDCLI
           IF FILE-STATUS-CC NOT = 00
              display "AVISO: SALDO CREDOR NAO GRAVADO (STATUS "
                      FILE-STATUS-CC ")"
           END-IF.

       GRAVAR-COMPENSACAO.
      ********** UTILIZACAO DO SALDO CREDOR: LANCAMENTO NEGATIVO *****
           MOVE Codigo-Cliente-fa     TO Cliente-Credito-W
           PERFORM PROXIMA-SEQUENCIA-CREDITO
           MOVE Codigo-Cliente-fa     TO Codigo-Cliente-cc
           MOVE Seq-Credito-Nova-W    TO Sequencia-cc
           MOVE DATE-RESUMEN          TO Data-cc
           MOVE "C"                   TO Tipo-cc
           COMPUTE Valor-cc = ZEROES - Valor-Pagamento-W
           MOVE Numero-Fatura-W       TO Numero-Pedido-cc
           MOVE Parcela-Fatura-W      TO Parcela-cc
           MOVE SPACES                TO Historico-cc
           STRING "COMPENSACAO FATURA " Numero-Fatura-W "/"
                  Parcela-Fatura-W
              DELIMITED BY SIZE INTO Historico-cc
           MOVE OPERADOR-W            TO Operador-cc
           WRITE REG-CREDCLI
           IF FILE-STATUS-CC NOT = 00
              display "AVISO: COMPENSACAO NAO GRAVADA NO SALDO "
                      "CREDOR (STATUS " FILE-STATUS-CC ")"
           END-IF.

       GRAVAR-CHEQUE-CUSTODIA.
      ********** UM CHEQUE POR RECEBIMENTO: A CHAVE E A MESMA DO *****
      *    RECEBTOS; O EXCEDENTE LANCADO NO SALDO CREDOR FICA        *
      *    GUARDADO PARA O ESTORNO EM CASO DE DEVOLUCAO              *
           MOVE Numero-Fatura-W       TO Numero-Pedido-ch
           MOVE Parcela-Fatura-W      TO Parcela-ch
           MOVE Sequencia-Nova-W      TO Sequencia-ch
           MOVE Codigo-Cliente-fa     TO Codigo-Cliente-ch
           MOVE Banco-Cheque-W        TO Banco-ch
           MOVE Agencia-Cheque-W      TO Agencia-ch
           MOVE Conta-Cheque-W        TO Conta-ch
           MOVE Numero-Cheque-W       TO Numero-Cheque-ch
           MOVE Emitente-Cheque-W     TO Emitente-ch
           MOVE Bom-Para-W            TO Bom-Para-ch
           MOVE Valor-Pagamento-W     TO Valor-ch
           MOVE Excedente-W           TO Excedente-ch
           MOVE DATE-RESUMEN          TO Data-Recebto-ch
           MOVE "C"                   TO Situacao-ch
           MOVE DATE-RESUMEN          TO Data-Situacao-ch
           MOVE ZEROES                TO Alinea-ch
           MOVE OPERADOR-W            TO Operador-ch
           WRITE REG-CHEQUES
           IF FILE-STATUS-CH NOT = 00
              display "AVISO: CHEQUE NAO GRAVADO NA CUSTODIA (STATUS "
                      FILE-STATUS-CH ")"
           END-IF.

       PROXIMA-SEQUENCIA-CREDITO.
      ********** PERCORRE OS LANCAMENTOS DO CLIENTE: GUARDA A ULTIMA *
      *    SEQUENCIA E SOMA O SALDO CREDOR                           *
           MOVE ZEROES                TO Seq-Credito-Nova-W
           MOVE ZEROES                TO Saldo-Credito-W
           MOVE Cliente-Credito-W     TO Codigo-Cliente-cc
           MOVE ZEROES                TO Sequencia-cc
           SET NO-FIM-CC              TO TRUE
           START CREDCLI KEY IS NOT LESS THAN Chave-Credcli
              INVALID KEY SET FIM-CC TO TRUE
           END-START
           PERFORM LER-UM-CREDITO UNTIL FIM-CC
           ADD 1                      TO Seq-Credito-Nova-W.

       LER-UM-CREDITO.
           READ CREDCLI NEXT RECORD
              AT END SET FIM-CC TO TRUE
           END-READ
           IF NOT FIM-CC
              IF Codigo-Cliente-cc = Cliente-Credito-W
                 MOVE Sequencia-cc    TO Seq-Credito-Nova-W
                 ADD Valor-cc         TO Saldo-Credito-W
              ELSE
                 SET FIM-CC           TO TRUE
              END-IF
           END-IF.

       CONSULTAR-SALDO-CREDOR.
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "SALDO CREDOR DO CLIENTE (DEVOLUCOES, PAGAMENTOS "
                   "A MAIOR E COMPENSACOES)"
           display " "
           IF SW-CREDCLI-OK NOT = "S"
              display "credcli.dat INDISPONIVEL"
           ELSE
              display "INSIRA CODIGO DO CLIENTE: "
              display " "with no advancing
              accept Cliente-Credito-W
              MOVE Cliente-Credito-W  TO Codigo-Cliente-fa
              PERFORM BUSCAR-NOME-CLIENTE
              display "Cliente       : " Cliente-Credito-W " "
                      Razão-Cliente-W
              display " "
              display "SEQ   DATA       T PEDIDO /PA           VALOR "
                      "HISTORICO"
              MOVE ZEROES             TO Saldo-Credito-W
              MOVE Cliente-Credito-W  TO Codigo-Cliente-cc
              MOVE ZEROES             TO Sequencia-cc
              SET NO-FIM-CC           TO TRUE
              START CREDCLI KEY IS NOT LESS THAN Chave-Credcli
                 INVALID KEY SET FIM-CC TO TRUE
              END-START
              PERFORM LISTAR-UM-CREDITO UNTIL FIM-CC
              display " "
              MOVE Saldo-Credito-W    TO WRK-CREDITO
              display "SALDO CREDOR DISPONIVEL: " WRK-CREDITO
           END-IF
           display " "
           display "Tecle ENTER para continuar"
           accept OPC-W.

       LISTAR-UM-CREDITO.
           READ CREDCLI NEXT RECORD
              AT END SET FIM-CC TO TRUE
           END-READ
           IF NOT FIM-CC
              IF Codigo-Cliente-cc = Cliente-Credito-W
                 ADD Valor-cc         TO Saldo-Credito-W
                 MOVE Valor-cc        TO WRK-CREDITO
                 display Sequencia-cc " " Data-cc " " Tipo-cc " "
                         Numero-Pedido-cc "/" Parcela-cc " "
                         WRK-CREDITO " " Historico-cc
              ELSE
                 SET FIM-CC           TO TRUE
              END-IF
           END-IF.

       DEVOLVER-CHEQUE.
      ********** CHEQUE DEVOLVIDO PELO BANCO: LOCALIZA O CHEQUE NA ***
      *    CUSTODIA PELA CHAVE DO RECEBIMENTO (FATURA, PARCELA E     *
      *    SEQUENCIA MOSTRADA NA CONSULTA DE PAGAMENTOS) E DESFAZ A  *
      *    BAIXA                                                     *
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "CHEQUE DEVOLVIDO"
           display " "
           PERFORM ATUALIZAR-DATA-HORA
           COMPUTE PERIODO-TESTE-W =
              (2000 + FUNCTION NUMVAL(AA-AUX)) * 100
              + FUNCTION NUMVAL(MM-AUX)
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF SW-CHEQUES-OK NOT = "S"
              MOVE "cheques.dat INDISPONIVEL" TO MENSAGEM
              display MENSAGEM
           ELSE
           IF SW-PERIODO-FECHADO = "S"
              MOVE "PERIODO FECHADO: DEVOLUCAO RECUSADA (PGM00024)"
                   TO MENSAGEM
              display MENSAGEM
           ELSE
              display "INSIRA NUMERO DA FATURA (PEDIDO): "
              display " "with no advancing
              accept Numero-Fatura-W
              display "INSIRA PARCELA (1 SE UNICA): "
              display " "with no advancing
              accept Parcela-Fatura-W
              IF Parcela-Fatura-W = ZEROES
                 MOVE 1 TO Parcela-Fatura-W
              END-IF
              display "INSIRA SEQUENCIA DO RECEBIMENTO (OPCAO 5): "
              display " "with no advancing
              accept Sequencia-Cheque-W
              MOVE Numero-Fatura-W    TO Numero-Pedido-ch
              MOVE Parcela-Fatura-W   TO Parcela-ch
              MOVE Sequencia-Cheque-W TO Sequencia-ch
              READ CHEQUES
              IF FILE-STATUS-CH NOT = 00
                 MOVE "CHEQUE NAO ENCONTRADO NA CUSTODIA" TO MENSAGEM
                 display MENSAGEM
              ELSE
              IF CHEQUE-DEVOLVIDO
                 MOVE SPACES TO MENSAGEM
                 STRING "CHEQUE JA DEVOLVIDO EM " Data-Situacao-ch
                    DELIMITED BY SIZE INTO MENSAGEM
                 display MENSAGEM
              ELSE
                 MOVE Numero-Fatura-W    TO Numero-Pedido-fa
                 MOVE Parcela-Fatura-W   TO Parcela-fa
                 READ FATURAS
                 IF FILE-STATUS <> 00
                    MOVE "FATURA DO CHEQUE NAO EXISTE" TO MENSAGEM
                    display MENSAGEM
                 ELSE
                    PERFORM MOSTRAR-CHEQUE
                    display "INSIRA ALINEA DA DEVOLUCAO (11, 12...): "
                    display " "with no advancing
                    accept Alinea-W
                    IF Alinea-W IS NOT NUMERIC OR Alinea-W = ZEROES
                       MOVE "ALINEA INVALIDA" TO MENSAGEM
                       display MENSAGEM
                    ELSE
                       display "CONFIRMA DEVOLUCAO DO CHEQUE E "
                               "REABERTURA DA FATURA?"
                       display "OPCAO 1 CONFIRMAR  2 SAIR"
                       display " "with no advancing
                       accept OPC-W
                       IF OPC-W = 1
                          PERFORM EFETIVAR-DEVOLUCAO
                       END-IF
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           display "Tecle ENTER para continuar"
           accept OPC-W.

       MOSTRAR-CHEQUE.
           PERFORM BUSCAR-NOME-CLIENTE
           MOVE Valor-ch              TO WRK-VALOR
           MOVE Valor-Pago-fa         TO WRK-VALOR2
           display "Cliente       : " Codigo-Cliente-fa " "
                   Razão-Cliente-W
           display "Banco/Agencia : " Banco-ch " / " Agencia-ch
                   "  CONTA " Conta-ch
           display "Cheque        : " Numero-Cheque-ch
                   "  BOM PARA " Bom-Para-ch
           display "Emitente      : " Emitente-ch
           display "Valor Cheque  : " WRK-VALOR
           display "Recebido em   : " Data-Recebto-ch
                   "  SITUACAO " Situacao-ch
           display "Pago na Fatura: " WRK-VALOR2
                   "  SITUACAO " Situacao-Fatura
           IF Excedente-ch > ZEROES
              MOVE Excedente-ch       TO WRK-VALOR3
              display "Excedente     : " WRK-VALOR3
                      " (SERA ESTORNADO DO SALDO CREDOR)"
           END-IF.

       EFETIVAR-DEVOLUCAO.
      ********** O RECEBIMENTO ORIGINAL FICA COMO HISTORICO: O *******
      *    ESTORNO E UM NOVO LANCAMENTO FORMA V NO RECEBTOS; A       *
      *    FATURA VOLTA A ABERTA, O RECEBIDO SAI DO HISTVENDAS DO    *
      *    MES DO RECEBIMENTO E A DEVOLUCAO PESA NA NOTA DE RISCO    *
           PERFORM ATUALIZAR-DATA-HORA
           MOVE Valor-ch              TO Valor-Estorno-W
           MOVE Situacao-Fatura       TO Situacao-Anterior-W
           COMPUTE Saldo-Fatura-W = Valor-Fatura - Valor-Pago-fa

           PERFORM PROXIMA-SEQUENCIA-RECEB
           MOVE Numero-Fatura-W       TO Numero-Pedido-rc
           MOVE Parcela-Fatura-W      TO Parcela-rc
           MOVE Sequencia-Nova-W      TO Sequencia-rc
           MOVE DATE-RESUMEN          TO Data-Recebto-rc
           MOVE Valor-Estorno-W       TO Valor-Recebto-rc
           MOVE "V"                   TO Forma-Recebto-rc
           MOVE OPERADOR-W            TO Operador-rc
           WRITE REG-RECEBTOS

           IF Valor-Pago-fa > Valor-Estorno-W
              SUBTRACT Valor-Estorno-W FROM Valor-Pago-fa
           ELSE
              MOVE ZEROES             TO Valor-Pago-fa
           END-IF
           IF FATURA-PAGA
              AND Valor-Pago-fa < Valor-Fatura
              MOVE "A"                TO Situacao-Fatura
              MOVE SPACES             TO Data-Pagamento-fa
           END-IF
           REWRITE REG-FATURAS

           MOVE "V"                   TO Situacao-ch
           MOVE DATE-RESUMEN          TO Data-Situacao-ch
           MOVE Alinea-W              TO Alinea-ch
           MOVE OPERADOR-W            TO Operador-ch
           REWRITE REG-CHEQUES

           PERFORM ESTORNAR-HISTORICO-VENDAS
           IF Excedente-ch > ZEROES
              AND SW-CREDCLI-OK = "S"
              PERFORM ESTORNAR-CREDITO-EXCEDENTE
           END-IF
           PERFORM REGISTRAR-RISCO-DEVOLUCAO

           MOVE "FATURA"              TO Entidade-Audit-W
           MOVE "CHEQUE DEVOL"        TO Acao-Audit-W
           MOVE Numero-Fatura-W       TO Chave-Audit-W
           MOVE SPACES                TO Valor-Antes-Audit-W
           STRING "SALDO ANTERIOR " Saldo-Fatura-W
                  " SITUACAO " Situacao-Anterior-W
              DELIMITED BY SIZE INTO Valor-Antes-Audit-W
           MOVE SPACES                TO Valor-Depois-Audit-W
           STRING "CHEQUE " Banco-ch "/" Numero-Cheque-ch
                  " ESTORNADO " Valor-Estorno-W " ALINEA " Alinea-W
                  " SITUACAO " Situacao-Fatura
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA

           COMPUTE Saldo-Fatura-W = Valor-Fatura - Valor-Pago-fa
           MOVE Saldo-Fatura-W        TO WRK-VALOR2
           display "CHEQUE DEVOLVIDO; FATURA REABERTA COM SALDO: "
                   WRK-VALOR2
           MOVE SPACES                TO MENSAGEM
           STRING "CHEQUE DEVOLVIDO: FATURA " Numero-Fatura-W "/"
                  Parcela-Fatura-W " REABERTA"
              DELIMITED BY SIZE INTO MENSAGEM.

       ESTORNAR-HISTORICO-VENDAS.
      ********** O RECEBIDO SAI DO MES EM QUE O CHEQUE ENTROU NO *****
      *    HISTVENDAS.DAT (DATA DO RECEBIMENTO DO CHEQUE)            *
           OPEN I-O HISTVENDAS
           IF FILE-STATUS-HV = 00
              COMPUTE Ano-hv = FUNCTION NUMVAL(Data-Recebto-ch(7:4))
              COMPUTE Mes-hv = FUNCTION NUMVAL(Data-Recebto-ch(4:2))
              MOVE Codigo-Cliente-fa  TO Codigo-Cliente-hv
              MOVE Codigo-Vendedor-fa TO Codigo-Vendedor-hv
              READ HISTVENDAS
              IF FILE-STATUS-HV = 00
                 IF Valor-Recebido-hv > Valor-Estorno-W
                    SUBTRACT Valor-Estorno-W FROM Valor-Recebido-hv
                 ELSE
                    MOVE ZEROES       TO Valor-Recebido-hv
                 END-IF
                 REWRITE REG-HISTVENDAS
              END-IF
              CLOSE HISTVENDAS
           END-IF.

       ESTORNAR-CREDITO-EXCEDENTE.
      ********** O QUE O CHEQUE DEIXOU NO SALDO CREDOR TAMBEM NAO *****
      *    ENTROU: LANCAMENTO NEGATIVO DE ESTORNO                    *
           MOVE Codigo-Cliente-fa     TO Cliente-Credito-W
           PERFORM PROXIMA-SEQUENCIA-CREDITO
           MOVE Codigo-Cliente-fa     TO Codigo-Cliente-cc
           MOVE Seq-Credito-Nova-W    TO Sequencia-cc
           MOVE DATE-RESUMEN          TO Data-cc
           MOVE "V"                   TO Tipo-cc
           COMPUTE Valor-cc = ZEROES - Excedente-ch
           MOVE Numero-Fatura-W       TO Numero-Pedido-cc
           MOVE Parcela-Fatura-W      TO Parcela-cc
           MOVE SPACES                TO Historico-cc
           STRING "CHEQUE DEVOLVIDO " Numero-Cheque-ch
              DELIMITED BY SIZE INTO Historico-cc
           MOVE OPERADOR-W            TO Operador-cc
           WRITE REG-CREDCLI
           IF FILE-STATUS-CC NOT = 00
              display "AVISO: ESTORNO NAO GRAVADO NO SALDO CREDOR "
                      "(STATUS " FILE-STATUS-CC ")"
           END-IF.

       REGISTRAR-RISCO-DEVOLUCAO.
      ********** CADA CHEQUE DEVOLVIDO REBAIXA NA HORA A NOTA DE *****
      *    RISCO DO CLIENTE (RISCOCLI.DAT) EM UM NIVEL; O PROGRAMA33 *
      *    MANTEM O REBAIXAMENTO NO RECALCULO ENQUANTO A ULTIMA      *
      *    DEVOLUCAO TIVER MENOS DE UM ANO. CLIENTE AINDA SEM NOTA   *
      *    PARTE DA NOTA C                                           *
           OPEN I-O RISCOCLI
           IF FILE-STATUS-RIS NOT = 00
              OPEN OUTPUT RISCOCLI
              CLOSE RISCOCLI
              OPEN I-O RISCOCLI
           END-IF
           IF FILE-STATUS-RIS NOT = 00
              display "AVISO: riscocli.dat INDISPONIVEL (STATUS "
                      FILE-STATUS-RIS ")"
           ELSE
              MOVE Codigo-Cliente-fa  TO Codigo-Cliente-ri
              READ RISCOCLI
              IF FILE-STATUS-RIS = 00
                 IF Qtd-Cheques-Dev-ri IS NOT NUMERIC
                    MOVE ZEROES       TO Qtd-Cheques-Dev-ri
                 END-IF
                 PERFORM REBAIXAR-NOTA-RISCO
                 ADD 1                TO Qtd-Cheques-Dev-ri
                 MOVE DATE-RESUMEN    TO Data-Ult-Devol-ri
                 REWRITE REG-RISCOCLI
              ELSE
                 MOVE Codigo-Cliente-fa TO Codigo-Cliente-ri
                 MOVE ZEROES          TO Atraso-Medio-ri
                 MOVE ZEROES          TO Maior-Atraso-ri
                 MOVE ZEROES          TO Perc-Em-Dia-ri
                 MOVE "C"             TO Nota-Risco-ri
                 PERFORM REBAIXAR-NOTA-RISCO
                 MOVE DATE-RESUMEN    TO Data-Calculo-ri
                 MOVE 1               TO Qtd-Cheques-Dev-ri
                 MOVE DATE-RESUMEN    TO Data-Ult-Devol-ri
                 WRITE REG-RISCOCLI
              END-IF
              display "NOTA DE RISCO DO CLIENTE: " Nota-Risco-ri
                      " (CHEQUES DEVOLVIDOS: " Qtd-Cheques-Dev-ri ")"
              CLOSE RISCOCLI
           END-IF.

       REBAIXAR-NOTA-RISCO.
           EVALUATE Nota-Risco-ri
              WHEN "A"
                 MOVE "B"             TO Nota-Risco-ri
              WHEN "B"
                 MOVE "C"             TO Nota-Risco-ri
              WHEN "C"
                 MOVE "D"             TO Nota-Risco-ri
              WHEN OTHER
                 MOVE "E"             TO Nota-Risco-ri
           END-EVALUATE.

       CALCULAR-ACRESCIMOS.
      ********** MULTA FIXA + JUROS SIMPLES AO DIA SOBRE O SALDO *****
      *    ABERTO QUANDO A FATURA ESTA VENCIDA; OS MESMOS            *
           STRING "RECEBIDO POR: " OPERADOR-W
              DELIMITED BY SIZE INTO LINHA-RECIBO
           WRITE REG-RECIBO FROM LINHA-RECIBO
           CLOSE RECIBO
           MOVE "recibo.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       CONSULTAR-PAGAMENTOS.
           PERFORM LIMPIAR-PANTALLA
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

           IF SW-FERIADOS-OK = "S"
              CLOSE FERIADOS
           END-IF
           IF SW-CREDCLI-OK = "S"
              CLOSE CREDCLI
           END-IF
           IF SW-CHEQUES-OK = "S"
              CLOSE CHEQUES
           END-IF
           STOP RUN.


              accept OPERADOR-W
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "FATURA=" Numero-Fatura-W " PARCELA=" Parcela-Fatura-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PGM00018 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
                  DELIMITED BY SIZE
                  "perfech.dat" DELIMITED BY SIZE
                  INTO ARQ-PERFECH
           MOVE SPACES TO ARQ-CAIXAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "caixas.dat" DELIMITED BY SIZE
                  INTO ARQ-CAIXAS
           MOVE SPACES TO ARQ-FERIADOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-CREDCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "credcli.dat" DELIMITED BY SIZE
                  INTO ARQ-CREDCLI
           MOVE SPACES TO ARQ-CHEQUES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "cheques.dat" DELIMITED BY SIZE
                  INTO ARQ-CHEQUES
           MOVE SPACES TO ARQ-RISCOCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "riscocli.dat" DELIMITED BY SIZE
                  INTO ARQ-RISCOCLI
           MOVE SPACES TO ARQ-RECIBO
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL.
       END PROGRAM Pgm00018.
