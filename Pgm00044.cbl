      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Renegociacao de faturas em aberto (novo parcelamento)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00044.
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

           SELECT RENEGOC ASSIGN ARQ-RENEGOC
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Renegoc
           FILE STATUS IS FILE-STATUS-RN.

           SELECT TABLA ASSIGN ARQ-TABLA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRLTAB
           FILE STATUS IS FILE-STATUS-TAB.

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

       FD  TABLA.

       01  REG-TABLA.
           05 CRLTAB                       PIC 9(003).
           05 Codigo-Tabclie               PIC 9(007).
           05 Codigo-Tabvend               PIC 9(003).
           05 Codigo-Tabped                PIC 9(007).
           05 Codigo-Tabprod               PIC 9(005).
           05 Codigo-Taborc                PIC 9(007).
           05 Codigo-Tabocor               PIC 9(007).
           05 Codigo-Tabforn               PIC 9(005).
           05 Codigo-Tabcomp               PIC 9(007).

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
           05 Perc-Multa-F                 PIC 9(003)v9(002).
           05 Juros-Dia-F                  PIC 9(001)v9(004).

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
           05 Perc-Multa-Par               PIC 9(003)v9(002)
                                            VALUE 2,00.
           05 Juros-Dia-Par                PIC 9(001)v9(004)
                                            VALUE 0,0333.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-SESSAO                      PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RENEGOC                     PIC X(080)   VALUE SPACES.
           05 ARQ-TABLA                       PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-FERIADOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Cliente-Reneg-W              PIC 9(007)   VALUE ZEROES.
           05 Razao-W                      PIC X(040)   VALUE SPACES.
           05 Vendedor-Reneg-W             PIC 9(003)   VALUE ZEROES.
           05 Classif-Reneg-W              PIC X(001)   VALUE SPACES.
           05 Numero-Acordo-W              PIC 9(007)   VALUE ZEROES.
           05 Qtd-Parcelas-W               PIC 9(002)   VALUE ZEROES.
           05 Total-Saldo-W                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Total-Acordo-W               PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Valor-Parcela-W              PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Soma-Parcelas-W              PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Data-Digitada-W.
              10 Dig-Dia-W                 PIC 9(002).
              10 Dig-Sep1-W                PIC X(001).
              10 Dig-Mes-W                 PIC 9(002).
              10 Dig-Sep2-W                PIC X(001).
              10 Dig-Ano-W                 PIC 9(004).
           05 Data-Digitada-Amd-W          PIC 9(008)   VALUE ZEROES.
           05 Data-Anterior-Amd-W          PIC 9(008)   VALUE ZEROES.
           05 Acordo-Consulta-W            PIC 9(007)   VALUE ZEROES.
           05 Resposta-W                   PIC X(001)   VALUE SPACES.
           05 Resposta-Item-W              PIC X(001)   VALUE SPACES.

      ********** FATURAS EM ABERTO DO CLIENTE, CANDIDATAS AO ACORDO **
       01  TABELA-FATURAS-ABERTAS.
           05 QTD-FAT                      PIC 9(002)   VALUE ZEROES.
           05 FATURA-T OCCURS 50 TIMES.
              10 Pedido-T                  PIC 9(007).
              10 Parcela-T                 PIC 9(002).
              10 Vencimento-T              PIC X(010).
              10 Dias-T                    PIC 9(005).
              10 Saldo-T                   PIC 9(009)v9(002).
              10 Corrigido-T               PIC 9(009)v9(002).
              10 SW-Selecionada-T          PIC X(001).

      ********** NOVAS PARCELAS DO ACORDO (ATE 24) *******************
       01  TABELA-NOVAS-PARCELAS.
           05 NOVA-PARCELA-T OCCURS 24 TIMES.
              10 Vencimento-Nova-T         PIC X(010).
              10 Valor-Nova-T              PIC 9(009)v9(002).

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RN               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-TAB              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FER              PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 SW-FERIADOS-OK               PIC X        VALUE "N".
           05 VALID-Cliente                PIC X        VALUE "N".
           05 VALID-Parcelas               PIC X        VALUE "N".
           05 SW-FIM-FATURAS               PIC X        VALUE "N".
              88 FIM-FATURAS                             VALUE "S".
              88 NO-FIM-FATURAS                          VALUE "N".
           05 SW-FIM-ACORDO                PIC X        VALUE "N".
              88 FIM-ACORDO                              VALUE "S".
              88 NO-FIM-ACORDO                           VALUE "N".
           05 IND-F                        PIC 9(002)   VALUE ZEROES.
           05 IND-P                        PIC 9(002)   VALUE ZEROES.
           05 QTD-SELEC                    PIC 9(002)   VALUE ZEROES.
           05 SW-DATA-OK                   PIC X        VALUE "N".
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-VENC-INT                PIC 9(008)   VALUE ZEROES.
           05 DIAS-ATRASO                  PIC s9(005)  VALUE ZEROES.
           05 DIA-SEMANA-W                 PIC 9(001)   VALUE ZEROES.
           05 DATA-CORRIDA-INT             PIC 9(008)   VALUE ZEROES.
           05 DATA-TESTE-AMD               PIC 9(008)   VALUE ZEROES.
           05 SALDO-ABERTO                 PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 VALOR-CORRIGIDO              PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-CORRIGIDO                PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-DIAS                     PIC ZZZZ9.
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 Entidade-Audit-W             PIC X(010)   VALUE SPACES.
           05 Acao-Audit-W                 PIC X(012)   VALUE SPACES.
           05 Chave-Audit-W                PIC X(014)   VALUE SPACES.
           05 Valor-Antes-Audit-W          PIC X(080)   VALUE SPACES.
           05 Valor-Depois-Audit-W         PIC X(080)   VALUE SPACES.
           05 SW-PROCESO                   PIC X        VALUE SPACES.
           05 SW-M                         PIC X        VALUE SPACES.
           05 MENSAGEM                     PIC X(60)    VALUE SPACES.
           05 SW-ERRO-ARQUIVO              PIC X        VALUE "N".
              88 ERRO-ARQUIVO                           VALUE "S".
              88 NO-ERRO-ARQUIVO                        VALUE "N".

           05 CONSTANT-LITERALES.
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00044".
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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00044".

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
      ********** RENEGOC.DAT E CRIADO NO PRIMEIRO ACORDO; O NUMERO ***
      *    DO ACORDO SAI DA MESMA SEQUENCIA DOS PEDIDOS (TABLA), O   *
      *    QUE GARANTE CHAVE LIVRE PARA AS NOVAS PARCELAS NO FATURAS *
           MOVE "N"            TO SW-ERRO-ARQUIVO
           OPEN I-O FATURAS
           IF FILE-STATUS NOT = 00
              display "faturas.dat AUSENTE OU DANIFICADO"
              display "STATUS: " FILE-STATUS
              MOVE "S"         TO SW-ERRO-ARQUIVO
           ELSE
              OPEN I-O TABLA
              IF FILE-STATUS-TAB NOT = 00
                 display "tabla.dat AUSENTE OU DANIFICADO"
                 display "STATUS: " FILE-STATUS-TAB
                 MOVE "S"      TO SW-ERRO-ARQUIVO
                 CLOSE FATURAS
              ELSE
                 OPEN I-O RENEGOC
                 IF FILE-STATUS-RN NOT = 00
                    OPEN OUTPUT RENEGOC
                    CLOSE RENEGOC
                    OPEN I-O RENEGOC
                 END-IF
                 IF FILE-STATUS-RN NOT = 00
                    display "renegoc.dat AUSENTE OU DANIFICADO"
                    display "STATUS: " FILE-STATUS-RN
                    MOVE "S"   TO SW-ERRO-ARQUIVO
                    CLOSE FATURAS
                          TABLA
                 END-IF
              END-IF
           END-IF

           IF ERRO-ARQUIVO
              display "NAO FOI POSSIVEL ABRIR OS ARQUIVOS DE DADOS"
              display "PROGRAMA SERA ENCERRADO"
              display "Tecle ENTER para continuar"
              accept OPC-W
           ELSE
           OPEN INPUT CLIENTES
           IF FILE-STATUS-CLI = 00
              MOVE "S"         TO SW-CLIENTES-OK
           END-IF
      ********** CALENDARIO DE FERIADOS (PGM00023), OPCIONAL *********
           OPEN INPUT FERIADOS
           IF FILE-STATUS-FER = 00
              MOVE "S"         TO SW-FERIADOS-OK
           END-IF
           PERFORM ATUALIZAR-DATA-HORA
           COMPUTE DATA-HOJE-AMD = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)
           COMPUTE DATA-HOJE-INT = FUNCTION INTEGER-OF-DATE
                                   (DATA-HOJE-AMD)
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
           MOVE SEG-AUX     TO SEGUNDOS.

       PROCESO.

           PERFORM UNTIL SW-PROCESO = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "                                          "
           display "     RENEGOCIACAO DE DIVIDAS              "
           display "         1 => Nova renegociacao           "
           display "         2 => Consulta de acordo          "
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
                   PERFORM NOVA-RENEGOCIACAO
                   WHEN = 2
                   PERFORM CONSULTA
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
                   END-EVALUATE
           END-PERFORM.

       NOVA-RENEGOCIACAO.
      ********** O SUPERVISOR ESCOLHE AS FATURAS EM ABERTO DO *********
      *    CLIENTE; O SALDO DE CADA UMA E ATUALIZADO COM MULTA E     *
      *    JUROS (MESMA REGRA DO AGING) E O TOTAL E DIVIDIDO NAS     *
      *    NOVAS PARCELAS, COM OS VENCIMENTOS INFORMADOS             *
           INITIALIZE REG-WORK
           MOVE ZEROES         TO QTD-FAT
                                  QTD-SELEC
           MOVE "N"            TO VALID-Parcelas
           PERFORM SELECIONA-CLIENTE
           IF VALID-Cliente = "S"
              PERFORM CARREGAR-FATURAS-ABERTAS
              IF QTD-FAT = ZEROES
                 MOVE FUNCTION CONCATENATE("Cliente "
                      Cliente-Reneg-W " SEM FATURAS EM ABERTO")
                      TO MENSAGEM
              ELSE
                 PERFORM ESCOLHER-FATURAS
                 IF QTD-SELEC = ZEROES
                    MOVE "NENHUMA FATURA SELECIONADA" TO MENSAGEM
                 ELSE
                    PERFORM INFORMAR-PARCELAS
                    IF VALID-Parcelas = "S"
                       PERFORM CONFIRMAR-ACORDO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SELECIONA-CLIENTE.
           display "INSIRA CODIGO DO CLIENTE: "
           display " "with no advancing
           accept Cliente-Reneg-W
           MOVE SPACES                 TO MENSAGEM
           MOVE SPACES                 TO Razao-W
           MOVE "S"                    TO VALID-Cliente
           IF Cliente-Reneg-W IS NOT NUMERIC
              OR Cliente-Reneg-W = ZEROES
              MOVE "Codigo de cliente INVALIDO" TO MENSAGEM
              MOVE "N"                 TO VALID-Cliente
           ELSE
           IF SW-CLIENTES-OK = "S"
              MOVE Cliente-Reneg-W     TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00
                 MOVE Razão-Social     TO Razao-W
              ELSE
                 MOVE FUNCTION CONCATENATE("Cliente "
                      Cliente-Reneg-W " NAO CADASTRADO") TO MENSAGEM
                 MOVE "N"              TO VALID-Cliente
              END-IF
           END-IF
           END-IF.

       CARREGAR-FATURAS-ABERTAS.
           MOVE ZEROES              TO QTD-FAT
           MOVE ZEROES              TO Numero-Pedido-fa
           MOVE ZEROES              TO Parcela-fa
           SET NO-FIM-FATURAS       TO TRUE
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIM-FATURAS TO TRUE
           END-START
           PERFORM CARREGAR-UMA-FATURA UNTIL FIM-FATURAS.

       CARREGAR-UMA-FATURA.
           READ FATURAS NEXT RECORD
              AT END SET FIM-FATURAS TO TRUE
           END-READ
           IF NOT FIM-FATURAS
              AND Codigo-Cliente-fa = Cliente-Reneg-W
              AND FATURA-ABERTA
              AND QTD-FAT < 50
              ADD 1 TO QTD-FAT
              IF QTD-FAT = 1
                 MOVE Codigo-Vendedor-fa TO Vendedor-Reneg-W
                 MOVE Classificacao-fa   TO Classif-Reneg-W
              END-IF
              PERFORM CALCULAR-VALOR-ATUALIZADO
              MOVE Numero-Pedido-fa    TO Pedido-T(QTD-FAT)
              MOVE Parcela-fa          TO Parcela-T(QTD-FAT)
              MOVE Data-Vencimento-fa  TO Vencimento-T(QTD-FAT)
              MOVE DIAS-ATRASO         TO Dias-T(QTD-FAT)
              MOVE SALDO-ABERTO        TO Saldo-T(QTD-FAT)
              MOVE VALOR-CORRIGIDO     TO Corrigido-T(QTD-FAT)
              MOVE "N"                 TO SW-Selecionada-T(QTD-FAT)
           END-IF.

       CALCULAR-VALOR-ATUALIZADO.
      ********** MULTA FIXA + JUROS SIMPLES AO DIA UTIL DE ATRASO ****
      *    SOBRE O SALDO ABERTO, COMO NO AGING (PROGRAMA11); FATURA  *
      *    AINDA NAO VENCIDA ENTRA PELO SALDO NOMINAL                *
           COMPUTE DATA-VENC-INT = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL(Data-Vencimento-fa(7:4)) * 10000
               + FUNCTION NUMVAL(Data-Vencimento-fa(4:2)) * 100
               + FUNCTION NUMVAL(Data-Vencimento-fa(1:2)))
           PERFORM CONTAR-ATRASO-DIAS-UTEIS
           COMPUTE SALDO-ABERTO = Valor-Fatura - Valor-Pago-fa
           IF DIAS-ATRASO > ZEROES
              COMPUTE VALOR-CORRIGIDO ROUNDED = SALDO-ABERTO
                 + (SALDO-ABERTO * Perc-Multa-Par / 100)
                 + (SALDO-ABERTO * Juros-Dia-Par / 100
                    * DIAS-ATRASO)
           ELSE
              MOVE SALDO-ABERTO TO VALOR-CORRIGIDO
           END-IF.

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

       ESCOLHER-FATURAS.
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "FATURAS EM ABERTO DO CLIENTE " Cliente-Reneg-W
                   " " Razao-W
           display " "
           display "IT PEDIDO  PC VENCIMENTO  DIAS          SALDO"
                   "     ATUALIZADO"
           PERFORM MOSTRAR-FATURA-ABERTA
              VARYING IND-F FROM 1 BY 1 UNTIL IND-F > QTD-FAT
           display " "
           display "INCLUIR TODAS AS FATURAS NO ACORDO? (S/N): "
           display " "with no advancing
           accept Resposta-W
           MOVE ZEROES              TO QTD-SELEC
           MOVE ZEROES              TO Total-Saldo-W
           MOVE ZEROES              TO Total-Acordo-W
           PERFORM MARCAR-FATURA
              VARYING IND-F FROM 1 BY 1 UNTIL IND-F > QTD-FAT.

       MOSTRAR-FATURA-ABERTA.
           MOVE Dias-T(IND-F)       TO WRK-DIAS
           MOVE Saldo-T(IND-F)      TO WRK-VALOR
           MOVE Corrigido-T(IND-F)  TO WRK-CORRIGIDO
           display IND-F " " Pedido-T(IND-F) " " Parcela-T(IND-F)
                   " " Vencimento-T(IND-F) " " WRK-DIAS " "
                   WRK-VALOR " " WRK-CORRIGIDO.

       MARCAR-FATURA.
           IF Resposta-W = "S" OR Resposta-W = "s"
              MOVE "S"              TO SW-Selecionada-T(IND-F)
           ELSE
              display "INCLUIR ITEM " IND-F " (PEDIDO "
                      Pedido-T(IND-F) "/" Parcela-T(IND-F)
                      ")? (S/N): "
              display " "with no advancing
              accept Resposta-Item-W
              IF Resposta-Item-W = "S" OR Resposta-Item-W = "s"
                 MOVE "S"           TO SW-Selecionada-T(IND-F)
              ELSE
                 MOVE "N"           TO SW-Selecionada-T(IND-F)
              END-IF
           END-IF
           IF SW-Selecionada-T(IND-F) = "S"
              ADD 1                    TO QTD-SELEC
              ADD Saldo-T(IND-F)       TO Total-Saldo-W
              ADD Corrigido-T(IND-F)   TO Total-Acordo-W
           END-IF.

       INFORMAR-PARCELAS.
      ********** A ULTIMA PARCELA ABSORVE A DIFERENCA DE CENTAVOS DA *
      *    DIVISAO; OS VENCIMENTOS DEVEM SER FUTUROS E CRESCENTES.   *
      *    VENCIMENTO EM BRANCO ABANDONA A RENEGOCIACAO              *
           MOVE "N"                 TO VALID-Parcelas
           MOVE Total-Saldo-W       TO WRK-VALOR
           MOVE Total-Acordo-W      TO WRK-CORRIGIDO
           display " "
           display "FATURAS SELECIONADAS: " QTD-SELEC
           display "SALDO NOMINAL       : " WRK-VALOR
           display "VALOR ATUALIZADO    : " WRK-CORRIGIDO
           display "INSIRA QUANTIDADE DE PARCELAS (1 A 24): "
           display " "with no advancing
           accept Qtd-Parcelas-W
           IF Qtd-Parcelas-W IS NOT NUMERIC
              OR Qtd-Parcelas-W = ZEROES
              OR Qtd-Parcelas-W > 24
              MOVE "Quantidade de parcelas INVALIDA" TO MENSAGEM
           ELSE
              COMPUTE Valor-Parcela-W =
                 Total-Acordo-W / Qtd-Parcelas-W
              IF Valor-Parcela-W = ZEROES
                 MOVE "VALOR DA PARCELA RESULTA ZERO" TO MENSAGEM
              ELSE
                 MOVE ZEROES           TO Soma-Parcelas-W
                 MOVE DATA-HOJE-AMD    TO Data-Anterior-Amd-W
                 MOVE "S"              TO VALID-Parcelas
                 PERFORM INFORMAR-UMA-PARCELA
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > Qtd-Parcelas-W
                       OR VALID-Parcelas = "N"
              END-IF
           END-IF.

       INFORMAR-UMA-PARCELA.
           IF IND-P = Qtd-Parcelas-W
              COMPUTE Valor-Nova-T(IND-P) =
                 Total-Acordo-W - Soma-Parcelas-W
           ELSE
              MOVE Valor-Parcela-W  TO Valor-Nova-T(IND-P)
           END-IF
           ADD Valor-Nova-T(IND-P)  TO Soma-Parcelas-W
           MOVE Valor-Nova-T(IND-P) TO WRK-VALOR
           display "PARCELA " IND-P " VALOR " WRK-VALOR
           MOVE "N"                 TO SW-DATA-OK
           PERFORM LER-VENCIMENTO UNTIL SW-DATA-OK = "S"
           IF VALID-Parcelas = "S"
              MOVE Data-Digitada-W     TO Vencimento-Nova-T(IND-P)
              MOVE Data-Digitada-Amd-W TO Data-Anterior-Amd-W
           END-IF.

       LER-VENCIMENTO.
           display "   VENCIMENTO (DD-MM-AAAA, ENTER = ABANDONAR): "
           display " "with no advancing
           MOVE SPACES              TO Data-Digitada-W
           accept Data-Digitada-W
           IF Data-Digitada-W = SPACES
              MOVE "N"              TO VALID-Parcelas
              MOVE "S"              TO SW-DATA-OK
              MOVE "RENEGOCIACAO ABANDONADA, NADA FOI GRAVADO"
                   TO MENSAGEM
           ELSE
              PERFORM VALIDAR-VENCIMENTO
              IF SW-DATA-OK NOT = "S"
                 display "   VENCIMENTO INVALIDO: USE DD-MM-AAAA, "
                         "POSTERIOR A HOJE E A PARCELA ANTERIOR"
              END-IF
           END-IF.

       VALIDAR-VENCIMENTO.
           MOVE "N"                   TO SW-DATA-OK
           IF Dig-Dia-W IS NUMERIC AND Dig-Mes-W IS NUMERIC
              AND Dig-Ano-W IS NUMERIC
              AND Dig-Sep1-W = "-" AND Dig-Sep2-W = "-"
              IF Dig-Mes-W >= 1 AND Dig-Mes-W <= 12
                 AND Dig-Dia-W >= 1 AND Dig-Dia-W <= 31
                 COMPUTE Data-Digitada-Amd-W = Dig-Ano-W * 10000
                    + Dig-Mes-W * 100 + Dig-Dia-W
                 IF Data-Digitada-Amd-W > Data-Anterior-Amd-W
                    MOVE "S"          TO SW-DATA-OK
                 END-IF
              END-IF
           END-IF.

       CONFIRMAR-ACORDO.
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "RESUMO DO ACORDO DE RENEGOCIACAO"
           display " "
           display "Cliente         : " Cliente-Reneg-W " " Razao-W
           display "Faturas         : " QTD-SELEC
           MOVE Total-Saldo-W       TO WRK-VALOR
           display "Saldo nominal   : " WRK-VALOR
           MOVE Total-Acordo-W      TO WRK-CORRIGIDO
           display "Valor do acordo : " WRK-CORRIGIDO
           display " "
           display "PC VENCIMENTO          VALOR"
           PERFORM MOSTRAR-NOVA-PARCELA
              VARYING IND-P FROM 1 BY 1 UNTIL IND-P > Qtd-Parcelas-W
           display " "
           display "CONFIRMA A RENEGOCIACAO? (S/N): "
           display " "with no advancing
           accept Resposta-W
           IF Resposta-W = "S" OR Resposta-W = "s"
              PERFORM GRAVAR-ACORDO
           ELSE
              MOVE "RENEGOCIACAO ABANDONADA, NADA FOI GRAVADO"
                   TO MENSAGEM
           END-IF.

       MOSTRAR-NOVA-PARCELA.
           MOVE Valor-Nova-T(IND-P) TO WRK-VALOR
           display IND-P " " Vencimento-Nova-T(IND-P) " " WRK-VALOR.

       GRAVAR-ACORDO.
      ********** GRAVA AS NOVAS PARCELAS (FATURAS ABERTAS SOB O ******
      *    NUMERO DO ACORDO), PASSA AS ORIGINAIS A RENEGOCIADA (R),  *
      *    QUE SAEM DO AGING E DA COBRANCA, E REGISTRA O VINCULO NO  *
      *    RENEGOC                                                   *
           PERFORM ATUALIZAR-DATA-HORA
           MOVE 001                 TO CRLTAB
           READ TABLA KEY CRLTAB
           IF FILE-STATUS-TAB NOT = 00
              MOVE "TABLA SEM NUMERACAO; ACORDO NAO GRAVADO"
                   TO MENSAGEM
           ELSE
              COMPUTE Numero-Acordo-W = Codigo-Tabped + 1
              MOVE Numero-Acordo-W  TO Codigo-Tabped
              REWRITE REG-TABLA
              PERFORM GRAVAR-NOVA-PARCELA
                 VARYING IND-P FROM 1 BY 1 UNTIL IND-P > Qtd-Parcelas-W
              PERFORM RENEGOCIAR-ORIGINAL
                 VARYING IND-F FROM 1 BY 1 UNTIL IND-F > QTD-FAT

              MOVE "FATURA"         TO Entidade-Audit-W
              MOVE "RENEGOCIACAO"   TO Acao-Audit-W
              MOVE Numero-Acordo-W  TO Chave-Audit-W
              MOVE SPACES           TO Valor-Antes-Audit-W
              MOVE SPACES           TO Valor-Depois-Audit-W
              STRING "CLIENTE " Cliente-Reneg-W
                     " FATURAS " QTD-SELEC
                     " SALDO " Total-Saldo-W
                 DELIMITED BY SIZE INTO Valor-Antes-Audit-W
              STRING "ACORDO " Numero-Acordo-W
                     " PARCELAS " Qtd-Parcelas-W
                     " TOTAL " Total-Acordo-W
                 DELIMITED BY SIZE INTO Valor-Depois-Audit-W
              PERFORM GRAVAR-AUDITORIA

              MOVE FUNCTION CONCATENATE("ACORDO " Numero-Acordo-W
                   " GRAVADO COM " Qtd-Parcelas-W " PARCELAS")
                   TO MENSAGEM
           END-IF.

       GRAVAR-NOVA-PARCELA.
           INITIALIZE REG-FATURAS
           MOVE Numero-Acordo-W          TO Numero-Pedido-fa
           MOVE IND-P                    TO Parcela-fa
           MOVE Cliente-Reneg-W          TO Codigo-Cliente-fa
           MOVE Vendedor-Reneg-W         TO Codigo-Vendedor-fa
           MOVE Classif-Reneg-W          TO Classificacao-fa
           MOVE DATE-RESUMEN             TO Data-Emissao-fa
           MOVE Vencimento-Nova-T(IND-P) TO Data-Vencimento-fa
           MOVE Valor-Nova-T(IND-P)      TO Valor-Fatura
           MOVE "A"                      TO Situacao-Fatura
           MOVE SPACES                   TO Data-Pagamento-fa
           MOVE ZEROES                   TO Valor-Pago-fa
           MOVE Qtd-Parcelas-W           TO Total-Parcelas-fa
           MOVE ZEROES                   TO Aliquota-fa
           MOVE ZEROES                   TO Valor-Imposto-fa
           WRITE REG-FATURAS.

       RENEGOCIAR-ORIGINAL.
           IF SW-Selecionada-T(IND-F) = "S"
              MOVE Pedido-T(IND-F)       TO Numero-Pedido-fa
              MOVE Parcela-T(IND-F)      TO Parcela-fa
              READ FATURAS
              IF FILE-STATUS = 00 AND FATURA-ABERTA
                 MOVE "R"                TO Situacao-Fatura
                 REWRITE REG-FATURAS
              END-IF
              MOVE Numero-Acordo-W       TO Numero-Acordo-rn
              MOVE Pedido-T(IND-F)       TO Pedido-Original-rn
              MOVE Parcela-T(IND-F)      TO Parcela-Original-rn
              MOVE Cliente-Reneg-W       TO Codigo-Cliente-rn
              MOVE DATE-RESUMEN          TO Data-Acordo-rn
              MOVE Vencimento-T(IND-F)   TO Vencimento-Original-rn
              MOVE Dias-T(IND-F)         TO Dias-Atraso-rn
              MOVE Saldo-T(IND-F)        TO Saldo-Original-rn
              MOVE Corrigido-T(IND-F)    TO Valor-Corrigido-rn
              MOVE Qtd-Parcelas-W        TO Qtd-Parcelas-rn
              MOVE Total-Acordo-W        TO Valor-Acordo-rn
              MOVE OPERADOR-W            TO Operador-rn
              WRITE REG-RENEGOC
           END-IF.

       CONSULTA.
           MOVE SPACES   TO MENSAGEM
           display "                                          "
           display "INSIRA NUMERO DO ACORDO: "
           display " "with no advancing
           accept Acordo-Consulta-W
           MOVE Acordo-Consulta-W   TO Numero-Acordo-rn
           MOVE ZEROES              TO Pedido-Original-rn
           MOVE ZEROES              TO Parcela-Original-rn
           SET NO-FIM-ACORDO        TO TRUE
           START RENEGOC KEY IS NOT LESS THAN Chave-Renegoc
              INVALID KEY SET FIM-ACORDO TO TRUE
           END-START
           IF NOT FIM-ACORDO
              READ RENEGOC NEXT RECORD
                 AT END SET FIM-ACORDO TO TRUE
              END-READ
           END-IF
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           IF FIM-ACORDO OR Numero-Acordo-rn NOT = Acordo-Consulta-W
              display FUNCTION CONCATENATE("Acordo "
                      Acordo-Consulta-W " NAO ENCONTRADO")
           ELSE
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              display "CONSULTA DE ACORDO DE RENEGOCIACAO"
              display " "
              display "Acordo         : " Numero-Acordo-rn
              display "Cliente        : " Codigo-Cliente-rn
              display "Data do acordo : " Data-Acordo-rn
                      "   Operador: " Operador-rn
              MOVE Valor-Acordo-rn  TO WRK-CORRIGIDO
              display "Valor do acordo: " WRK-CORRIGIDO
              MOVE Qtd-Parcelas-rn  TO Qtd-Parcelas-W
              display " "
              display "FATURAS ORIGINAIS (PEDIDO/PC VENCIMENTO DIAS"
                      "          SALDO     ATUALIZADO)"
              PERFORM MOSTRAR-ORIGINAL UNTIL FIM-ACORDO
              display " "
              display "NOVAS PARCELAS (PC VENCIMENTO          VALOR"
                      " SIT PAGO EM)"
              PERFORM MOSTRAR-PARCELA-ACORDO
                 VARYING IND-P FROM 1 BY 1 UNTIL IND-P > Qtd-Parcelas-W
           END-IF
           display " "
           display "Tecle ENTER para continuar"
           accept OPC-W
           MOVE SPACES   TO MENSAGEM.

       MOSTRAR-ORIGINAL.
           IF Numero-Acordo-rn NOT = Acordo-Consulta-W
              SET FIM-ACORDO TO TRUE
           ELSE
              MOVE Dias-Atraso-rn      TO WRK-DIAS
              MOVE Saldo-Original-rn   TO WRK-VALOR
              MOVE Valor-Corrigido-rn  TO WRK-CORRIGIDO
              display Pedido-Original-rn "/" Parcela-Original-rn " "
                      Vencimento-Original-rn " " WRK-DIAS " "
                      WRK-VALOR " " WRK-CORRIGIDO
              READ RENEGOC NEXT RECORD
                 AT END SET FIM-ACORDO TO TRUE
              END-READ
           END-IF.

       MOSTRAR-PARCELA-ACORDO.
           MOVE Acordo-Consulta-W   TO Numero-Pedido-fa
           MOVE IND-P               TO Parcela-fa
           READ FATURAS
           IF FILE-STATUS = 00
              MOVE Valor-Fatura     TO WRK-VALOR
              display IND-P " " Data-Vencimento-fa " " WRK-VALOR
                      "  " Situacao-Fatura "  " Data-Pagamento-fa
           END-IF.

       FIN.
           CLOSE FATURAS
                 TABLA
                 RENEGOC
           IF SW-CLIENTES-OK = "S"
              CLOSE CLIENTES
           END-IF
           IF SW-FERIADOS-OK = "S"
              CLOSE FERIADOS
           END-IF
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
                    IF Perc-Multa-F IS NUMERIC
                       AND Perc-Multa-F > ZEROES
                       MOVE Perc-Multa-F TO Perc-Multa-Par
                    END-IF
                    IF Juros-Dia-F IS NUMERIC
                       AND Juros-Dia-F > ZEROES
                       MOVE Juros-Dia-F TO Juros-Dia-Par
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
           MOVE SPACES TO ARQ-RENEGOC
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "renegoc.dat" DELIMITED BY SIZE
                  INTO ARQ-RENEGOC
           MOVE SPACES TO ARQ-TABLA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "tabla.dat" DELIMITED BY SIZE
                  INTO ARQ-TABLA
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
       END PROGRAM Pgm00044.
