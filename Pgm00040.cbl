      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Cadastro de Depositos de estoque
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00040.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEPOSITOS ASSIGN ARQ-DEPOSITOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Deposito
           FILE STATUS IS FILE-STATUS.

           SELECT SALDEP ASSIGN ARQ-SALDEP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Saldep
           FILE STATUS IS FILE-STATUS-SDP.

           SELECT SALDOS ASSIGN ARQ-SALDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto-sd
           FILE STATUS IS FILE-STATUS-EST.

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
       FD  DEPOSITOS.

      ********** DEPOSITOS DE ESTOQUE (DEPOSITOS.DAT): ARMAZENS E ****
      *    VEICULOS (ESTOQUE EMBARCADO DA EQUIPE DE CAMPO). O 01 E O *
      *    DEPOSITO PRINCIPAL, QUE RECEBE COMPRAS E DEVOLUCOES; AS   *
      *    ZONAS INDICAM DE ONDE O FATURAMENTO TIRA A MERCADORIA     *
       01  REG-DEPOSITOS.
           05 Codigo-Deposito              PIC 9(002).
           05 Descricao-Deposito           PIC X(030).
           05 Tipo-Deposito                PIC X(001).
              88 DEPOSITO-ARMAZEM                        VALUE "A".
              88 DEPOSITO-VEICULO                        VALUE "V".
           05 Zonas-Deposito.
              10 Zona-Dep OCCURS 10 TIMES  PIC X(003).
           05 Situacao-Deposito            PIC X(001).
              88 DEPOSITO-ATIVO                          VALUE "A".
              88 DEPOSITO-INATIVO                        VALUE "I".
           05 Operador-Inclusao-dp         PIC X(010).
           05 Data-Inclusao-dp             PIC X(010).
           05 Hora-Inclusao-dp             PIC X(008).
           05 Operador-Alteracao-dp        PIC X(010).
           05 Data-Alteracao-dp            PIC X(010).
           05 Hora-Alteracao-dp            PIC X(008).

       FD  SALDEP.

      ********** SALDO DE CADA PRODUTO POR DEPOSITO (SALDEP.DAT); O **
      *    SALDOS.DAT CONTINUA COM O TOTAL DA EMPRESA E A RESERVA    *
       01  REG-SALDEP.
           05 Chave-Saldep.
              10 Codigo-Deposito-se        PIC 9(002).
              10 Codigo-Produto-se         PIC 9(005).
           05 Saldo-Deposito-se            PIC s9(007)v9(002).

       FD  SALDOS.

       01  REG-SALDOS.
           05 Codigo-Produto-sd            PIC 9(005).
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

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

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-SESSAO                      PIC X(080)   VALUE SPACES.
           05 ARQ-DEPOSITOS                   PIC X(080)   VALUE SPACES.
           05 ARQ-SALDEP                      PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Codigo-Deposito-W            PIC 9(002)   VALUE ZEROES.
           05 Descricao-Deposito-W         PIC X(030)   VALUE SPACES.
           05 Tipo-Deposito-W              PIC X(001)   VALUE "A".
           05 Zonas-Deposito-W.
              10 Zona-Dep-W OCCURS 10 TIMES PIC X(003).
           05 Situacao-Deposito-W          PIC X(001)   VALUE "A".

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SDP              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EST              PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-AGREGAR                   PIC X        VALUE SPACES.
           05 SW-MODIFIC                   PIC X        VALUE SPACES.
           05 SW-EXCLUC                    PIC X        VALUE SPACES.
           05 VALID-Deposito               PIC X        VALUE "N".
           05 VALID-Descricao              PIC X        VALUE "N".
           05 VALID-Tipo                   PIC X        VALUE "N".
           05 VALID-Zonas                  PIC X        VALUE "N".
           05 VALID-Situacao               PIC X        VALUE "N".
           05 SW-SALDEP-OK                 PIC X        VALUE "N".
           05 SW-FIM-SDP                   PIC X        VALUE "N".
              88 FIM-SDP                                VALUE "S".
              88 NO-FIM-SDP                             VALUE "N".
           05 SW-FIM-SALDOS                PIC X        VALUE "N".
              88 FIM-SALDOS                             VALUE "S".
              88 NO-FIM-SALDOS                          VALUE "N".
           05 IND-Z                        PIC 9(003)   VALUE ZEROES.
           05 CONT-PRODUTOS-DEP            PIC 9(005)   VALUE ZEROES.
           05 CONT-AJUSTADOS               PIC 9(005)   VALUE ZEROES.
           05 SALDO-DEP-TOTAL              PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 SALDO-OUTROS-W               PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 SALDO-PRINCIPAL-W            PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 WRK-SALDO                    PIC ZZZ.ZZZ.ZZ9,99-.
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 Entidade-Audit-W             PIC X(010)   VALUE SPACES.
           05 Acao-Audit-W                 PIC X(012)   VALUE SPACES.
           05 Chave-Audit-W                PIC X(014)   VALUE SPACES.
           05 Valor-Antes-Audit-W          PIC X(080)   VALUE SPACES.
           05 Valor-Depois-Audit-W         PIC X(080)   VALUE SPACES.
           05 SW-PROCESO                   PIC X        VALUE SPACES.
           05 SW-M                         PIC X        VALUE SPACES.
           05 MENSAGEM                     PIC X(60)    VALUE SPACES.
           05 MENSAGEM2                    PIC X(60)    VALUE SPACES.
           05 SW-ERRO-ARQUIVO              PIC X        VALUE "N".
              88 ERRO-ARQUIVO                           VALUE "S".
              88 NO-ERRO-ARQUIVO                        VALUE "N".

           05 CONSTANT-LITERALES.
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00040".
              10 SW-TABLA                  PIC X       VALUE SPACES.
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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00040".

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
      ********** DEPOSITOS.DAT E SALDEP.DAT SAO CRIADOS NO PRIMEIRO **
      *    USO, JA COM O DEPOSITO PRINCIPAL (01)                     *
           MOVE "N"            TO SW-ERRO-ARQUIVO
           OPEN I-O DEPOSITOS
           IF FILE-STATUS NOT = 00
              OPEN OUTPUT DEPOSITOS
              CLOSE DEPOSITOS
              OPEN I-O DEPOSITOS
              IF FILE-STATUS = 00
                 PERFORM CRIAR-DEPOSITO-PRINCIPAL
              END-IF
           END-IF
           IF FILE-STATUS NOT = 00
              display "depositos.dat AUSENTE OU DANIFICADO"
              display "STATUS: " FILE-STATUS
              MOVE "S"         TO SW-ERRO-ARQUIVO
           ELSE
              OPEN I-O SALDEP
              IF FILE-STATUS-SDP NOT = 00
                 OPEN OUTPUT SALDEP
                 CLOSE SALDEP
                 OPEN I-O SALDEP
              END-IF
              IF FILE-STATUS-SDP NOT = 00
                 display "saldep.dat AUSENTE OU DANIFICADO"
                 display "STATUS: " FILE-STATUS-SDP
                 MOVE "S"      TO SW-ERRO-ARQUIVO
                 CLOSE DEPOSITOS
              END-IF
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
           MOVE "A"            TO Tipo-Deposito-W
           MOVE "A"            TO Situacao-Deposito-W
           MOVE "N"            TO SW-PROCESO
           END-IF.

       CRIAR-DEPOSITO-PRINCIPAL.
           PERFORM ATUALIZAR-DATA-HORA
           INITIALIZE REG-DEPOSITOS
           MOVE 01                 TO Codigo-Deposito
           MOVE "DEPOSITO PRINCIPAL" TO Descricao-Deposito
           MOVE "A"                TO Tipo-Deposito
           MOVE "A"                TO Situacao-Deposito
           MOVE "SISTEMA"          TO Operador-Inclusao-dp
           MOVE DATE-RESUMEN       TO Data-Inclusao-dp
           MOVE HORA-RESUMEN       TO Hora-Inclusao-dp
           WRITE REG-DEPOSITOS.

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
           MOVE "N"          TO SW-AGREGAR
           MOVE "N"          TO SW-MODIFIC
           MOVE "N"          TO SW-EXCLUC
           PERFORM LIMPAR-VALIDACOES
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "                                          "
           display "       CADASTRO DEPOSITOS                 "
           display "         1 => Inclusão                    "
           display "         2 => Alteração                   "
           display "         3 => Exclusão                    "
           display "         5 => Consulta                    "
           display "         6 => Acertar deposito principal  "
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
                   PERFORM AGREGAR
                   WHEN = 2
                   PERFORM MODIFICA
                   WHEN = 3
                   PERFORM ELIMINA
                   WHEN = 5
                   PERFORM CONSULTA
                   WHEN = 6
                   PERFORM ACERTAR-PRINCIPAL
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
                   END-EVALUATE
           END-PERFORM.

       LIMPAR-VALIDACOES.
           MOVE "N"          TO VALID-Deposito
           MOVE "N"          TO VALID-Descricao
           MOVE "N"          TO VALID-Tipo
           MOVE "N"          TO VALID-Zonas
           MOVE "N"          TO VALID-Situacao.

       AGREGAR.
           PERFORM UNTIL SW-AGREGAR = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "INCLUSAO DE DEPOSITOS"
           display MENSAGEM
      ********** O CODIGO DO DEPOSITO E INFORMADO (01 A 99) *********
           IF VALID-Deposito = "N"
           display "INSIRA CODIGO DO DEPOSITO (01-99): "
           display " "with no advancing
           accept Codigo-Deposito-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Codigo-Novo
           END-IF
           IF VALID-Deposito = "S"
           PERFORM INFORMAR-CAMPOS
           END-IF
           MOVE "S"                    TO VALID-Situacao

           IF (VALID-Deposito = "S" AND VALID-Descricao = "S" AND
               VALID-Tipo = "S" AND VALID-Zonas = "S")
               MOVE "A"                TO SW-TABLA
               PERFORM MOSTRAR-REGISTRO
               EVALUATE OPC-W
                  WHEN 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE Codigo-Deposito-W     TO Codigo-Deposito
                  PERFORM MOVER-CAMPOS
                  MOVE "A"                   TO Situacao-Deposito
                  MOVE OPERADOR-W            TO Operador-Inclusao-dp
                  MOVE DATE-RESUMEN          TO Data-Inclusao-dp
                  MOVE HORA-RESUMEN          TO Hora-Inclusao-dp
                  MOVE SPACES                TO Operador-Alteracao-dp
                  MOVE SPACES                TO Data-Alteracao-dp
                  MOVE SPACES                TO Hora-Alteracao-dp
                  WRITE REG-DEPOSITOS
                  MOVE "DEPOSITO"   TO Entidade-Audit-W
                  MOVE "INCLUSAO"   TO Acao-Audit-W
                  MOVE Codigo-Deposito-W TO Chave-Audit-W
                  MOVE SPACES       TO Valor-Antes-Audit-W
                  MOVE SPACES       TO Valor-Depois-Audit-W
                  STRING Descricao-Deposito-W " " Tipo-Deposito-W
                         " " Zonas-Deposito-W
                     DELIMITED BY SIZE INTO Valor-Depois-Audit-W
                  PERFORM GRAVAR-AUDITORIA
                  MOVE "S"          TO SW-AGREGAR
                  INITIALIZE REG-WORK
                  MOVE "A"          TO Tipo-Deposito-W
                  MOVE "A"          TO Situacao-Deposito-W
                  WHEN OTHER
                  INITIALIZE REG-WORK
                  MOVE "A"          TO Tipo-Deposito-W
                  MOVE "A"          TO Situacao-Deposito-W
                  MOVE "S"          TO SW-AGREGAR
                  PERFORM LIMPAR-VALIDACOES
               END-EVALUATE
           END-IF
           END-PERFORM.

       INFORMAR-CAMPOS.
      ********** VALIDACION DE DESCRICAO   *****
           IF VALID-Descricao = "N"
           display "INSIRA Descricao do Deposito: "
           display " "with no advancing
           accept Descricao-Deposito-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Descricao
           END-IF
      ********** VALIDACION DE TIPO   *****
           IF VALID-Tipo = "N" AND VALID-Descricao = "S"
           display "INSIRA Tipo (A=Armazem V=Veiculo): "
           display " "with no advancing
           accept Tipo-Deposito-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Tipo
           END-IF
      ********** ZONAS ATENDIDAS: ATE 10, EM BRANCO ENCERRA *********
           IF VALID-Zonas = "N" AND VALID-Tipo = "S"
           MOVE SPACES                 TO Zonas-Deposito-W
           display "INSIRA AS ZONAS ATENDIDAS (ATE 10, "
                   "EM BRANCO ENCERRA)"
           MOVE 1                      TO IND-Z
           PERFORM INFORMAR-UMA-ZONA UNTIL IND-Z > 10
           MOVE SPACES                 TO MENSAGEM
           MOVE "S"                    TO VALID-Zonas
           END-IF.

       INFORMAR-UMA-ZONA.
           display "Zona " IND-Z ": "
           display " "with no advancing
           accept Zona-Dep-W(IND-Z)
           IF Zona-Dep-W(IND-Z) = SPACES
              MOVE 11 TO IND-Z
           ELSE
              MOVE FUNCTION UPPER-CASE(Zona-Dep-W(IND-Z))
                   TO Zona-Dep-W(IND-Z)
              ADD 1 TO IND-Z
           END-IF.

       MOVER-CAMPOS.
           MOVE Descricao-Deposito-W   TO Descricao-Deposito
           MOVE Tipo-Deposito-W        TO Tipo-Deposito
           MOVE Zonas-Deposito-W       TO Zonas-Deposito.

       MODIFICA.
           MOVE SPACES                 TO MENSAGEM
           PERFORM UNTIL SW-MODIFIC = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "ALTERACAO DE DEPOSITOS"
           display MENSAGEM
           IF VALID-Deposito = "N"
           PERFORM SELECIONA-DEPOSITO
           IF VALID-Deposito = "N"
              MOVE "S"                 TO SW-MODIFIC
           END-IF
           END-IF

           IF VALID-Deposito = "S"
           PERFORM INFORMAR-CAMPOS
           IF VALID-Situacao = "N" AND VALID-Zonas = "S"
           display "Alterar Situacao (A=Ativo I=Inativo): "
           display " "with no advancing
           accept Situacao-Deposito-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Situacao
           END-IF
           END-IF

           IF (VALID-Deposito = "S" AND VALID-Descricao = "S" AND
               VALID-Tipo = "S" AND VALID-Zonas = "S" AND
               VALID-Situacao = "S")
               MOVE "M"   TO SW-TABLA
               PERFORM MOSTRAR-REGISTRO
               EVALUATE OPC-W
                  WHEN 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE "DEPOSITO"   TO Entidade-Audit-W
                  MOVE "ALTERACAO"  TO Acao-Audit-W
                  MOVE Codigo-Deposito-W TO Chave-Audit-W
                  MOVE SPACES       TO Valor-Antes-Audit-W
                  STRING Descricao-Deposito " " Tipo-Deposito " "
                         Situacao-Deposito " " Zonas-Deposito
                     DELIMITED BY SIZE INTO Valor-Antes-Audit-W
                  MOVE SPACES       TO Valor-Depois-Audit-W
                  STRING Descricao-Deposito-W " " Tipo-Deposito-W " "
                         Situacao-Deposito-W " " Zonas-Deposito-W
                     DELIMITED BY SIZE INTO Valor-Depois-Audit-W
                  PERFORM MOVER-CAMPOS
                  MOVE Situacao-Deposito-W   TO Situacao-Deposito
                  MOVE OPERADOR-W            TO Operador-Alteracao-dp
                  MOVE DATE-RESUMEN          TO Data-Alteracao-dp
                  MOVE HORA-RESUMEN          TO Hora-Alteracao-dp
                  REWRITE REG-DEPOSITOS
                  PERFORM GRAVAR-AUDITORIA
                  MOVE "S"          TO SW-MODIFIC
                  WHEN OTHER
                  INITIALIZE REG-WORK
                  MOVE "A"          TO Tipo-Deposito-W
                  MOVE "A"          TO Situacao-Deposito-W
                  MOVE "S"          TO SW-MODIFIC
                  PERFORM LIMPAR-VALIDACOES
               END-EVALUATE
           END-IF
           END-PERFORM.

       ELIMINA.
      ********** SO SAI DO CADASTRO DEPOSITO SEM MERCADORIA; O *******
      *    PRINCIPAL (01) NUNCA E EXCLUIDO                           *
           MOVE SPACES   TO MENSAGEM
           PERFORM UNTIL SW-EXCLUC = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "EXCLUSAO DE DEPOSITOS"
           display MENSAGEM
           PERFORM SELECIONA-DEPOSITO
           IF VALID-Deposito = "S"
              IF Codigo-Deposito-W = 01
                 MOVE "DEPOSITO PRINCIPAL NAO PODE SER EXCLUIDO"
                                    TO MENSAGEM
                 MOVE "N"          TO VALID-Deposito
              ELSE
                 PERFORM SOMAR-SALDO-DEPOSITO
                 IF SALDO-DEP-TOTAL NOT = ZEROES
                    MOVE "DEPOSITO COM SALDO, TRANSFIRA OU INATIVE"
                                    TO MENSAGEM
                    MOVE "N"       TO VALID-Deposito
                 END-IF
              END-IF
           END-IF
           IF VALID-Deposito = "S"
           MOVE "E"                 TO SW-TABLA
           PERFORM MOSTRAR-REGISTRO
           IF OPC-W = 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE "DEPOSITO"   TO Entidade-Audit-W
                  MOVE "EXCLUSAO"   TO Acao-Audit-W
                  MOVE Codigo-Deposito-W TO Chave-Audit-W
                  MOVE SPACES       TO Valor-Antes-Audit-W
                  STRING Descricao-Deposito DELIMITED BY SIZE
                     INTO Valor-Antes-Audit-W
                  MOVE SPACES       TO Valor-Depois-Audit-W
                  PERFORM GRAVAR-AUDITORIA
                  DELETE DEPOSITOS
                  MOVE "S"          TO SW-EXCLUC
                  INITIALIZE REG-WORK
                  MOVE "A"          TO Tipo-Deposito-W
                  MOVE "A"          TO Situacao-Deposito-W
               ELSE
                  INITIALIZE REG-WORK
                  MOVE "A"          TO Tipo-Deposito-W
                  MOVE "A"          TO Situacao-Deposito-W
                  MOVE "S"          TO SW-EXCLUC
                  MOVE "N"          TO VALID-Deposito
           END-IF
           ELSE
              IF MENSAGEM NOT = SPACES
                 display MENSAGEM
                 display "Tecle ENTER para continuar"
                 accept OPC-W
              END-IF
              MOVE "S"             TO SW-EXCLUC
           END-IF
           END-PERFORM.

       SOMAR-SALDO-DEPOSITO.
      ********** TOTAL DE PRODUTOS E SALDO GUARDADOS NO DEPOSITO *****
           MOVE ZEROES             TO CONT-PRODUTOS-DEP
           MOVE ZEROES             TO SALDO-DEP-TOTAL
           MOVE Codigo-Deposito-W  TO Codigo-Deposito-se
           MOVE ZEROES             TO Codigo-Produto-se
           SET NO-FIM-SDP          TO TRUE
           START SALDEP KEY IS NOT LESS THAN Chave-Saldep
              INVALID KEY SET FIM-SDP TO TRUE
           END-START
           PERFORM SOMAR-UM-SALDEP UNTIL FIM-SDP.

       SOMAR-UM-SALDEP.
           READ SALDEP NEXT RECORD
              AT END SET FIM-SDP TO TRUE
           END-READ
           IF NOT FIM-SDP
              IF Codigo-Deposito-se NOT = Codigo-Deposito-W
                 SET FIM-SDP TO TRUE
              ELSE
                 IF Saldo-Deposito-se NOT = ZEROES
                    ADD 1 TO CONT-PRODUTOS-DEP
                    ADD Saldo-Deposito-se TO SALDO-DEP-TOTAL
                 END-IF
              END-IF
           END-IF.

       CONSULTA.
           MOVE SPACES   TO MENSAGEM
           display "                                          "
           PERFORM SELECIONA-DEPOSITO
           IF VALID-Deposito = "S"
              PERFORM SOMAR-SALDO-DEPOSITO
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              display "CONSULTA DE DEPOSITOS"
              display " "
              display "Código Deposito: " Codigo-Deposito
              display "Descricao      : " Descricao-Deposito
              display "Tipo           : " Tipo-Deposito
              display "Zonas atendidas: " Zonas-Deposito
              display "Situacao       : " Situacao-Deposito
              MOVE SALDO-DEP-TOTAL TO WRK-SALDO
              display "Produtos c/saldo: " CONT-PRODUTOS-DEP
              display "Quantidade total: " WRK-SALDO
              display "Incluido por   : " Operador-Inclusao-dp " "
                       Data-Inclusao-dp " " Hora-Inclusao-dp
              display "Alterado por   : " Operador-Alteracao-dp " "
                       Data-Alteracao-dp " " Hora-Alteracao-dp
              display " "
              display "Tecle ENTER para continuar"
              accept OPC-W
           ELSE
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display MENSAGEM
              display "Tecle ENTER para continuar"
              accept OPC-W
           END-IF
           INITIALIZE REG-WORK
           MOVE "A"          TO Tipo-Deposito-W
           MOVE "A"          TO Situacao-Deposito-W
           MOVE "N"          TO VALID-Deposito.

       ACERTAR-PRINCIPAL.
      ********** O DEPOSITO PRINCIPAL ABSORVE A DIFERENCA ENTRE O ****
      *    SALDO TOTAL (SALDOS.DAT) E A SOMA DOS OUTROS DEPOSITOS.   *
      *    USADO NA IMPLANTACAO (ESTOQUE ANTERIOR AOS DEPOSITOS VAI  *
      *    TODO PARA O 01) E PARA RECONCILIAR A QUALQUER MOMENTO     *
           MOVE ZEROES TO CONT-AJUSTADOS
           OPEN INPUT SALDOS
           IF FILE-STATUS-EST NOT = 00
              MOVE "saldos.dat AUSENTE; NADA A ACERTAR" TO MENSAGEM
           ELSE
              PERFORM ATUALIZAR-DATA-HORA
              SET NO-FIM-SALDOS TO TRUE
              MOVE ZEROES TO Codigo-Produto-sd
              START SALDOS KEY IS NOT LESS THAN Codigo-Produto-sd
                 INVALID KEY SET FIM-SALDOS TO TRUE
              END-START
              PERFORM ACERTAR-UM-PRODUTO UNTIL FIM-SALDOS
              CLOSE SALDOS
              MOVE "DEPOSITO"    TO Entidade-Audit-W
              MOVE "ACERTO"      TO Acao-Audit-W
              MOVE "01"          TO Chave-Audit-W
              MOVE SPACES        TO Valor-Antes-Audit-W
              MOVE SPACES        TO Valor-Depois-Audit-W
              STRING "PRODUTOS ACERTADOS NO PRINCIPAL: "
                     CONT-AJUSTADOS
                 DELIMITED BY SIZE INTO Valor-Depois-Audit-W
              PERFORM GRAVAR-AUDITORIA
              MOVE SPACES TO MENSAGEM
              STRING "PRODUTOS ACERTADOS NO DEPOSITO 01: "
                     CONT-AJUSTADOS
                 DELIMITED BY SIZE INTO MENSAGEM
           END-IF.

       ACERTAR-UM-PRODUTO.
           READ SALDOS NEXT RECORD
              AT END SET FIM-SALDOS TO TRUE
           END-READ
           IF NOT FIM-SALDOS
              MOVE ZEROES            TO SALDO-OUTROS-W
              MOVE ZEROES            TO Codigo-Deposito-se
              MOVE Codigo-Produto-sd TO Codigo-Produto-se
              PERFORM SOMAR-OUTRO-DEPOSITO
                 VARYING IND-Z FROM 2 BY 1 UNTIL IND-Z > 99
              COMPUTE SALDO-PRINCIPAL-W =
                 Saldo-Estoque-sd - SALDO-OUTROS-W
              MOVE 01                TO Codigo-Deposito-se
              MOVE Codigo-Produto-sd TO Codigo-Produto-se
              READ SALDEP
              IF FILE-STATUS-SDP = 00
                 IF Saldo-Deposito-se NOT = SALDO-PRINCIPAL-W
                    MOVE SALDO-PRINCIPAL-W TO Saldo-Deposito-se
                    REWRITE REG-SALDEP
                    ADD 1 TO CONT-AJUSTADOS
                 END-IF
              ELSE
                 IF SALDO-PRINCIPAL-W NOT = ZEROES
                    MOVE 01                TO Codigo-Deposito-se
                    MOVE Codigo-Produto-sd TO Codigo-Produto-se
                    MOVE SALDO-PRINCIPAL-W TO Saldo-Deposito-se
                    WRITE REG-SALDEP
                    ADD 1 TO CONT-AJUSTADOS
                 END-IF
              END-IF
           END-IF.

       SOMAR-OUTRO-DEPOSITO.
           MOVE IND-Z             TO Codigo-Deposito-se
           MOVE Codigo-Produto-sd TO Codigo-Produto-se
           READ SALDEP
           IF FILE-STATUS-SDP = 00
              ADD Saldo-Deposito-se TO SALDO-OUTROS-W
           END-IF.

       SELECIONA-DEPOSITO.
           display "INSIRA CODIGO DO DEPOSITO: "
           display " "with no advancing
           accept Codigo-Deposito-W
           MOVE SPACES                 TO MENSAGEM
           MOVE Codigo-Deposito-W      TO Codigo-Deposito
           READ DEPOSITOS
           IF FILE-STATUS <> 00
           MOVE FUNCTION CONCATENATE("Deposito " Codigo-Deposito-W
                      " NO EXISTE") TO MENSAGEM
           MOVE "N"                   TO VALID-Deposito
           ELSE
           MOVE Descricao-Deposito    TO Descricao-Deposito-W
           MOVE Tipo-Deposito         TO Tipo-Deposito-W
           MOVE Zonas-Deposito        TO Zonas-Deposito-W
           MOVE Situacao-Deposito     TO Situacao-Deposito-W
           MOVE "S"                   TO VALID-Deposito
           END-IF.

       VALIDA-Codigo-Novo.
           IF Codigo-Deposito-W IS NOT NUMERIC
              OR Codigo-Deposito-W = ZEROES
           MOVE "Codigo de Deposito INVALIDO" TO MENSAGEM
           MOVE "N"                   TO VALID-Deposito
           ELSE
           MOVE Codigo-Deposito-W     TO Codigo-Deposito
           READ DEPOSITOS
           IF FILE-STATUS = 00
           MOVE FUNCTION CONCATENATE("Deposito " Codigo-Deposito-W
                      " JA EXISTE") TO MENSAGEM
           MOVE "N"                   TO VALID-Deposito
           ELSE
           MOVE "S"                   TO VALID-Deposito
           END-IF
           END-IF.

       VALIDA-Descricao.
           IF Descricao-Deposito-W IS EQUAL SPACES
           MOVE "Descricao INVALIDA"  TO MENSAGEM
           MOVE "N"                   TO VALID-Descricao
           ELSE
           MOVE "S"                   TO VALID-Descricao
           END-IF.

       VALIDA-Tipo.
           IF Tipo-Deposito-W = "A" OR "V"
           MOVE "S"                   TO VALID-Tipo
           ELSE
           MOVE "Tipo INVALIDO, USE A OU V" TO MENSAGEM
           MOVE "N"                   TO VALID-Tipo
           END-IF.

       VALIDA-Situacao.
           IF Situacao-Deposito-W = "A" OR "I"
           MOVE "S"                   TO VALID-Situacao
           ELSE
           MOVE "Situacao INVALIDA, USE A OU I" TO MENSAGEM
           MOVE "N"                   TO VALID-Situacao
           END-IF.

       MOSTRAR-REGISTRO.
           MOVE SPACES TO MENSAGEM2
           EVALUATE (SW-TABLA)
               WHEN = "A"
                MOVE "OPCAO 1 GRAVAR  OPCAO 2 SAIR" TO MENSAGEM2
               WHEN = "E"
                MOVE "OPCAO 1 Exclusao  OPCAO  2 SAIR" TO MENSAGEM2
               WHEN = "M"
                MOVE "OPCAO 1 GRAVAR  OPCAO 2 SAIR" TO MENSAGEM2
           END-EVALUATE

           MOVE "N"    TO SW-M
           PERFORM UNTIL SW-M = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "VERIFQUE A INFORMACAO"
           display " "
           display "Código Deposito: " Codigo-Deposito-W
           display "Descricao      : " Descricao-Deposito-W
           display "Tipo           : " Tipo-Deposito-W
           display "Zonas atendidas: " Zonas-Deposito-W
           display "Situacao       : " Situacao-Deposito-W
           display " "
           display MENSAGEM2
           display MENSAGEM
           display "INSIRA OPCAO: "
           display " "with no advancing
           accept OPC-W
           MOVE SPACES   TO MENSAGEM
           IF OPC-W <> 1 AND OPC-W <> 2
                MOVE "N" TO SW-M
                MOVE FUNCTION CONCATENATE("Opção " OPC-W " INVALIDA")
                TO MENSAGEM
              ELSE
                MOVE "S" TO SW-M
           END-IF
           END-PERFORM.

       FIN.
           CLOSE DEPOSITOS SALDEP
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
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-DEPOSITOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "depositos.dat" DELIMITED BY SIZE
                  INTO ARQ-DEPOSITOS
           MOVE SPACES TO ARQ-SALDEP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldep.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDEP
           MOVE SPACES TO ARQ-SALDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldos.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDOS
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
       END PROGRAM Pgm00040.
