      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Cadastro de Veiculos de entrega (frota)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00042.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VEICULOS ASSIGN ARQ-VEICULOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Veiculo-ve
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
       FD  VEICULOS.

      ********** VEICULO DA FROTA DE ENTREGA: CAPACIDADE EM KG E EM **
      *    M3, USADAS PELO PROGRAMA48 PARA DIVIDIR A CARGA DA ZONA   *
       01  REG-VEICULOS.
           05 Codigo-Veiculo-ve            PIC 9(003).
           05 Placa-ve                     PIC X(007).
           05 Descricao-ve                 PIC X(030).
           05 Capacidade-Peso-ve           PIC 9(006)v9(002).
           05 Capacidade-Volume-ve         PIC 9(004)v9(003).
           05 Situacao-ve                  PIC X(001).
              88 VEICULO-ATIVO                           VALUE "A".
              88 VEICULO-INATIVO                         VALUE "I".
           05 Operador-ve                  PIC X(010).
           05 Data-Alteracao-ve            PIC X(010).

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
           05 ARQ-VEICULOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Codigo-Veiculo-W             PIC 9(003)   VALUE ZEROES.
           05 Placa-W                      PIC X(007)   VALUE SPACES.
           05 Descricao-Veiculo-W          PIC X(030)   VALUE SPACES.
           05 Capacidade-Peso-W            PIC 9(006)v9(002)
                                            VALUE ZEROES.
           05 Capacidade-Volume-W          PIC 9(004)v9(003)
                                            VALUE ZEROES.
           05 Situacao-Veiculo-W           PIC X(001)   VALUE "A".

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-AGREGAR                   PIC X        VALUE SPACES.
           05 SW-MODIFIC                   PIC X        VALUE SPACES.
           05 SW-EXCLUC                    PIC X        VALUE SPACES.
           05 VALID-Veiculo                PIC X        VALUE "N".
           05 VALID-Placa                  PIC X        VALUE "N".
           05 VALID-Descricao              PIC X        VALUE "N".
           05 VALID-Capacidade             PIC X        VALUE "N".
           05 VALID-Situacao               PIC X        VALUE "N".
           05 SW-FIM-VEICULOS              PIC X        VALUE "N".
              88 FIM-VEICULOS                            VALUE "S".
              88 NO-FIM-VEICULOS                         VALUE "N".
           05 CONT-LISTADOS                PIC 9(005)   VALUE ZEROES.
           05 WRK-PESO                     PIC ZZZ.ZZ9,99.
           05 WRK-VOLUME                   PIC Z.ZZ9,999.
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
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00042".
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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00042".

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
      ********** VEICULOS.DAT E CRIADO NO PRIMEIRO USO ***************
           MOVE "N"            TO SW-ERRO-ARQUIVO
           OPEN I-O VEICULOS
           IF FILE-STATUS NOT = 00
              OPEN OUTPUT VEICULOS
              CLOSE VEICULOS
              OPEN I-O VEICULOS
           END-IF
           IF FILE-STATUS NOT = 00
              display "veiculos.dat AUSENTE OU DANIFICADO"
              display "STATUS: " FILE-STATUS
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

           PERFORM LIMPAR-REG-WORK
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

       LIMPAR-REG-WORK.
           INITIALIZE REG-WORK
           MOVE "A"            TO Situacao-Veiculo-W.

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
           display "       CADASTRO VEICULOS DE ENTREGA       "
           display "         1 => Inclusão                    "
           display "         2 => Alteração                   "
           display "         3 => Exclusão                    "
           display "         4 => Listar frota                "
           display "         5 => Consulta                    "
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
                   WHEN = 4
                   PERFORM LISTAR-FROTA
                   WHEN = 5
                   PERFORM CONSULTA
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
                   END-EVALUATE
           END-PERFORM.

       LIMPAR-VALIDACOES.
           MOVE "N"          TO VALID-Veiculo
           MOVE "N"          TO VALID-Placa
           MOVE "N"          TO VALID-Descricao
           MOVE "N"          TO VALID-Capacidade
           MOVE "N"          TO VALID-Situacao.

       AGREGAR.
           PERFORM UNTIL SW-AGREGAR = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "INCLUSAO DE VEICULOS"
           display MENSAGEM
           IF VALID-Veiculo = "N"
           display "INSIRA CODIGO DO VEICULO: "
           display " "with no advancing
           accept Codigo-Veiculo-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Codigo-Novo
           END-IF
           IF VALID-Veiculo = "S"
           PERFORM INFORMAR-CAMPOS
           END-IF
           MOVE "S"                    TO VALID-Situacao

           IF (VALID-Veiculo = "S" AND VALID-Placa = "S" AND
               VALID-Descricao = "S" AND VALID-Capacidade = "S")
               MOVE "A"                TO SW-TABLA
               PERFORM MOSTRAR-REGISTRO
               EVALUATE OPC-W
                  WHEN 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE Codigo-Veiculo-W      TO Codigo-Veiculo-ve
                  PERFORM MOVER-CAMPOS
                  MOVE "A"                   TO Situacao-ve
                  WRITE REG-VEICULOS
                  MOVE "VEICULO"    TO Entidade-Audit-W
                  MOVE "INCLUSAO"   TO Acao-Audit-W
                  MOVE Codigo-Veiculo-W TO Chave-Audit-W
                  MOVE SPACES       TO Valor-Antes-Audit-W
                  PERFORM MONTAR-AUDIT-DEPOIS
                  PERFORM GRAVAR-AUDITORIA
                  MOVE "S"          TO SW-AGREGAR
                  PERFORM LIMPAR-REG-WORK
                  WHEN OTHER
                  PERFORM LIMPAR-REG-WORK
                  MOVE "S"          TO SW-AGREGAR
                  PERFORM LIMPAR-VALIDACOES
               END-EVALUATE
           END-IF
           END-PERFORM.

       INFORMAR-CAMPOS.
           IF VALID-Placa = "N"
           display "INSIRA PLACA (AAA9A99): "
           display " "with no advancing
           accept Placa-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Placa
           END-IF
           IF VALID-Descricao = "N" AND VALID-Placa = "S"
           display "INSIRA Descricao/Modelo do Veiculo: "
           display " "with no advancing
           accept Descricao-Veiculo-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Descricao
           END-IF
      ********** CAPACIDADE DE CARGA: PESO EM KG E VOLUME EM M3 ******
           IF VALID-Capacidade = "N" AND VALID-Descricao = "S"
           display "INSIRA CAPACIDADE EM KG (NNNNNN,NN): "
           display " "with no advancing
           accept Capacidade-Peso-W
           display "INSIRA CAPACIDADE EM M3 (NNNN,NNN): "
           display " "with no advancing
           accept Capacidade-Volume-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Capacidade
           END-IF.

       MOVER-CAMPOS.
           MOVE Placa-W                TO Placa-ve
           MOVE Descricao-Veiculo-W    TO Descricao-ve
           MOVE Capacidade-Peso-W      TO Capacidade-Peso-ve
           MOVE Capacidade-Volume-W    TO Capacidade-Volume-ve
           MOVE OPERADOR-W             TO Operador-ve
           MOVE DATE-RESUMEN           TO Data-Alteracao-ve.

       MONTAR-AUDIT-DEPOIS.
           MOVE SPACES       TO Valor-Depois-Audit-W
           STRING Placa-W " " Descricao-Veiculo-W
                  " KG " Capacidade-Peso-W
                  " M3 " Capacidade-Volume-W
                  " " Situacao-Veiculo-W
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W.

       MODIFICA.
           MOVE SPACES                 TO MENSAGEM
           PERFORM UNTIL SW-MODIFIC = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "ALTERACAO DE VEICULOS"
           display MENSAGEM
           IF VALID-Veiculo = "N"
           PERFORM SELECIONA-VEICULO
           IF VALID-Veiculo = "N"
              MOVE "S"                 TO SW-MODIFIC
           END-IF
           END-IF

           IF VALID-Veiculo = "S"
           PERFORM INFORMAR-CAMPOS
           IF VALID-Situacao = "N" AND VALID-Capacidade = "S"
           display "Alterar Situacao (A=Ativo I=Inativo): "
           display " "with no advancing
           accept Situacao-Veiculo-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Situacao
           END-IF
           END-IF

           IF (VALID-Veiculo = "S" AND VALID-Placa = "S" AND
               VALID-Descricao = "S" AND VALID-Capacidade = "S" AND
               VALID-Situacao = "S")
               MOVE "M"   TO SW-TABLA
               PERFORM MOSTRAR-REGISTRO
               EVALUATE OPC-W
                  WHEN 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE "VEICULO"    TO Entidade-Audit-W
                  MOVE "ALTERACAO"  TO Acao-Audit-W
                  MOVE Codigo-Veiculo-W TO Chave-Audit-W
                  MOVE SPACES       TO Valor-Antes-Audit-W
                  STRING Placa-ve " " Descricao-ve
                         " KG " Capacidade-Peso-ve
                         " M3 " Capacidade-Volume-ve
                         " " Situacao-ve
                     DELIMITED BY SIZE INTO Valor-Antes-Audit-W
                  PERFORM MONTAR-AUDIT-DEPOIS
                  PERFORM MOVER-CAMPOS
                  MOVE Situacao-Veiculo-W    TO Situacao-ve
                  REWRITE REG-VEICULOS
                  PERFORM GRAVAR-AUDITORIA
                  MOVE "S"          TO SW-MODIFIC
                  WHEN OTHER
                  PERFORM LIMPAR-REG-WORK
                  MOVE "S"          TO SW-MODIFIC
                  PERFORM LIMPAR-VALIDACOES
               END-EVALUATE
           END-IF
           END-PERFORM.

       ELIMINA.
           MOVE SPACES   TO MENSAGEM
           PERFORM UNTIL SW-EXCLUC = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "EXCLUSAO DE VEICULOS"
           display MENSAGEM
           PERFORM SELECIONA-VEICULO
           IF VALID-Veiculo = "S"
           MOVE "E"                 TO SW-TABLA
           PERFORM MOSTRAR-REGISTRO
           IF OPC-W = 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE "VEICULO"    TO Entidade-Audit-W
                  MOVE "EXCLUSAO"   TO Acao-Audit-W
                  MOVE Codigo-Veiculo-W TO Chave-Audit-W
                  MOVE SPACES       TO Valor-Antes-Audit-W
                  STRING Placa-ve " " Descricao-ve DELIMITED BY SIZE
                     INTO Valor-Antes-Audit-W
                  MOVE SPACES       TO Valor-Depois-Audit-W
                  PERFORM GRAVAR-AUDITORIA
                  DELETE VEICULOS
                  MOVE "S"          TO SW-EXCLUC
                  PERFORM LIMPAR-REG-WORK
               ELSE
                  PERFORM LIMPAR-REG-WORK
                  MOVE "S"          TO SW-EXCLUC
                  MOVE "N"          TO VALID-Veiculo
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

       LISTAR-FROTA.
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "FROTA DE ENTREGA"
           display " "
           display "COD PLACA   DESCRICAO                      "
                   "  CAPAC. KG   CAPAC. M3 S"
           MOVE ZEROES              TO CONT-LISTADOS
           MOVE ZEROES              TO Codigo-Veiculo-ve
           SET NO-FIM-VEICULOS      TO TRUE
           START VEICULOS KEY IS NOT LESS THAN Codigo-Veiculo-ve
              INVALID KEY SET FIM-VEICULOS TO TRUE
           END-START
           PERFORM LISTAR-UM-VEICULO UNTIL FIM-VEICULOS
           display " "
           display "VEICULOS CADASTRADOS: " CONT-LISTADOS
           display "Tecle ENTER para continuar"
           accept OPC-W.

       LISTAR-UM-VEICULO.
           READ VEICULOS NEXT RECORD
              AT END SET FIM-VEICULOS TO TRUE
           END-READ
           IF NOT FIM-VEICULOS
              ADD 1 TO CONT-LISTADOS
              MOVE Capacidade-Peso-ve   TO WRK-PESO
              MOVE Capacidade-Volume-ve TO WRK-VOLUME
              display Codigo-Veiculo-ve " " Placa-ve " "
                      Descricao-ve " " WRK-PESO "  " WRK-VOLUME
                      " " Situacao-ve
           END-IF.

       CONSULTA.
           MOVE SPACES   TO MENSAGEM
           display "                                          "
           PERFORM SELECIONA-VEICULO
           IF VALID-Veiculo = "S"
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              display "CONSULTA DE VEICULOS"
              display " "
              PERFORM MOSTRAR-CAMPOS
              display "Alterado por   : " Operador-ve " "
                       Data-Alteracao-ve
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
           PERFORM LIMPAR-REG-WORK
           MOVE "N"          TO VALID-Veiculo.

       SELECIONA-VEICULO.
           display "INSIRA CODIGO DO VEICULO: "
           display " "with no advancing
           accept Codigo-Veiculo-W
           MOVE SPACES                 TO MENSAGEM
           MOVE Codigo-Veiculo-W       TO Codigo-Veiculo-ve
           READ VEICULOS
           IF FILE-STATUS <> 00
           MOVE FUNCTION CONCATENATE("Veiculo " Codigo-Veiculo-W
                      " NO EXISTE") TO MENSAGEM
           MOVE "N"                   TO VALID-Veiculo
           ELSE
           MOVE Placa-ve              TO Placa-W
           MOVE Descricao-ve          TO Descricao-Veiculo-W
           MOVE Capacidade-Peso-ve    TO Capacidade-Peso-W
           MOVE Capacidade-Volume-ve  TO Capacidade-Volume-W
           MOVE Situacao-ve           TO Situacao-Veiculo-W
           MOVE "S"                   TO VALID-Veiculo
           END-IF.

       VALIDA-Codigo-Novo.
           IF Codigo-Veiculo-W IS NOT NUMERIC
              OR Codigo-Veiculo-W = ZEROES
           MOVE "Codigo de Veiculo INVALIDO" TO MENSAGEM
           MOVE "N"                   TO VALID-Veiculo
           ELSE
           MOVE Codigo-Veiculo-W      TO Codigo-Veiculo-ve
           READ VEICULOS
           IF FILE-STATUS = 00
           MOVE FUNCTION CONCATENATE("Veiculo " Codigo-Veiculo-W
                      " JA EXISTE") TO MENSAGEM
           MOVE "N"                   TO VALID-Veiculo
           ELSE
           MOVE "S"                   TO VALID-Veiculo
           END-IF
           END-IF.

       VALIDA-Placa.
           MOVE FUNCTION UPPER-CASE(Placa-W) TO Placa-W
           IF Placa-W IS EQUAL SPACES
           MOVE "Placa INVALIDA"      TO MENSAGEM
           MOVE "N"                   TO VALID-Placa
           ELSE
           MOVE "S"                   TO VALID-Placa
           END-IF.

       VALIDA-Descricao.
           IF Descricao-Veiculo-W IS EQUAL SPACES
           MOVE "Descricao INVALIDA"  TO MENSAGEM
           MOVE "N"                   TO VALID-Descricao
           ELSE
           MOVE "S"                   TO VALID-Descricao
           END-IF.

       VALIDA-Capacidade.
           IF Capacidade-Peso-W IS NOT NUMERIC
              OR Capacidade-Peso-W = ZEROES
              OR Capacidade-Volume-W IS NOT NUMERIC
              OR Capacidade-Volume-W = ZEROES
           MOVE "Capacidade INVALIDA (KG E M3 MAIORES QUE ZERO)"
                                      TO MENSAGEM
           MOVE "N"                   TO VALID-Capacidade
           ELSE
           MOVE "S"                   TO VALID-Capacidade
           END-IF.

       VALIDA-Situacao.
           IF Situacao-Veiculo-W = "A" OR "I"
           MOVE "S"                   TO VALID-Situacao
           ELSE
           MOVE "Situacao INVALIDA, USE A OU I" TO MENSAGEM
           MOVE "N"                   TO VALID-Situacao
           END-IF.

       MOSTRAR-CAMPOS.
           display "Código Veiculo : " Codigo-Veiculo-W
           display "Placa          : " Placa-W
           display "Descricao      : " Descricao-Veiculo-W
           MOVE Capacidade-Peso-W   TO WRK-PESO
           display "Capacidade KG  : " WRK-PESO
           MOVE Capacidade-Volume-W TO WRK-VOLUME
           display "Capacidade M3  : " WRK-VOLUME
           display "Situacao       : " Situacao-Veiculo-W.

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
           PERFORM MOSTRAR-CAMPOS
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
           CLOSE VEICULOS
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
           MOVE SPACES TO ARQ-VEICULOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "veiculos.dat" DELIMITED BY SIZE
                  INTO ARQ-VEICULOS
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
       END PROGRAM Pgm00042.
