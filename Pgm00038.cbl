      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Cadastro de Fornecedores
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00038.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FORNECEDORES ASSIGN ARQ-FORNECEDORES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Fornecedor
           FILE STATUS IS FILE-STATUS.

           SELECT TABLA ASSIGN ARQ-TABLA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRLTAB
           FILE STATUS IS FILE-STATUS.

           SELECT PEDCOMPRA ASSIGN ARQ-PEDCOMPRA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Compra
           FILE STATUS IS FILE-STATUS-PCO.

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
       FD  FORNECEDORES.

      ********** CADASTRO DE FORNECEDORES (FORNECEDORES.DAT) *********
      *    O CODIGO E RESERVADO NA TABLA (Codigo-Tabforn); O PRAZO   *
      *    DE ENTREGA SUGERE A DATA PREVISTA DOS PEDIDOS DE COMPRA   *
       01  REG-FORNECEDORES.
           05 Codigo-Fornecedor            PIC 9(005).
           05 CNPJ-Fornecedor              PIC 9(014).
           05 Nome-Fornecedor              PIC X(040).
           05 Contato-Fornecedor           PIC X(030).
           05 Telefone-Fornecedor          PIC X(015).
           05 Prazo-Entrega-fo             PIC 9(003).
           05 Situacao-Fornecedor          PIC X(001).
              88 FORNECEDOR-ATIVO                        VALUE "A".
              88 FORNECEDOR-INATIVO                      VALUE "I".
           05 Operador-Inclusao-fo         PIC X(010).
           05 Data-Inclusao-fo             PIC X(010).
           05 Hora-Inclusao-fo             PIC X(008).
           05 Operador-Alteracao-fo        PIC X(010).
           05 Data-Alteracao-fo            PIC X(010).
           05 Hora-Alteracao-fo            PIC X(008).

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

       FD  PEDCOMPRA.

       01  REG-PEDCOMPRA.
           05 Numero-Compra                PIC 9(007).
           05 Codigo-Fornecedor-pc         PIC 9(005).
           05 Data-Compra-pc               PIC X(010).
           05 Data-Prevista-pc             PIC X(010).
           05 Situacao-Compra-pc           PIC X(001).
           05 Valor-Total-pc               PIC 9(009)v9(002).
           05 Data-Ult-Receb-pc            PIC X(010).
           05 Operador-pc                  PIC X(010).

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
           05 ARQ-FORNECEDORES                PIC X(080)   VALUE SPACES.
           05 ARQ-TABLA                       PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.
           05 ARQ-PEDCOMPRA                   PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Codigo-Fornecedor-W          PIC 9(005)   VALUE ZEROES.
           05 CNPJ-Fornecedor-W            PIC 9(014)   VALUE ZEROES.
           05 Nome-Fornecedor-W            PIC X(040)   VALUE SPACES.
           05 Contato-Fornecedor-W         PIC X(030)   VALUE SPACES.
           05 Telefone-Fornecedor-W        PIC X(015)   VALUE SPACES.
           05 Prazo-Entrega-W              PIC 9(003)   VALUE ZEROES.
           05 Situacao-Fornecedor-W        PIC X(001)   VALUE "A".

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-AGREGAR                   PIC X        VALUE SPACES.
           05 SW-MODIFIC                   PIC X        VALUE SPACES.
           05 SW-EXCLUC                    PIC X        VALUE SPACES.
           05 VALID-Fornecedor             PIC X        VALUE "N".
           05 VALID-CNPJ                   PIC X        VALUE "N".
           05 VALID-Nome                   PIC X        VALUE "N".
           05 VALID-Contato                PIC X        VALUE "N".
           05 VALID-Telefone               PIC X        VALUE "N".
           05 VALID-Prazo                  PIC X        VALUE "N".
           05 VALID-Situacao               PIC X        VALUE "N".
           05 FILE-STATUS-PCO              PIC 99       VALUE ZEROES.
           05 SW-FIM-PCO                   PIC X        VALUE "N".
           05 SW-TEM-COMPRA                PIC X        VALUE "N".
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
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00038".
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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00038".

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
      ********** FORNECEDORES.DAT E CRIADO NO PRIMEIRO USO ***********
           MOVE "N"            TO SW-ERRO-ARQUIVO
           OPEN I-O FORNECEDORES
           IF FILE-STATUS NOT = 00
              OPEN OUTPUT FORNECEDORES
              CLOSE FORNECEDORES
              OPEN I-O FORNECEDORES
           END-IF
           IF FILE-STATUS NOT = 00
              display "fornecedores.dat AUSENTE OU DANIFICADO"
              display "STATUS: " FILE-STATUS
              MOVE "S"         TO SW-ERRO-ARQUIVO
           ELSE
              OPEN I-O TABLA
              IF FILE-STATUS NOT = 00
                 display "tabla.dat AUSENTE OU DANIFICADO"
                 display "STATUS: " FILE-STATUS
                 MOVE "S"      TO SW-ERRO-ARQUIVO
              END-IF
           END-IF

           IF ERRO-ARQUIVO
              display "NAO FOI POSSIVEL ABRIR OS ARQUIVOS DE DADOS"
              display "PROGRAMA SERA ENCERRADO"
              display "Tecle ENTER para continuar"
              accept OPC-W
              PERFORM FECHAR-ARQUIVOS-ABERTOS
           ELSE
           PERFORM ATUALIZAR-DATA-HORA
           MOVE SPACES   TO MENSAGEM

           PERFORM IDENTIFICAR-OPERADOR

           INITIALIZE REG-WORK
           MOVE "A"            TO Situacao-Fornecedor-W
           MOVE "N"            TO SW-PROCESO
           END-IF.

       FECHAR-ARQUIVOS-ABERTOS.
           CLOSE FORNECEDORES
           CLOSE TABLA.

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
           display "       CADASTRO FORNECEDORES              "
           display "         1 => Inclusão                    "
           display "         2 => Alteração                   "
           display "         3 => Exclusão                    "
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
           MOVE "N"          TO VALID-Fornecedor
           MOVE "N"          TO VALID-CNPJ
           MOVE "N"          TO VALID-Nome
           MOVE "N"          TO VALID-Contato
           MOVE "N"          TO VALID-Telefone
           MOVE "N"          TO VALID-Prazo
           MOVE "N"          TO VALID-Situacao.

       AGREGAR.
           PERFORM UNTIL SW-AGREGAR = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "INCLUSAO DE FORNECEDORES"
           display MENSAGEM
           PERFORM INFORMAR-CAMPOS
           MOVE "S"                    TO VALID-Situacao

           IF (VALID-CNPJ = "S" AND VALID-Nome = "S" AND
               VALID-Contato = "S" AND VALID-Telefone = "S" AND
               VALID-Prazo = "S")
               MOVE "A"                TO SW-TABLA
               PERFORM MOSTRAR-REGISTRO
               EVALUATE OPC-W
                  WHEN 1
                  PERFORM ATUALIZAR-DATA-HORA
                  PERFORM RESERVAR-CODIGO-FORNECEDOR
                  MOVE Codigo-Fornecedor-W   TO Codigo-Fornecedor
                  PERFORM MOVER-CAMPOS
                  MOVE "A"                   TO Situacao-Fornecedor
                  MOVE OPERADOR-W            TO Operador-Inclusao-fo
                  MOVE DATE-RESUMEN          TO Data-Inclusao-fo
                  MOVE HORA-RESUMEN          TO Hora-Inclusao-fo
                  MOVE SPACES                TO Operador-Alteracao-fo
                  MOVE SPACES                TO Data-Alteracao-fo
                  MOVE SPACES                TO Hora-Alteracao-fo
                  WRITE REG-FORNECEDORES
                  MOVE "FORNECEDOR" TO Entidade-Audit-W
                  MOVE "INCLUSAO"   TO Acao-Audit-W
                  MOVE Codigo-Fornecedor-W TO Chave-Audit-W
                  MOVE SPACES       TO Valor-Antes-Audit-W
                  STRING Nome-Fornecedor-W DELIMITED BY SIZE
                     INTO Valor-Depois-Audit-W
                  PERFORM GRAVAR-AUDITORIA
                  MOVE "S"          TO SW-AGREGAR
                  INITIALIZE REG-WORK
                  MOVE "A"          TO Situacao-Fornecedor-W
                  WHEN OTHER
                  INITIALIZE REG-WORK
                  MOVE "A"          TO Situacao-Fornecedor-W
                  MOVE "S"          TO SW-AGREGAR
                  PERFORM LIMPAR-VALIDACOES
               END-EVALUATE
           END-IF
           END-PERFORM.

       INFORMAR-CAMPOS.
      ********** VALIDACION DE CNPJ   *****
           IF VALID-CNPJ = "N"
           display "INSIRA CNPJ do Fornecedor (14 digitos): "
           display " "with no advancing
           accept CNPJ-Fornecedor-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-CNPJ
           END-IF
      ********** VALIDACION DE NOME   *****
           IF VALID-Nome = "N" AND VALID-CNPJ = "S"
           display "INSIRA Razão Social do Fornecedor: "
           display " "with no advancing
           accept Nome-Fornecedor-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Nome
           END-IF
      ********** VALIDACION DE CONTATO   *****
           IF VALID-Contato = "N" AND VALID-Nome = "S"
           display "INSIRA Nome do Contato: "
           display " "with no advancing
           accept Contato-Fornecedor-W
           MOVE SPACES                 TO MENSAGEM
           MOVE "S"                    TO VALID-Contato
           END-IF
      ********** VALIDACION DE TELEFONE   *****
           IF VALID-Telefone = "N" AND VALID-Contato = "S"
           display "INSIRA Telefone: "
           display " "with no advancing
           accept Telefone-Fornecedor-W
           MOVE SPACES                 TO MENSAGEM
           MOVE "S"                    TO VALID-Telefone
           END-IF
      ********** VALIDACION DE PRAZO   *****
           IF VALID-Prazo = "N" AND VALID-Telefone = "S"
           display "INSIRA Prazo de Entrega em dias (NNN): "
           display " "with no advancing
           accept Prazo-Entrega-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Prazo
           END-IF.

       MOVER-CAMPOS.
           MOVE CNPJ-Fornecedor-W      TO CNPJ-Fornecedor
           MOVE Nome-Fornecedor-W      TO Nome-Fornecedor
           MOVE Contato-Fornecedor-W   TO Contato-Fornecedor
           MOVE Telefone-Fornecedor-W  TO Telefone-Fornecedor
           MOVE Prazo-Entrega-W        TO Prazo-Entrega-fo.

       RESERVAR-CODIGO-FORNECEDOR.
      ********** RESERVA O PROXIMO CODIGO DE FORNECEDOR NA TABLA, NO *
      *    MESMO ESTILO DE Codigo-Tabprod                            *
           MOVE 001    TO CRLTAB
           READ TABLA KEY CRLTAB
           COMPUTE Codigo-Fornecedor-W = Codigo-Tabforn + 1
           MOVE Codigo-Fornecedor-W TO Codigo-Tabforn
           REWRITE REG-TABLA.

       MODIFICA.
           MOVE SPACES                 TO MENSAGEM
           PERFORM UNTIL SW-MODIFIC = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "ALTERACAO DE FORNECEDORES"
           display MENSAGEM
           IF VALID-Fornecedor = "N"
           PERFORM SELECIONA-FORNECEDOR
           END-IF

           IF VALID-Fornecedor = "S"
           PERFORM INFORMAR-CAMPOS
           IF VALID-Situacao = "N" AND VALID-Prazo = "S"
           display "Alterar Situacao (A=Ativo I=Inativo): "
           display " "with no advancing
           accept Situacao-Fornecedor-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Situacao
           END-IF
           END-IF

           IF (VALID-Fornecedor = "S" AND VALID-CNPJ = "S" AND
               VALID-Nome = "S" AND VALID-Contato = "S" AND
               VALID-Telefone = "S" AND VALID-Prazo = "S" AND
               VALID-Situacao = "S")
               MOVE "M"   TO SW-TABLA
               PERFORM MOSTRAR-REGISTRO
               EVALUATE OPC-W
                  WHEN 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE "FORNECEDOR" TO Entidade-Audit-W
                  MOVE "ALTERACAO"  TO Acao-Audit-W
                  MOVE Codigo-Fornecedor-W TO Chave-Audit-W
                  STRING Nome-Fornecedor " " Situacao-Fornecedor
                     DELIMITED BY SIZE INTO Valor-Antes-Audit-W
                  STRING Nome-Fornecedor-W " " Situacao-Fornecedor-W
                     DELIMITED BY SIZE INTO Valor-Depois-Audit-W
                  PERFORM MOVER-CAMPOS
                  MOVE Situacao-Fornecedor-W TO Situacao-Fornecedor
                  MOVE OPERADOR-W            TO Operador-Alteracao-fo
                  MOVE DATE-RESUMEN          TO Data-Alteracao-fo
                  MOVE HORA-RESUMEN          TO Hora-Alteracao-fo
                  REWRITE REG-FORNECEDORES
                  PERFORM GRAVAR-AUDITORIA
                  MOVE "S"          TO SW-MODIFIC
                  WHEN OTHER
                  INITIALIZE REG-WORK
                  MOVE "A"          TO Situacao-Fornecedor-W
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
           display "EXCLUSAO DE FORNECEDORES"
           display MENSAGEM
           PERFORM SELECIONA-FORNECEDOR
           IF VALID-Fornecedor = "S"
              PERFORM VERIFICAR-COMPRAS
              IF SW-TEM-COMPRA = "S"
                 MOVE "FORNECEDOR COM PEDIDOS DE COMPRA, USE INATIVAR"
                                    TO MENSAGEM
                 MOVE "N"          TO VALID-Fornecedor
              END-IF
           END-IF
           IF VALID-Fornecedor = "S"
           MOVE "E"                 TO SW-TABLA
           PERFORM MOSTRAR-REGISTRO
           IF OPC-W = 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE "FORNECEDOR" TO Entidade-Audit-W
                  MOVE "EXCLUSAO"   TO Acao-Audit-W
                  MOVE Codigo-Fornecedor-W TO Chave-Audit-W
                  STRING Nome-Fornecedor DELIMITED BY SIZE
                     INTO Valor-Antes-Audit-W
                  MOVE SPACES       TO Valor-Depois-Audit-W
                  PERFORM GRAVAR-AUDITORIA
                  DELETE FORNECEDORES
                  MOVE "S"          TO SW-EXCLUC
                  INITIALIZE REG-WORK
                  MOVE "A"          TO Situacao-Fornecedor-W
               ELSE
                  INITIALIZE REG-WORK
                  MOVE "A"          TO Situacao-Fornecedor-W
                  MOVE "S"          TO SW-EXCLUC
                  MOVE "N"          TO VALID-Fornecedor
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

       VERIFICAR-COMPRAS.
      ********** FORNECEDOR COM PEDIDO DE COMPRA (EM QUALQUER ********
      *    SITUACAO) NAO PODE SER EXCLUIDO, SO INATIVADO. SEM O      *
      *    PEDCOMPRA.DAT NAO HA PEDIDOS                              *
           MOVE "N"           TO SW-TEM-COMPRA
           OPEN INPUT PEDCOMPRA
           IF FILE-STATUS-PCO = 00
              MOVE ZEROES     TO Numero-Compra
              MOVE "N"        TO SW-FIM-PCO
              START PEDCOMPRA KEY IS NOT LESS THAN Numero-Compra
                 INVALID KEY MOVE "F" TO SW-FIM-PCO
              END-START
              PERFORM LEER-PEDCOMPRA-SEQ
              PERFORM UNTIL SW-FIM-PCO = "F"
                 IF Codigo-Fornecedor-pc = Codigo-Fornecedor-W
                    MOVE "S"  TO SW-TEM-COMPRA
                    MOVE "F"  TO SW-FIM-PCO
                 ELSE
                    PERFORM LEER-PEDCOMPRA-SEQ
                 END-IF
              END-PERFORM
              CLOSE PEDCOMPRA
           END-IF.

       LEER-PEDCOMPRA-SEQ.
           READ PEDCOMPRA NEXT RECORD
              AT END MOVE "F" TO SW-FIM-PCO
           END-READ.

       CONSULTA.
           MOVE SPACES   TO MENSAGEM
           display "                                          "
           PERFORM SELECIONA-FORNECEDOR
           IF VALID-Fornecedor = "S"
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              display "CONSULTA DE FORNECEDORES"
              display " "
              display "Código Fornec.: " Codigo-Fornecedor
              display "CNPJ          : " CNPJ-Fornecedor
              display "Razão Social  : " Nome-Fornecedor
              display "Contato       : " Contato-Fornecedor
              display "Telefone      : " Telefone-Fornecedor
              display "Prazo Entrega : " Prazo-Entrega-fo " dias"
              display "Situacao      : " Situacao-Fornecedor
              display "Incluido por  : " Operador-Inclusao-fo " "
                       Data-Inclusao-fo " " Hora-Inclusao-fo
              display "Alterado por  : " Operador-Alteracao-fo " "
                       Data-Alteracao-fo " " Hora-Alteracao-fo
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
           MOVE "A"          TO Situacao-Fornecedor-W
           MOVE "N"          TO VALID-Fornecedor.

       SELECIONA-FORNECEDOR.
           display "INSIRA CODIGO DO FORNECEDOR: "
           display " "with no advancing
           accept Codigo-Fornecedor-W
           MOVE SPACES                 TO MENSAGEM
           MOVE Codigo-Fornecedor-W    TO Codigo-Fornecedor
           READ FORNECEDORES
           IF FILE-STATUS <> 00
           MOVE FUNCTION CONCATENATE("Fornecedor " Codigo-Fornecedor-W
                      " NO EXISTE") TO MENSAGEM
           MOVE "N"                   TO VALID-Fornecedor
           ELSE
           MOVE CNPJ-Fornecedor       TO CNPJ-Fornecedor-W
           MOVE Nome-Fornecedor       TO Nome-Fornecedor-W
           MOVE Contato-Fornecedor    TO Contato-Fornecedor-W
           MOVE Telefone-Fornecedor   TO Telefone-Fornecedor-W
           MOVE Prazo-Entrega-fo      TO Prazo-Entrega-W
           MOVE Situacao-Fornecedor   TO Situacao-Fornecedor-W
           MOVE "S"                   TO VALID-Fornecedor
           END-IF.

       VALIDA-CNPJ.
           IF CNPJ-Fornecedor-W IS NOT NUMERIC
              OR CNPJ-Fornecedor-W = ZEROES
           MOVE "CNPJ INVALIDO"       TO MENSAGEM
           MOVE "N"                   TO VALID-CNPJ
           ELSE
           MOVE "S"                   TO VALID-CNPJ
           END-IF.

       VALIDA-Nome.
           IF Nome-Fornecedor-W IS EQUAL SPACES
           MOVE "Razão Social INVALIDA"  TO MENSAGEM
           MOVE "N"                   TO VALID-Nome
           ELSE
           MOVE "S"                   TO VALID-Nome
           END-IF.

       VALIDA-Prazo.
           IF Prazo-Entrega-W IS NOT NUMERIC
           MOVE "Prazo de Entrega INVALIDO" TO MENSAGEM
           MOVE "N"                   TO VALID-Prazo
           ELSE
           MOVE "S"                   TO VALID-Prazo
           END-IF.

       VALIDA-Situacao.
           IF Situacao-Fornecedor-W = "A" OR "I"
           MOVE "S"                   TO VALID-Situacao
           ELSE
           MOVE "Situacao INVALIDA, USE A OU I" TO MENSAGEM
           MOVE "N"                   TO VALID-Situacao
           END-IF.

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
           IF SW-TABLA = "A"
           display "Código Fornec.: (SERA ATRIBUIDO AO GRAVAR)"
           ELSE
           display "Código Fornec.: " Codigo-Fornecedor-W
           END-IF
           display "CNPJ          : " CNPJ-Fornecedor-W
           display "Razão Social  : " Nome-Fornecedor-W
           display "Contato       : " Contato-Fornecedor-W
           display "Telefone      : " Telefone-Fornecedor-W
           display "Prazo Entrega : " Prazo-Entrega-W " dias"
           display "Situacao      : " Situacao-Fornecedor-W
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
           CLOSE FORNECEDORES TABLA
           STOP RUN.


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
           MOVE SPACES TO ARQ-FORNECEDORES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "fornecedores.dat" DELIMITED BY SIZE
                  INTO ARQ-FORNECEDORES
           MOVE SPACES TO ARQ-TABLA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "tabla.dat" DELIMITED BY SIZE
                  INTO ARQ-TABLA
           MOVE SPACES TO ARQ-AUDITLOG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL
           MOVE SPACES TO ARQ-PEDCOMPRA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedcompra.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDCOMPRA.
       END PROGRAM Pgm00038.
