      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Aprovacao das propostas de limite de credito
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00043.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LIMPROP ASSIGN ARQ-LIMPROP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-lp
           FILE STATUS IS FILE-STATUS.

           SELECT CLIFIN ASSIGN ARQ-CLIFIN
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-cf
           FILE STATUS IS FILE-STATUS-CF.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

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
           05 ARQ-LIMPROP                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIFIN                      PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Cliente-Prop-W               PIC 9(007)   VALUE ZEROES.
           05 Limite-Novo-W                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Limite-Clifin-W              PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Razao-W                      PIC X(040)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CF               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 VALID-Proposta               PIC X        VALUE "N".
           05 SW-FIM-PROPOSTAS             PIC X        VALUE "N".
              88 FIM-PROPOSTAS                           VALUE "S".
              88 NO-FIM-PROPOSTAS                        VALUE "N".
           05 CONT-LISTADOS                PIC 9(005)   VALUE ZEROES.
           05 WRK-LIMITE                   PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-PROPOSTA                 PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-VALOR                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00043".
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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00043".

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
      ********** LIMPROP.DAT E GERADO PELA REVISAO MENSAL **********
      *    (PROGRAMA75); SEM ELE NAO HA O QUE APROVAR                *
           MOVE "N"            TO SW-ERRO-ARQUIVO
           OPEN I-O LIMPROP
           IF FILE-STATUS NOT = 00
              display "limprop.dat AUSENTE; EXECUTE A REVISAO DE "
                      "LIMITES (MENU 120) PRIMEIRO"
              MOVE "S"         TO SW-ERRO-ARQUIVO
           ELSE
              OPEN I-O CLIFIN
              IF FILE-STATUS-CF NOT = 00
                 display "clifin.dat AUSENTE OU DANIFICADO"
                 display "STATUS: " FILE-STATUS-CF
                 MOVE "S"      TO SW-ERRO-ARQUIVO
                 CLOSE LIMPROP
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
           MOVE SEG-AUX     TO SEGUNDOS.

       PROCESO.

           PERFORM UNTIL SW-PROCESO = "S"
           PERFORM LIMPIAR-PANTALLA
           MOVE "N"          TO VALID-Proposta
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "                                          "
           display "     REVISAO DE LIMITE DE CREDITO         "
           display "         1 => Listar propostas pendentes  "
           display "         2 => Decidir proposta            "
           display "         3 => Consulta                    "
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
                   PERFORM LISTAR-PENDENTES
                   WHEN = 2
                   PERFORM DECIDIR
                   WHEN = 3
                   PERFORM CONSULTA
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
                   END-EVALUATE
           END-PERFORM.

       LISTAR-PENDENTES.
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "PROPOSTAS DE LIMITE PENDENTES"
           display " "
           display "CLIENTE N   LIMITE ATUAL  LIMITE PROPOSTO"
                   " PROPOSTA EM"
           MOVE ZEROES              TO CONT-LISTADOS
           MOVE ZEROES              TO Codigo-Cliente-lp
           SET NO-FIM-PROPOSTAS     TO TRUE
           START LIMPROP KEY IS NOT LESS THAN Codigo-Cliente-lp
              INVALID KEY SET FIM-PROPOSTAS TO TRUE
           END-START
           PERFORM LISTAR-UMA-PROPOSTA UNTIL FIM-PROPOSTAS
           display " "
           display "PROPOSTAS PENDENTES: " CONT-LISTADOS
           display "Tecle ENTER para continuar"
           accept OPC-W.

       LISTAR-UMA-PROPOSTA.
           READ LIMPROP NEXT RECORD
              AT END SET FIM-PROPOSTAS TO TRUE
           END-READ
           IF NOT FIM-PROPOSTAS AND PROPOSTA-PENDENTE
              ADD 1 TO CONT-LISTADOS
              MOVE Limite-Atual-lp      TO WRK-LIMITE
              MOVE Limite-Proposto-lp   TO WRK-PROPOSTA
              display Codigo-Cliente-lp " " Nota-Risco-lp " "
                      WRK-LIMITE "   " WRK-PROPOSTA " "
                      Data-Proposta-lp
           END-IF.

       DECIDIR.
      ********** APROVAR GRAVA O LIMITE PROPOSTO NO CLIFIN; EDITAR ***
      *    GRAVA O VALOR INFORMADO PELO SUPERVISOR; REJEITAR SO      *
      *    FECHA A PROPOSTA. TODA MUDANCA DE LIMITE VAI AO AUDITLOG  *
           PERFORM SELECIONA-PROPOSTA
           IF VALID-Proposta = "S" AND NOT PROPOSTA-PENDENTE
              MOVE FUNCTION CONCATENATE("Proposta do cliente "
                   Cliente-Prop-W " JA DECIDIDA") TO MENSAGEM
              MOVE "N"             TO VALID-Proposta
           END-IF
           IF VALID-Proposta = "S"
              MOVE "N"    TO SW-M
              PERFORM UNTIL SW-M = "S"
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              display "DECISAO DA PROPOSTA DE LIMITE"
              display " "
              PERFORM MOSTRAR-CAMPOS
              display " "
              display "OPCAO 1 APROVAR  2 EDITAR E APROVAR  "
                      "3 REJEITAR  4 SAIR"
              display MENSAGEM
              display "INSIRA OPCAO: "
              display " "with no advancing
              accept OPC-W
              MOVE SPACES   TO MENSAGEM
              EVALUATE OPC-W
                 WHEN 1
                    MOVE Limite-Proposto-lp TO Limite-Novo-W
                    PERFORM APLICAR-LIMITE
                    MOVE "S" TO SW-M
                 WHEN 2
                    display "INSIRA NOVO LIMITE (NNNNNNNNN,NN): "
                    display " "with no advancing
                    accept Limite-Novo-W
                    IF Limite-Novo-W IS NOT NUMERIC
                       OR Limite-Novo-W = ZEROES
                       MOVE "Limite INVALIDO (MAIOR QUE ZERO)"
                         TO MENSAGEM
                    ELSE
                       PERFORM APLICAR-LIMITE
                       MOVE "S" TO SW-M
                    END-IF
                 WHEN 3
                    PERFORM ATUALIZAR-DATA-HORA
                    MOVE "R"          TO Situacao-lp
                    MOVE ZEROES       TO Limite-Aprovado-lp
                    MOVE OPERADOR-W   TO Operador-lp
                    MOVE DATE-RESUMEN TO Data-Decisao-lp
                    REWRITE REG-LIMPROP
                    MOVE "PROPOSTA REJEITADA, LIMITE MANTIDO"
                      TO MENSAGEM
                    MOVE "S" TO SW-M
                 WHEN 4
                    MOVE "S" TO SW-M
                 WHEN OTHER
                    MOVE FUNCTION CONCATENATE("Opção " OPC-W
                         " INVALIDA") TO MENSAGEM
              END-EVALUATE
              END-PERFORM
           END-IF.

       APLICAR-LIMITE.
           PERFORM ATUALIZAR-DATA-HORA
           MOVE "CREDITO"        TO Entidade-Audit-W
           MOVE "REVISAO"        TO Acao-Audit-W
           MOVE Cliente-Prop-W   TO Chave-Audit-W
           MOVE SPACES           TO Valor-Antes-Audit-W
           MOVE SPACES           TO Valor-Depois-Audit-W
           MOVE Cliente-Prop-W   TO Codigo-Cliente-cf
           READ CLIFIN
           IF FILE-STATUS-CF = 00
              STRING "LIMITE " Limite-Credito-cf
                     " COND " Cond-Pagto-cf
                 DELIMITED BY SIZE INTO Valor-Antes-Audit-W
              MOVE Limite-Novo-W TO Limite-Credito-cf
              REWRITE REG-CLIFIN
           ELSE
              MOVE Cliente-Prop-W TO Codigo-Cliente-cf
              MOVE Limite-Novo-W  TO Limite-Credito-cf
              MOVE ZEROES         TO Cond-Pagto-cf
              WRITE REG-CLIFIN
           END-IF
           STRING "LIMITE " Limite-Novo-W
                  " COND " Cond-Pagto-cf
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA

           MOVE "A"              TO Situacao-lp
           MOVE Limite-Novo-W    TO Limite-Aprovado-lp
           MOVE OPERADOR-W       TO Operador-lp
           MOVE DATE-RESUMEN     TO Data-Decisao-lp
           REWRITE REG-LIMPROP
           MOVE "LIMITE APROVADO E GRAVADO NO CADASTRO FINANCEIRO"
             TO MENSAGEM.

       CONSULTA.
           MOVE SPACES   TO MENSAGEM
           display "                                          "
           PERFORM SELECIONA-PROPOSTA
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           IF VALID-Proposta = "S"
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              display "CONSULTA DE PROPOSTA DE LIMITE"
              display " "
              PERFORM MOSTRAR-CAMPOS
              IF NOT PROPOSTA-PENDENTE
                 MOVE Limite-Aprovado-lp TO WRK-LIMITE
                 display "Limite aprovado: " WRK-LIMITE
                 display "Decidido por   : " Operador-lp " "
                          Data-Decisao-lp
              END-IF
              display " "
           ELSE
              display MENSAGEM
           END-IF
           display "Tecle ENTER para continuar"
           accept OPC-W
           MOVE SPACES   TO MENSAGEM
           MOVE "N"      TO VALID-Proposta.

       SELECIONA-PROPOSTA.
           display "INSIRA CODIGO DO CLIENTE: "
           display " "with no advancing
           accept Cliente-Prop-W
           MOVE SPACES                 TO MENSAGEM
           MOVE Cliente-Prop-W         TO Codigo-Cliente-lp
           READ LIMPROP
           IF FILE-STATUS <> 00
           MOVE FUNCTION CONCATENATE("Cliente " Cliente-Prop-W
                      " SEM PROPOSTA DE LIMITE") TO MENSAGEM
           MOVE "N"                   TO VALID-Proposta
           ELSE
           MOVE SPACES                TO Razao-W
           IF SW-CLIENTES-OK = "S"
              MOVE Cliente-Prop-W     TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00
                 MOVE Razão-Social    TO Razao-W
              END-IF
           END-IF
           MOVE ZEROES                TO Limite-Clifin-W
           MOVE Cliente-Prop-W        TO Codigo-Cliente-cf
           READ CLIFIN
           IF FILE-STATUS-CF = 00
              MOVE Limite-Credito-cf  TO Limite-Clifin-W
           END-IF
           MOVE "S"                   TO VALID-Proposta
           END-IF.

       MOSTRAR-CAMPOS.
           display "Cliente        : " Codigo-Cliente-lp " " Razao-W
           display "Nota de risco  : " Nota-Risco-lp
           MOVE Compras-Periodo-lp  TO WRK-VALOR
           display "Compras 6 meses: " WRK-VALOR
           MOVE Saldo-Aberto-lp     TO WRK-VALOR
           display "Saldo em aberto: " WRK-VALOR
           MOVE Limite-Atual-lp     TO WRK-LIMITE
           display "Limite na data : " WRK-LIMITE
           MOVE Limite-Clifin-W     TO WRK-LIMITE
           display "Limite atual   : " WRK-LIMITE
           MOVE Limite-Proposto-lp  TO WRK-PROPOSTA
           display "Limite proposto: " WRK-PROPOSTA
           display "Proposta em    : " Data-Proposta-lp
           display "Situacao       : " Situacao-lp.

       FIN.
           CLOSE LIMPROP
                 CLIFIN
           IF SW-CLIENTES-OK = "S"
              CLOSE CLIENTES
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
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-LIMPROP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "limprop.dat" DELIMITED BY SIZE
                  INTO ARQ-LIMPROP
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
       END PROGRAM Pgm00043.
