      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Hierarquia de equipes de venda (supervisor/gerente)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00045.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EQUIPES ASSIGN ARQ-EQUIPES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Equipe
           FILE STATUS IS FILE-STATUS-EQ.

           SELECT VENDEDOR ASSIGN ARQ-VENDEDOR
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS Codigo-Vendedor
           FILE STATUS IS FILE-STATUS-VEN.

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
       FD  EQUIPES.

      ********** VIGENCIAS DA HIERARQUIA DE VENDAS (PGM00045): A *****
      *    PARTIR DE Data-Inicio-eq (AAAAMMDD) O VENDEDOR RESPONDE   *
      *    AO SUPERVISOR E AO GERENTE REGIONAL INFORMADOS, QUE SAO   *
      *    CODIGOS DO CADASTRO DE VENDEDORES (ZERO = SEM). VALE A    *
      *    VIGENCIA MAIS RECENTE ATE A DATA DE REFERENCIA, O QUE     *
      *    PRESERVA A APURACAO DOS MESES PASSADOS. O OVERRIDE E O    *
      *    PERCENTUAL DO SUPERVISOR SOBRE AS VENDAS DO VENDEDOR      *
       01  REG-EQUIPES.
           05 Chave-Equipe.
              10 Codigo-Vendedor-eq        PIC 9(003).
              10 Data-Inicio-eq            PIC 9(008).
           05 Codigo-Supervisor-eq         PIC 9(003).
           05 Codigo-Gerente-eq            PIC 9(003).
           05 Perc-Override-eq             PIC 9(002)v9(002).
           05 Operador-eq                  PIC X(010).
           05 Data-Registro-eq             PIC X(010).

       FD  VENDEDOR.

       01  REG-VENDEDOR.
           05 Codigo-Vendedor              PIC 9(003).
           05 CPF                          PIC 9(011).
           05 Nombre-Vendedor              PIC X(040).
           05 Latitude-v                   PIC s9(003)v9(008).
           05 Longitude-v                  PIC s9(003)v9(008).
           05 Zona-Vendedor                PIC X(003)   VALUE SPACES.
           05 Capacidade-Vendedor          PIC 9(005)   VALUE ZEROES.
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.

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
           05 ARQ-EQUIPES                     PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Vendedor-Eq-W                PIC 9(003)   VALUE ZEROES.
           05 Supervisor-Eq-W              PIC 9(003)   VALUE ZEROES.
           05 Gerente-Eq-W                 PIC 9(003)   VALUE ZEROES.
           05 Perc-Override-W              PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Nome-Vend-W                  PIC X(040)   VALUE SPACES.
           05 Nome-Sup-W                   PIC X(040)   VALUE SPACES.
           05 Nome-Ger-W                   PIC X(040)   VALUE SPACES.
           05 Data-Digitada-W.
              10 Dig-Dia-W                 PIC 9(002).
              10 Dig-Sep1-W                PIC X(001).
              10 Dig-Mes-W                 PIC 9(002).
              10 Dig-Sep2-W                PIC X(001).
              10 Dig-Ano-W                 PIC 9(004).
           05 Data-Digitada-Amd-W          PIC 9(008)   VALUE ZEROES.
           05 Data-Hoje-Amd-W              PIC 9(008)   VALUE ZEROES.
           05 Data-Edit-W.
              10 Edit-Dia-W                PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE "-".
              10 Edit-Mes-W                PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE "-".
              10 Edit-Ano-W                PIC 9(004).

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EQ               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VEN              PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-DATA-OK                   PIC X        VALUE "N".
           05 SW-DADOS-OK                  PIC X        VALUE "N".
           05 SW-FIM-EQUIPES               PIC X        VALUE "N".
              88 FIM-EQUIPES                             VALUE "S".
              88 NO-FIM-EQUIPES                          VALUE "N".
           05 CONT-LISTADOS                PIC 9(005)   VALUE ZEROES.
           05 Vendedor-Ant-W               PIC 9(003)   VALUE ZEROES.
           05 SW-TEM-VIGENTE               PIC X        VALUE "N".
           05 Vigente-W.
              10 Vig-Vendedor-W            PIC 9(003)   VALUE ZEROES.
              10 Vig-Inicio-W              PIC 9(008)   VALUE ZEROES.
              10 Vig-Supervisor-W          PIC 9(003)   VALUE ZEROES.
              10 Vig-Gerente-W             PIC 9(003)   VALUE ZEROES.
              10 Vig-Override-W            PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 WRK-PERC                     PIC Z9,99.
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
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
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00045".
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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00045".

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
      ********** EQUIPES.DAT E CRIADO NO PRIMEIRO USO; O CADASTRO ****
      *    DE VENDEDORES E OBRIGATORIO PARA VALIDAR OS CODIGOS       *
           MOVE "N"            TO SW-ERRO-ARQUIVO
           OPEN I-O EQUIPES
           IF FILE-STATUS-EQ NOT = 00
              OPEN OUTPUT EQUIPES
              CLOSE EQUIPES
              OPEN I-O EQUIPES
           END-IF
           IF FILE-STATUS-EQ NOT = 00
              display "equipes.dat NAO PODE SER ABERTO"
              display "STATUS: " FILE-STATUS-EQ
              MOVE "S"         TO SW-ERRO-ARQUIVO
           ELSE
              OPEN INPUT VENDEDOR
              IF FILE-STATUS-VEN NOT = 00
                 display "vendedor.dat AUSENTE OU DANIFICADO"
                 display "STATUS: " FILE-STATUS-VEN
                 MOVE "S"      TO SW-ERRO-ARQUIVO
                 CLOSE EQUIPES
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
           MOVE "N"            TO SW-PROCESO
           END-IF.

       ATUALIZAR-DATA-HORA.
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE "20"        TO SIGLO
           MOVE DD-AUX      TO DIA
           MOVE MM-AUX      TO MES
           MOVE AA-AUX      TO ANNO
           COMPUTE Data-Hoje-Amd-W = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)

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
           display "     HIERARQUIA DE EQUIPES DE VENDA       "
           display "         1 => Nova vigencia de equipe     "
           display "         2 => Historico do vendedor       "
           display "         3 => Excluir vigencia futura     "
           display "         4 => Equipes vigentes hoje       "
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
                   PERFORM NOVA-VIGENCIA
                   WHEN = 2
                   PERFORM HISTORICO-VENDEDOR
                   WHEN = 3
                   PERFORM EXCLUIR-VIGENCIA
                   WHEN = 4
                   PERFORM LISTAR-EQUIPES-VIGENTES
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
                   END-EVALUATE
           END-PERFORM.

       NOVA-VIGENCIA.
      ********** A MUDANCA DE EQUIPE NUNCA ALTERA A VIGENCIA ANTERIOR:
      *    GRAVA UMA NOVA A PARTIR DA DATA INFORMADA, PARA QUE OS    *
      *    MESES PASSADOS CONTINUEM SOMANDO NA EQUIPE DA EPOCA.      *
      *    SUPERVISOR E GERENTE ZERO TIRAM O VENDEDOR DA EQUIPE      *
           PERFORM ATUALIZAR-DATA-HORA
           MOVE "N"                 TO SW-DADOS-OK
           PERFORM SELECIONA-VENDEDOR
           IF SW-DADOS-OK = "S"
              PERFORM CAPTAR-DADOS-VIGENCIA
           END-IF
           IF SW-DADOS-OK = "S"
              MOVE Vendedor-Eq-W       TO Codigo-Vendedor-eq
              MOVE Data-Digitada-Amd-W TO Data-Inicio-eq
              READ EQUIPES
              IF FILE-STATUS-EQ = 00
                 MOVE "JA EXISTE VIGENCIA DO VENDEDOR NESSA DATA"
                   TO MENSAGEM
                 MOVE "N"              TO SW-DADOS-OK
              END-IF
           END-IF
           IF SW-DADOS-OK = "S"
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              display "NOVA VIGENCIA DE EQUIPE"
              display " "
              display "Vendedor       : " Vendedor-Eq-W " " Nome-Vend-W
              display "Vigente desde  : " Data-Digitada-W
              display "Supervisor     : " Supervisor-Eq-W " "
                      Nome-Sup-W
              display "Gerente region.: " Gerente-Eq-W " " Nome-Ger-W
              MOVE Perc-Override-W  TO WRK-PERC
              display "% override sup.: " WRK-PERC
              display " "
              display "OPCAO 1 CONFIRMAR  2 SAIR"
              display " "with no advancing
              accept OPC-W
              IF OPC-W = 1
                 PERFORM GRAVAR-VIGENCIA
              ELSE
                 MOVE "VIGENCIA NAO GRAVADA" TO MENSAGEM
              END-IF
           END-IF.

       SELECIONA-VENDEDOR.
           display "INSIRA CODIGO DO VENDEDOR: "
           display " "with no advancing
           accept Vendedor-Eq-W
           MOVE Vendedor-Eq-W          TO Codigo-Vendedor
           PERFORM BUSCAR-NOME-VENDEDOR
           IF FILE-STATUS-VEN NOT = 00 OR Vendedor-Eq-W = ZEROES
              MOVE FUNCTION CONCATENATE("Vendedor " Vendedor-Eq-W
                   " NAO CADASTRADO") TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           ELSE
              MOVE Nombre-Vendedor     TO Nome-Vend-W
              MOVE "S"                 TO SW-DADOS-OK
           END-IF.

       BUSCAR-NOME-VENDEDOR.
           READ VENDEDOR KEY Codigo-Vendedor
           IF FILE-STATUS-VEN NOT = 00
              MOVE SPACES              TO Nombre-Vendedor
           END-IF.

       CAPTAR-DADOS-VIGENCIA.
           display "INSIRA INICIO DA VIGENCIA (DD-MM-AAAA): "
           display " "with no advancing
           accept Data-Digitada-W
           PERFORM VALIDAR-DATA
           IF SW-DATA-OK NOT = "S"
              MOVE "DATA INVALIDA: USE DD-MM-AAAA" TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF

           IF SW-DADOS-OK = "S"
              display "INSIRA CODIGO DO SUPERVISOR (0 = SEM): "
              display " "with no advancing
              accept Supervisor-Eq-W
              MOVE SPACES              TO Nome-Sup-W
              IF Supervisor-Eq-W > ZEROES
                 MOVE Supervisor-Eq-W  TO Codigo-Vendedor
                 PERFORM BUSCAR-NOME-VENDEDOR
                 IF FILE-STATUS-VEN NOT = 00
                    OR Supervisor-Eq-W = Vendedor-Eq-W
                    MOVE "SUPERVISOR INVALIDO (CADASTRO DE VENDEDORES)"
                      TO MENSAGEM
                    MOVE "N"           TO SW-DADOS-OK
                 ELSE
                    MOVE Nombre-Vendedor TO Nome-Sup-W
                 END-IF
              END-IF
           END-IF

           IF SW-DADOS-OK = "S"
              display "INSIRA CODIGO DO GERENTE REGIONAL (0 = SEM): "
              display " "with no advancing
              accept Gerente-Eq-W
              MOVE SPACES              TO Nome-Ger-W
              IF Gerente-Eq-W > ZEROES
                 MOVE Gerente-Eq-W     TO Codigo-Vendedor
                 PERFORM BUSCAR-NOME-VENDEDOR
                 IF FILE-STATUS-VEN NOT = 00
                    OR Gerente-Eq-W = Vendedor-Eq-W
                    MOVE "GERENTE INVALIDO (CADASTRO DE VENDEDORES)"
                      TO MENSAGEM
                    MOVE "N"           TO SW-DADOS-OK
                 ELSE
                    MOVE Nombre-Vendedor TO Nome-Ger-W
                 END-IF
              END-IF
           END-IF

           IF SW-DADOS-OK = "S"
              MOVE ZEROES              TO Perc-Override-W
              IF Supervisor-Eq-W > ZEROES
                 display "INSIRA % DE OVERRIDE DO SUPERVISOR (NN,NN): "
                 display " "with no advancing
                 accept Perc-Override-W
                 IF Perc-Override-W IS NOT NUMERIC
                    OR Perc-Override-W > 20
                    MOVE "PERCENTUAL DE OVERRIDE INVALIDO (0 A 20)"
                      TO MENSAGEM
                    MOVE "N"           TO SW-DADOS-OK
                 END-IF
              END-IF
           END-IF.

       VALIDAR-DATA.
           MOVE "N"                   TO SW-DATA-OK
           IF Dig-Dia-W IS NUMERIC AND Dig-Mes-W IS NUMERIC
              AND Dig-Ano-W IS NUMERIC
              AND Dig-Sep1-W = "-" AND Dig-Sep2-W = "-"
              IF Dig-Mes-W >= 1 AND Dig-Mes-W <= 12
                 AND Dig-Dia-W >= 1 AND Dig-Dia-W <= 31
                 AND Dig-Ano-W >= 2000
                 COMPUTE Data-Digitada-Amd-W = Dig-Ano-W * 10000
                    + Dig-Mes-W * 100 + Dig-Dia-W
                 MOVE "S"             TO SW-DATA-OK
              END-IF
           END-IF.

       GRAVAR-VIGENCIA.
           PERFORM ATUALIZAR-DATA-HORA
           MOVE Vendedor-Eq-W          TO Codigo-Vendedor-eq
           MOVE Data-Digitada-Amd-W    TO Data-Inicio-eq
           MOVE Supervisor-Eq-W        TO Codigo-Supervisor-eq
           MOVE Gerente-Eq-W           TO Codigo-Gerente-eq
           MOVE Perc-Override-W        TO Perc-Override-eq
           MOVE OPERADOR-W             TO Operador-eq
           MOVE DATE-RESUMEN           TO Data-Registro-eq
           WRITE REG-EQUIPES
           IF FILE-STATUS-EQ NOT = 00
              MOVE FUNCTION CONCATENATE("ERRO NA GRAVACAO, STATUS "
                   FILE-STATUS-EQ) TO MENSAGEM
           ELSE
              MOVE "EQUIPE"            TO Entidade-Audit-W
              MOVE "VIGENCIA"          TO Acao-Audit-W
              MOVE SPACES              TO Chave-Audit-W
              STRING Vendedor-Eq-W Data-Digitada-Amd-W
                 DELIMITED BY SIZE INTO Chave-Audit-W
              MOVE SPACES              TO Valor-Antes-Audit-W
              MOVE SPACES              TO Valor-Depois-Audit-W
              STRING "SUP " Supervisor-Eq-W " GER " Gerente-Eq-W
                     " OVERRIDE " Perc-Override-W
                 DELIMITED BY SIZE INTO Valor-Depois-Audit-W
              PERFORM GRAVAR-AUDITORIA
              MOVE "VIGENCIA DE EQUIPE GRAVADA" TO MENSAGEM
           END-IF.

       HISTORICO-VENDEDOR.
           MOVE "N"                 TO SW-DADOS-OK
           PERFORM SELECIONA-VENDEDOR
           IF SW-DADOS-OK = "S"
              PERFORM ATUALIZAR-DATA-HORA
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              display "HISTORICO DE EQUIPES DO VENDEDOR "
                      Vendedor-Eq-W " " Nome-Vend-W
              display " "
              display "DESDE      SUP GER OVERR. REGISTRO"
              MOVE ZEROES              TO CONT-LISTADOS
              MOVE Vendedor-Eq-W       TO Codigo-Vendedor-eq
              MOVE ZEROES              TO Data-Inicio-eq
              SET NO-FIM-EQUIPES       TO TRUE
              START EQUIPES KEY IS NOT LESS THAN Chave-Equipe
                 INVALID KEY SET FIM-EQUIPES TO TRUE
              END-START
              PERFORM LISTAR-UMA-VIGENCIA UNTIL FIM-EQUIPES
              display " "
              display "VIGENCIAS: " CONT-LISTADOS
              display "Tecle ENTER para continuar"
              accept OPC-W
              MOVE SPACES              TO MENSAGEM
           END-IF.

       LISTAR-UMA-VIGENCIA.
           READ EQUIPES NEXT RECORD
              AT END SET FIM-EQUIPES TO TRUE
           END-READ
           IF NOT FIM-EQUIPES
              IF Codigo-Vendedor-eq NOT = Vendedor-Eq-W
                 SET FIM-EQUIPES TO TRUE
              ELSE
                 ADD 1 TO CONT-LISTADOS
                 PERFORM EDITAR-INICIO
                 MOVE Perc-Override-eq TO WRK-PERC
                 IF Data-Inicio-eq > Data-Hoje-Amd-W
                    display Data-Edit-W " " Codigo-Supervisor-eq " "
                            Codigo-Gerente-eq " " WRK-PERC "  "
                            Operador-eq " " Data-Registro-eq
                            " (FUTURA)"
                 ELSE
                    display Data-Edit-W " " Codigo-Supervisor-eq " "
                            Codigo-Gerente-eq " " WRK-PERC "  "
                            Operador-eq " " Data-Registro-eq
                 END-IF
              END-IF
           END-IF.

       EDITAR-INICIO.
           MOVE Data-Inicio-eq(7:2)    TO Edit-Dia-W
           MOVE Data-Inicio-eq(5:2)    TO Edit-Mes-W
           MOVE Data-Inicio-eq(1:4)    TO Edit-Ano-W.

       EXCLUIR-VIGENCIA.
      ********** SO A VIGENCIA QUE AINDA NAO COMECOU PODE SER ********
      *    EXCLUIDA; AS DEMAIS SAO HISTORICO DAS APURACOES FEITAS    *
           PERFORM ATUALIZAR-DATA-HORA
           MOVE "N"                 TO SW-DADOS-OK
           PERFORM SELECIONA-VENDEDOR
           IF SW-DADOS-OK = "S"
              display "INSIRA INICIO DA VIGENCIA (DD-MM-AAAA): "
              display " "with no advancing
              accept Data-Digitada-W
              PERFORM VALIDAR-DATA
              IF SW-DATA-OK NOT = "S"
                 MOVE "DATA INVALIDA: USE DD-MM-AAAA" TO MENSAGEM
              ELSE
                 MOVE Vendedor-Eq-W       TO Codigo-Vendedor-eq
                 MOVE Data-Digitada-Amd-W TO Data-Inicio-eq
                 READ EQUIPES
                 IF FILE-STATUS-EQ NOT = 00
                    MOVE "VIGENCIA NAO ENCONTRADA" TO MENSAGEM
                 ELSE
                    IF Data-Inicio-eq <= Data-Hoje-Amd-W
                       MOVE "VIGENCIA JA INICIADA: REGISTRE UMA NOVA"
                         TO MENSAGEM
                    ELSE
                       display "EXCLUIR VIGENCIA DE " Data-Digitada-W
                               " SUP " Codigo-Supervisor-eq
                               " GER " Codigo-Gerente-eq " ?"
                       display "OPCAO 1 CONFIRMAR  2 SAIR"
                       display " "with no advancing
                       accept OPC-W
                       IF OPC-W = 1
                          MOVE SPACES      TO Valor-Antes-Audit-W
                          STRING "SUP " Codigo-Supervisor-eq
                                 " GER " Codigo-Gerente-eq
                                 " OVERRIDE " Perc-Override-eq
                             DELIMITED BY SIZE
                             INTO Valor-Antes-Audit-W
                          DELETE EQUIPES
                          MOVE "EQUIPE"    TO Entidade-Audit-W
                          MOVE "EXCLUSAO"  TO Acao-Audit-W
                          MOVE SPACES      TO Chave-Audit-W
                          STRING Vendedor-Eq-W Data-Digitada-Amd-W
                             DELIMITED BY SIZE INTO Chave-Audit-W
                          MOVE SPACES      TO Valor-Depois-Audit-W
                          PERFORM GRAVAR-AUDITORIA
                          MOVE "VIGENCIA EXCLUIDA" TO MENSAGEM
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       LISTAR-EQUIPES-VIGENTES.
      ********** PARA CADA VENDEDOR, A ULTIMA VIGENCIA INICIADA ATE **
      *    HOJE (O ARQUIVO ESTA EM ORDEM DE VENDEDOR E DATA)         *
           PERFORM ATUALIZAR-DATA-HORA
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "EQUIPES VIGENTES HOJE"
           display " "
           display "VEN NOME                      SUP GER OVERR. DESDE"
           MOVE ZEROES              TO CONT-LISTADOS
           MOVE ZEROES              TO Vendedor-Ant-W
           MOVE "N"                 TO SW-TEM-VIGENTE
           MOVE ZEROES              TO Chave-Equipe
           SET NO-FIM-EQUIPES       TO TRUE
           START EQUIPES KEY IS NOT LESS THAN Chave-Equipe
              INVALID KEY SET FIM-EQUIPES TO TRUE
           END-START
           PERFORM LER-VIGENCIA-ATUAL UNTIL FIM-EQUIPES
           PERFORM MOSTRAR-VIGENTE
           display " "
           display "VENDEDORES COM EQUIPE: " CONT-LISTADOS
           display "Tecle ENTER para continuar"
           accept OPC-W.

       LER-VIGENCIA-ATUAL.
           READ EQUIPES NEXT RECORD
              AT END SET FIM-EQUIPES TO TRUE
           END-READ
           IF NOT FIM-EQUIPES
              IF Codigo-Vendedor-eq NOT = Vendedor-Ant-W
                 PERFORM MOSTRAR-VIGENTE
                 MOVE Codigo-Vendedor-eq TO Vendedor-Ant-W
                 MOVE "N"              TO SW-TEM-VIGENTE
              END-IF
              IF Data-Inicio-eq <= Data-Hoje-Amd-W
                 MOVE Codigo-Vendedor-eq   TO Vig-Vendedor-W
                 MOVE Data-Inicio-eq       TO Vig-Inicio-W
                 MOVE Codigo-Supervisor-eq TO Vig-Supervisor-W
                 MOVE Codigo-Gerente-eq    TO Vig-Gerente-W
                 MOVE Perc-Override-eq     TO Vig-Override-W
                 MOVE "S"                  TO SW-TEM-VIGENTE
              END-IF
           END-IF.

       MOSTRAR-VIGENTE.
           IF SW-TEM-VIGENTE = "S"
              AND (Vig-Supervisor-W > ZEROES OR Vig-Gerente-W > ZEROES)
              ADD 1 TO CONT-LISTADOS
              MOVE Vig-Vendedor-W      TO Codigo-Vendedor
              PERFORM BUSCAR-NOME-VENDEDOR
              MOVE Vig-Inicio-W(7:2)   TO Edit-Dia-W
              MOVE Vig-Inicio-W(5:2)   TO Edit-Mes-W
              MOVE Vig-Inicio-W(1:4)   TO Edit-Ano-W
              MOVE Vig-Override-W      TO WRK-PERC
              display Vig-Vendedor-W " " Nombre-Vendedor(1:25) " "
                      Vig-Supervisor-W " " Vig-Gerente-W " "
                      WRK-PERC "  " Data-Edit-W
           END-IF
           MOVE "N"                    TO SW-TEM-VIGENTE.

       FIN.
           CLOSE EQUIPES
                 VENDEDOR
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
           MOVE SPACES TO ARQ-EQUIPES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "equipes.dat" DELIMITED BY SIZE
                  INTO ARQ-EQUIPES
           MOVE SPACES TO ARQ-VENDEDOR
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "vendedor.dat" DELIMITED BY SIZE
                  INTO ARQ-VENDEDOR
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
       END PROGRAM Pgm00045.
