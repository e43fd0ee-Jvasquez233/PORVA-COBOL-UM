      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Spool de relatorios (consulta, visualizacao,
      *            reimpressao e regras de retencao)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00052.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SPOOLCAT ASSIGN ARQ-SPOOLCAT
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Spool
           FILE STATUS IS FILE-STATUS-SP.

           SELECT SPOOLRET ASSIGN ARQ-SPOOLRET
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Relatorio-sr
           FILE STATUS IS FILE-STATUS-SR.

           SELECT VISTA    ASSIGN ARQ-VISTA
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-VI.

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
       FD  SPOOLCAT.

      ********** CATALOGO DO SPOOL DE RELATORIOS: UMA ENTRADA POR ****
      *    EXECUCAO DE RELATORIO, COM A COPIA GUARDADA NA PASTA      *
      *    SPOOL\ DA EMPRESA SOB O NOME Arquivo-sp (PROGRAMA97)      *
       01  REG-SPOOLCAT.
           05 Chave-Spool.
              10 Data-sp                   PIC 9(008).
              10 Hora-sp                   PIC 9(008).
              10 Programa-sp               PIC X(010).
           05 Relatorio-sp                 PIC X(020).
           05 Arquivo-sp                   PIC X(060).
           05 Usuario-sp                   PIC X(010).
           05 Empresa-sp                   PIC 9(002).
           05 Parametros-sp                PIC X(060).
           05 Linhas-sp                    PIC 9(007).
           05 Paginas-sp                   PIC 9(005).
           05 Qtd-Reimpressoes-sp          PIC 9(003).
           05 Usuario-Reimp-sp             PIC X(010).
           05 Data-Reimp-sp                PIC 9(008).

       FD  SPOOLRET.

      ********** RETENCAO POR TIPO DE RELATORIO (NOME DO ARQUIVO, ****
      *    EX. informe5.txt); "*" E A REGRA PADRAO. ZERO DIAS OU     *
      *    ZERO COPIAS = SEM LIMITE POR ESSE CRITERIO                *
       01  REG-SPOOLRET.
           05 Relatorio-sr                 PIC X(020).
           05 Dias-Retencao-sr             PIC 9(004).
           05 Copias-Max-sr                PIC 9(004).
           05 Usuario-sr                   PIC X(010).
           05 Data-Alteracao-sr            PIC 9(008).

       FD  VISTA.

       01  REG-VISTA                       PIC X(250).

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
           05 ARQ-SPOOLCAT                    PIC X(080)   VALUE SPACES.
           05 ARQ-SPOOLRET                    PIC X(080)   VALUE SPACES.
           05 ARQ-VISTA                       PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Dir-Spool-W                  PIC X(080)   VALUE SPACES.
           05 Filtro-W                     PIC X(020)   VALUE SPACES.
           05 Filtro-Maiusc-W              PIC X(020)   VALUE SPACES.
           05 Comparar-W                   PIC X(020)   VALUE SPACES.
           05 Data-Hoje-W                  PIC 9(008)   VALUE ZEROES.
           05 Data-Inicial-W               PIC 9(008)   VALUE ZEROES.
           05 Data-AMD-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-AMD-R REDEFINES Data-AMD-W.
              10 Ano-AMD-W                 PIC 9(004).
              10 Mes-AMD-W                 PIC 9(002).
              10 Dia-AMD-W                 PIC 9(002).
           05 Data-Edit-W                  PIC X(010)   VALUE SPACES.
           05 Data-Informada-W             PIC X(010)   VALUE SPACES.
           05 Data-Informada-R REDEFINES Data-Informada-W.
              10 Inf-Dia-W                 PIC 9(002).
              10 Inf-Sep1-W                PIC X(001).
              10 Inf-Mes-W                 PIC 9(002).
              10 Inf-Sep2-W                PIC X(001).
              10 Inf-Ano-W                 PIC 9(004).
           05 Ultima-Chave-W               PIC X(026)   VALUE SPACES.
           05 Inicio-Pagina-W              PIC X(026)   VALUE SPACES.
           05 Relatorio-Inf-W              PIC X(020)   VALUE SPACES.
           05 Dias-Inf-W                   PIC 9(004)   VALUE ZEROES.
           05 Copias-Inf-W                 PIC 9(004)   VALUE ZEROES.

      ********** ENTRADAS DA PAGINA EM TELA, PARA ESCOLHA POR LINHA **
           05 QTD-PAGINA                   PIC 9(002)   VALUE ZEROES.
           05 LINHAS-TELA                  PIC 9(002)   VALUE 12.
           05 TAB-PAGINA.
              10 PAG-OCC OCCURS 12 TIMES.
                 15 Chave-Pag-T            PIC X(026).

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SP               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SR               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VI               PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 LINHA-W                      PIC 99       VALUE ZEROES.
           05 IND-LIN                      PIC 9(002)   VALUE ZEROES.
           05 CONT-VISTA                   PIC 9(003)   VALUE ZEROES.
           05 TECLA-W                      PIC X        VALUE SPACES.
           05 SW-FIM-SPOOL                 PIC X        VALUE "N".
              88 FIM-SPOOL                              VALUE "S".
              88 NO-FIM-SPOOL                           VALUE "N".
           05 SW-FIM-LISTA                 PIC X        VALUE "N".
              88 FIM-LISTA                              VALUE "S".
              88 NO-FIM-LISTA                           VALUE "N".
           05 SW-FIM-VISTA                 PIC X        VALUE "N".
              88 FIM-VISTA                              VALUE "S".
              88 NO-FIM-VISTA                           VALUE "N".
           05 SW-FIM-REGRAS                PIC X        VALUE "N".
              88 FIM-REGRAS                             VALUE "S".
              88 NO-FIM-REGRAS                          VALUE "N".
           05 SW-REGRAS                    PIC X        VALUE "N".
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 LINHA-TELA                   PIC X(079)   VALUE SPACES.
           05 COMANDO-W                    PIC X(250)   VALUE SPACES.
           05 SW-PROCESO                   PIC X        VALUE SPACES.
           05 MENSAGEM                     PIC X(60)    VALUE SPACES.

           05 CONSTANT-LITERALES.
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00052".
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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00052".

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
           PERFORM PROCESO
           PERFORM FIN
           STOP RUN.

       INICIO.
           PERFORM ATUALIZAR-DATA-HORA
           PERFORM IDENTIFICAR-OPERADOR
           MOVE SPACES TO Dir-Spool-W
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "spool\" DELIMITED BY SIZE INTO Dir-Spool-W
           MOVE SPACES   TO MENSAGEM
           MOVE "N"      TO SW-PROCESO.

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
           PERFORM CABECALHO-TELA
           display "                                          "
           display "     SPOOL DE RELATORIOS                  "
           display "         1 => Consultar / ver / reimprimir"
           display "         2 => Regras de retencao (superv.)"
           display "         3 => Expurgar pelas regras       "
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
                   PERFORM CONSULTAR-SPOOL
                   WHEN = 2
                   IF PERFIL-W = "S"
                      PERFORM MANTER-REGRAS
                   ELSE
                      MOVE "OPCAO RESTRITA AO SUPERVISOR" TO MENSAGEM
                   END-IF
                   WHEN = 3
                   IF PERFIL-W = "S"
                      PERFORM LIMPIAR-PANTALLA
                      CALL "SYSTEM" USING "Programa97.exe"
                      display "Tecle ENTER para continuar"
                      accept TECLA-W
                   ELSE
                      MOVE "OPCAO RESTRITA AO SUPERVISOR" TO MENSAGEM
                   END-IF
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

       CONSULTAR-SPOOL.
      ********** LISTA O CATALOGO A PARTIR DE UMA DATA, COM FILTRO ***
      *    OPCIONAL POR PROGRAMA OU RELATORIO, EM PAGINAS DE 12;     *
      *    A LINHA ESCOLHIDA PODE SER VISTA NA TELA OU REIMPRESSA    *
           PERFORM CABECALHO-TELA
           display "PROGRAMA OU RELATORIO (ENTER = TODOS): "
           display " "with no advancing
           MOVE SPACES TO Filtro-W
           accept Filtro-W
           MOVE FUNCTION UPPER-CASE(Filtro-W) TO Filtro-Maiusc-W
           display "DATA INICIAL DD-MM-AAAA (ENTER = ULTIMOS 30 DIAS): "
           display " "with no advancing
           MOVE SPACES TO Data-Informada-W
           accept Data-Informada-W
           COMPUTE Data-Inicial-W = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(Data-Hoje-W) - 30)
           IF Data-Informada-W NOT = SPACES
              IF Inf-Dia-W IS NUMERIC AND Inf-Mes-W IS NUMERIC
                 AND Inf-Ano-W IS NUMERIC
                 AND Inf-Mes-W >= 1 AND Inf-Mes-W <= 12
                 AND Inf-Dia-W >= 1 AND Inf-Dia-W <= 31
                 COMPUTE Data-Inicial-W = Inf-Ano-W * 10000
                                        + Inf-Mes-W * 100 + Inf-Dia-W
              ELSE
                 MOVE "DATA INVALIDA; LISTADOS OS ULTIMOS 30 DIAS"
                      TO MENSAGEM
              END-IF
           END-IF

           OPEN I-O SPOOLCAT
           IF FILE-STATUS-SP NOT = 00
              MOVE "NENHUM RELATORIO NO SPOOL" TO MENSAGEM
           ELSE
              MOVE LOW-VALUES     TO Chave-Spool
              MOVE Data-Inicial-W TO Data-sp
              MOVE ZEROES         TO Hora-sp
              MOVE Chave-Spool    TO Ultima-Chave-W
              SET NO-FIM-LISTA TO TRUE
              PERFORM MOSTRAR-PAGINA UNTIL FIM-LISTA
              CLOSE SPOOLCAT
           END-IF.

       MOSTRAR-PAGINA.
           PERFORM CABECALHO-TELA
           display "LN DATA       HORA  PROGRAMA   RELATORIO        "
                   "    USUARIO    PAGS"
           MOVE ZEROES TO QTD-PAGINA
           MOVE Ultima-Chave-W TO Inicio-Pagina-W Chave-Spool
           SET NO-FIM-SPOOL TO TRUE
           START SPOOLCAT KEY IS > Chave-Spool
              INVALID KEY SET FIM-SPOOL TO TRUE
           END-START
           PERFORM LER-ENTRADA-LISTA
              UNTIL FIM-SPOOL OR QTD-PAGINA = LINHAS-TELA
           display " "
           display MENSAGEM
           MOVE SPACES TO MENSAGEM
           IF QTD-PAGINA = ZEROES
              display "FIM DA LISTA. Tecle ENTER para continuar"
              accept TECLA-W
              SET FIM-LISTA TO TRUE
           ELSE
              display "LINHA PARA VER/REIMPRIMIR, 0 = PROXIMA PAGINA, "
                      "99 = SAIR: "
              display " "with no advancing
              MOVE ZEROES TO LINHA-W
              accept LINHA-W
              IF LINHA-W = 99
                 SET FIM-LISTA TO TRUE
              ELSE
                 IF LINHA-W > ZEROES AND LINHA-W <= QTD-PAGINA
                    PERFORM ACAO-ENTRADA
      ********** VOLTA A MOSTRAR A MESMA PAGINA APOS A ACAO **********
                    MOVE Inicio-Pagina-W TO Ultima-Chave-W
                 END-IF
              END-IF
           END-IF.

       LER-ENTRADA-LISTA.
           READ SPOOLCAT NEXT RECORD
              AT END SET FIM-SPOOL TO TRUE
           END-READ
           IF NOT FIM-SPOOL
              MOVE Chave-Spool TO Ultima-Chave-W
              MOVE "S" TO SW-REGRAS
              IF Filtro-W NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(Relatorio-sp) TO Comparar-W
                 IF Programa-sp NOT = Filtro-Maiusc-W
                    AND Comparar-W NOT = Filtro-Maiusc-W
                    MOVE "N" TO SW-REGRAS
                 END-IF
              END-IF
              IF SW-REGRAS = "S"
                 ADD 1 TO QTD-PAGINA
                 MOVE Chave-Spool TO Chave-Pag-T(QTD-PAGINA)
                 MOVE Data-sp TO Data-AMD-W
                 MOVE SPACES TO Data-Edit-W
                 STRING Dia-AMD-W "-" Mes-AMD-W "-" Ano-AMD-W
                    DELIMITED BY SIZE INTO Data-Edit-W
                 MOVE SPACES TO LINHA-TELA
                 STRING QTD-PAGINA " " Data-Edit-W " "
                        Hora-sp(1:2) ":" Hora-sp(3:2) " "
                        Programa-sp " " Relatorio-sp " "
                        Usuario-sp " " Paginas-sp
                    DELIMITED BY SIZE INTO LINHA-TELA
                 display LINHA-TELA
                 IF Parametros-sp NOT = SPACES
                    display "   PARAMETROS: " Parametros-sp
                 END-IF
              END-IF
           END-IF.

       ACAO-ENTRADA.
           MOVE Chave-Pag-T(LINHA-W) TO Chave-Spool
           READ SPOOLCAT
              INVALID KEY
                 MOVE "RELATORIO NAO ESTA MAIS NO CATALOGO"
                      TO MENSAGEM
           END-READ
           IF FILE-STATUS-SP = 00
              display "1 => VER NA TELA  2 => REIMPRIMIR  9 => VOLTAR"
              display " "with no advancing
              accept OPC-W
              EVALUATE OPC-W
                 WHEN 1
                    PERFORM VER-RELATORIO
                 WHEN 2
                    PERFORM REIMPRIMIR-RELATORIO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       VER-RELATORIO.
      ********** MOSTRA A COPIA GUARDADA EM TELAS DE 20 LINHAS *******
           MOVE SPACES TO ARQ-VISTA
           STRING FUNCTION TRIM(Dir-Spool-W) DELIMITED BY SIZE
                  FUNCTION TRIM(Arquivo-sp) DELIMITED BY SIZE
                  INTO ARQ-VISTA
           OPEN INPUT VISTA
           IF FILE-STATUS-VI NOT = 00
              MOVE "ARQUIVO DO SPOOL NAO ENCONTRADO" TO MENSAGEM
           ELSE
              PERFORM LIMPIAR-PANTALLA
              MOVE ZEROES TO CONT-VISTA
              SET NO-FIM-VISTA TO TRUE
              PERFORM MOSTRAR-LINHA-VISTA UNTIL FIM-VISTA
              CLOSE VISTA
              display " "
              display "FIM DO RELATORIO. Tecle ENTER para continuar"
              accept TECLA-W
           END-IF.

       MOSTRAR-LINHA-VISTA.
           READ VISTA
              AT END SET FIM-VISTA TO TRUE
           END-READ
           IF NOT FIM-VISTA
              display FUNCTION TRIM(REG-VISTA TRAILING)
              ADD 1 TO CONT-VISTA
              IF CONT-VISTA = 20
                 MOVE ZEROES TO CONT-VISTA
                 display "ENTER = CONTINUAR, F = FIM: "
                         with no advancing
                 MOVE SPACES TO TECLA-W
                 accept TECLA-W
                 IF TECLA-W = "F" OR TECLA-W = "f"
                    SET FIM-VISTA TO TRUE
                 ELSE
                    PERFORM LIMPIAR-PANTALLA
                 END-IF
              END-IF
           END-IF.

       REIMPRIMIR-RELATORIO.
      ********** ENVIA A COPIA GUARDADA A IMPRESSORA PADRAO E ANOTA **
      *    NO CATALOGO QUEM REIMPRIMIU E QUANDO                      *
           MOVE SPACES TO COMANDO-W
           STRING "notepad /p """
                  FUNCTION TRIM(Dir-Spool-W)
                  FUNCTION TRIM(Arquivo-sp) """"
                  DELIMITED BY SIZE INTO COMANDO-W
           CALL "SYSTEM" USING COMANDO-W
           ADD 1          TO Qtd-Reimpressoes-sp
           MOVE OPERADOR-W  TO Usuario-Reimp-sp
           MOVE Data-Hoje-W TO Data-Reimp-sp
           REWRITE REG-SPOOLCAT
              INVALID KEY CONTINUE
           END-REWRITE
           MOVE "RELATORIO ENVIADO A IMPRESSORA" TO MENSAGEM.

       MANTER-REGRAS.
      ********** REGRAS DE RETENCAO POR RELATORIO (NOME DO ARQUIVO, **
      *    EX. informe5.txt) OU "*" PARA O PADRAO; APLICADAS PELO    *
      *    EXPURGO (PROGRAMA97, OPCAO 3 OU AGENDADOR)                *
           OPEN I-O SPOOLRET
           IF FILE-STATUS-SR NOT = 00
              OPEN OUTPUT SPOOLRET
              CLOSE SPOOLRET
              OPEN I-O SPOOLRET
           END-IF
           IF FILE-STATUS-SR NOT = 00
              MOVE "spoolret.dat NAO PODE SER ABERTO" TO MENSAGEM
           ELSE
              MOVE ZEROES TO OPC-W
              PERFORM TELA-REGRAS UNTIL OPC-W = 9
              CLOSE SPOOLRET
           END-IF.

       TELA-REGRAS.
           PERFORM CABECALHO-TELA
           display "REGRAS DE RETENCAO (0 = SEM LIMITE; SEM REGRA E "
                   "SEM *: 90 DIAS)"
           display "RELATORIO             DIAS COPIAS ALTERADO POR"
           MOVE LOW-VALUES TO Relatorio-sr
           SET NO-FIM-REGRAS TO TRUE
           START SPOOLRET KEY IS NOT LESS THAN Relatorio-sr
              INVALID KEY SET FIM-REGRAS TO TRUE
           END-START
           PERFORM LISTAR-UMA-REGRA UNTIL FIM-REGRAS
           display " "
           display MENSAGEM
           MOVE SPACES TO MENSAGEM
           display "1 => INCLUIR/ALTERAR  2 => EXCLUIR  9 => VOLTAR"
           display " "with no advancing
           accept OPC-W
           EVALUATE OPC-W
              WHEN 1
                 PERFORM GRAVAR-REGRA
              WHEN 2
                 PERFORM EXCLUIR-REGRA
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 MOVE "OPCAO INVALIDA" TO MENSAGEM
           END-EVALUATE.

       LISTAR-UMA-REGRA.
           READ SPOOLRET NEXT RECORD
              AT END SET FIM-REGRAS TO TRUE
           END-READ
           IF NOT FIM-REGRAS
              display Relatorio-sr "  " Dias-Retencao-sr "  "
                      Copias-Max-sr "  " Usuario-sr
           END-IF.

       GRAVAR-REGRA.
           display "RELATORIO (EX. informe5.txt, * = PADRAO): "
           display " "with no advancing
           MOVE SPACES TO Relatorio-Inf-W
           accept Relatorio-Inf-W
           IF Relatorio-Inf-W = SPACES
              MOVE "RELATORIO NAO INFORMADO" TO MENSAGEM
           ELSE
              display "DIAS DE RETENCAO (0 = SEM LIMITE): "
              display " "with no advancing
              MOVE ZEROES TO Dias-Inf-W
              accept Dias-Inf-W
              display "COPIAS MANTIDAS (0 = SEM LIMITE): "
              display " "with no advancing
              MOVE ZEROES TO Copias-Inf-W
              accept Copias-Inf-W
              MOVE Relatorio-Inf-W TO Relatorio-sr
              READ SPOOLRET
                 INVALID KEY MOVE "N" TO SW-REGRAS
                 NOT INVALID KEY MOVE "S" TO SW-REGRAS
              END-READ
              MOVE Relatorio-Inf-W TO Relatorio-sr
              MOVE Dias-Inf-W      TO Dias-Retencao-sr
              MOVE Copias-Inf-W    TO Copias-Max-sr
              MOVE OPERADOR-W      TO Usuario-sr
              MOVE Data-Hoje-W     TO Data-Alteracao-sr
              IF SW-REGRAS = "S"
                 REWRITE REG-SPOOLRET
                    INVALID KEY CONTINUE
                 END-REWRITE
                 MOVE "REGRA ALTERADA" TO MENSAGEM
              ELSE
                 WRITE REG-SPOOLRET
                    INVALID KEY CONTINUE
                 END-WRITE
                 MOVE "REGRA INCLUIDA" TO MENSAGEM
              END-IF
           END-IF.

       EXCLUIR-REGRA.
           display "RELATORIO DA REGRA A EXCLUIR: "
           display " "with no advancing
           MOVE SPACES TO Relatorio-Inf-W
           accept Relatorio-Inf-W
           MOVE Relatorio-Inf-W TO Relatorio-sr
           DELETE SPOOLRET RECORD
              INVALID KEY
                 MOVE "REGRA NAO ENCONTRADA" TO MENSAGEM
              NOT INVALID KEY
                 MOVE "REGRA EXCLUIDA" TO MENSAGEM
           END-DELETE.

       FIN.
           CONTINUE.

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
           MOVE SPACES TO ARQ-SPOOLCAT
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "spoolcat.dat" DELIMITED BY SIZE
                  INTO ARQ-SPOOLCAT
           MOVE SPACES TO ARQ-SPOOLRET
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "spoolret.dat" DELIMITED BY SIZE
                  INTO ARQ-SPOOLRET.
       END PROGRAM Pgm00052.
