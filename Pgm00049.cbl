      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Agenda de rotinas batch (calendario e dependencias)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00049.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AGENDA ASSIGN ARQ-AGENDA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Job-ag
           FILE STATUS IS FILE-STATUS-AG.

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
       FD  AGENDA.

      ********** AGENDA DAS ROTINAS BATCH (PGM00049), EXECUTADA PELO *
      *    AGENDADOR (PROGRAMA94). Comando-ag E A LINHA PASSADA AO   *
      *    SISTEMA, COM ARGUMENTOS OU REDIRECIONAMENTO DE ENTRADA    *
      *    PARA OS PROGRAMAS QUE PERGUNTAM ALGO (EX. "Pgm00004.exe   *
      *    AUTO"). Programa-Log-ag E O NOME GRAVADO NO JOBLOG.CSV,   *
      *    ONDE O AGENDADOR CONFERE O STATUS; "*" = SEM JOBLOG, VALE *
      *    SO O RETURN-CODE. Parametro-ag: DIA DA SEMANA (S, 1 =     *
      *    SEGUNDA), N-ESIMO DIA UTIL (N) OU DIA DO MES (M)          *
       01  REG-AGENDA.
           05 Codigo-Job-ag                PIC X(010).
           05 Descricao-ag                 PIC X(040).
           05 Comando-ag                   PIC X(060).
           05 Programa-Log-ag              PIC X(010).
           05 Frequencia-ag                PIC X(001).
              88 FREQ-DIARIA                             VALUE "D".
              88 FREQ-DIA-UTIL                           VALUE "U".
              88 FREQ-SEMANAL                            VALUE "S".
              88 FREQ-ENESIMO-UTIL                       VALUE "N".
              88 FREQ-DIA-FIXO                           VALUE "M".
              88 FREQ-FIM-MES                            VALUE "F".
           05 Parametro-ag                 PIC 9(002).
           05 Predecessores-ag.
              10 Predecessor-ag OCCURS 5 TIMES PIC X(010).
           05 Ativo-ag                     PIC X(001).
              88 ROTINA-ATIVA                            VALUE "S".
           05 Ultima-Execucao-ag           PIC X(010).
           05 Hora-Execucao-ag             PIC X(008).
           05 Ultimo-Status-ag             PIC X(010).
           05 Operador-ag                  PIC X(010).
           05 Data-Alteracao-ag            PIC X(010).


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
           05 ARQ-AGENDA                      PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Codigo-Job-W                 PIC X(010)   VALUE SPACES.
           05 Predecessor-W                PIC X(010)   VALUE SPACES.
           05 Cont-Espacos-W               PIC 9(002)   VALUE ZEROES.
           05 Pos-Ponto-W                  PIC 9(002)   VALUE ZEROES.
           05 Comando-Agenda-W             PIC X(080)   VALUE SPACES.
           05 REG-AGENDA-SALVO             PIC X(222)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AG               PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 IND-P                        PIC 9(002)   VALUE ZEROES.
           05 SW-DADOS-OK                  PIC X        VALUE "N".
           05 SW-EXISTE                    PIC X        VALUE "N".
           05 SW-FIM-AGENDA                PIC X        VALUE "N".
              88 FIM-AGENDA                              VALUE "S".
              88 NO-FIM-AGENDA                           VALUE "N".
           05 CONT-LISTADOS                PIC 9(005)   VALUE ZEROES.
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
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00049".
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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00049".

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
      ********** AGENDA.DAT E CRIADO NO PRIMEIRO USO *****************
           MOVE "N"            TO SW-ERRO-ARQUIVO
           OPEN I-O AGENDA
           IF FILE-STATUS-AG NOT = 00
              OPEN OUTPUT AGENDA
              CLOSE AGENDA
              OPEN I-O AGENDA
           END-IF
           IF FILE-STATUS-AG NOT = 00
              display "agenda.dat NAO PODE SER ABERTO"
              display "STATUS: " FILE-STATUS-AG
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
           MOVE SEG-AUX     TO SEGUNDOS.

       PROCESO.

           PERFORM UNTIL SW-PROCESO = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "                                          "
           display "     AGENDA DE ROTINAS BATCH              "
           display "         1 => Definir rotina              "
           display "         2 => Listar agenda               "
           display "         3 => Excluir rotina              "
           display "         4 => Rotinas devidas hoje        "
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
                   PERFORM DEFINIR-ROTINA
                   WHEN = 2
                   PERFORM LISTAR-AGENDA
                   WHEN = 3
                   PERFORM EXCLUIR-ROTINA
                   WHEN = 4
                   PERFORM MOSTRAR-DEVIDAS-HOJE
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
                   END-EVALUATE
           END-PERFORM.

       SELECIONA-ROTINA.
      ********** O CODIGO E A CHAVE DOS PREDECESSORES: SEM ESPACOS ***
           display "INSIRA CODIGO DA ROTINA (SEM ESPACOS): "
           display " "with no advancing
           accept Codigo-Job-W
           MOVE FUNCTION UPPER-CASE(Codigo-Job-W) TO Codigo-Job-W
           MOVE ZEROES                 TO Cont-Espacos-W
           INSPECT FUNCTION TRIM(Codigo-Job-W)
              TALLYING Cont-Espacos-W FOR ALL SPACES
           IF Codigo-Job-W = SPACES OR Cont-Espacos-W > ZEROES
              MOVE "CODIGO INVALIDO: INFORME UM CODIGO SEM ESPACOS"
                TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           ELSE
              MOVE "S"                 TO SW-DADOS-OK
              MOVE Codigo-Job-W        TO Codigo-Job-ag
              READ AGENDA
              IF FILE-STATUS-AG = 00
                 MOVE "S"              TO SW-EXISTE
              ELSE
                 MOVE "N"              TO SW-EXISTE
              END-IF
           END-IF.

       DEFINIR-ROTINA.
      ********** NOVA ROTINA OU REDEFINICAO DE UMA EXISTENTE; A ******
      *    ULTIMA EXECUCAO GRAVADA PELO AGENDADOR E PRESERVADA       *
           PERFORM ATUALIZAR-DATA-HORA
           MOVE "N"                 TO SW-DADOS-OK
           PERFORM SELECIONA-ROTINA
           IF SW-DADOS-OK = "S" AND SW-EXISTE = "S"
              PERFORM MOSTRAR-ROTINA
              display " "
              display "ROTINA JA EXISTE. OPCAO 1 REDEFINIR  2 SAIR"
              display " "with no advancing
              accept OPC-W
              IF OPC-W NOT = 1
                 MOVE "N"              TO SW-DADOS-OK
              ELSE
                 PERFORM RESUMIR-ROTINA
                 MOVE Valor-Depois-Audit-W TO Valor-Antes-Audit-W
              END-IF
           ELSE
              MOVE SPACES              TO Valor-Antes-Audit-W
           END-IF
           IF SW-DADOS-OK = "S"
              PERFORM CAPTAR-ROTINA
           END-IF
           IF SW-DADOS-OK = "S"
              PERFORM CAPTAR-PREDECESSORES
           END-IF
           IF SW-DADOS-OK = "S"
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              PERFORM MOSTRAR-ROTINA
              display " "
              display "OPCAO 1 CONFIRMAR  2 SAIR"
              display " "with no advancing
              accept OPC-W
              IF OPC-W = 1
                 PERFORM GRAVAR-ROTINA
              ELSE
                 MOVE "ROTINA NAO GRAVADA" TO MENSAGEM
              END-IF
           END-IF.

       CAPTAR-ROTINA.
           IF SW-EXISTE NOT = "S"
              INITIALIZE REG-AGENDA
           END-IF
           MOVE Codigo-Job-W           TO Codigo-Job-ag
           display "DESCRICAO DA ROTINA: "
           display " "with no advancing
           accept Descricao-ag
           display "COMANDO (EX. Programa10.exe, Pgm00004.exe AUTO): "
           display " "with no advancing
           accept Comando-ag
           display "NOME NO JOBLOG (BRANCO = DO COMANDO, * = SEM): "
           display " "with no advancing
           accept Programa-Log-ag
           display "FREQUENCIA: D=DIARIA  U=DIA UTIL  S=SEMANAL"
           display "            N=N-ESIMO DIA UTIL DO MES"
           display "            M=DIA FIXO DO MES  F=ULTIMO DIA UTIL"
           display " "with no advancing
           accept Frequencia-ag
           MOVE FUNCTION UPPER-CASE(Frequencia-ag) TO Frequencia-ag
           MOVE ZEROES                 TO Parametro-ag
           EVALUATE TRUE
              WHEN FREQ-SEMANAL
                 display "DIA DA SEMANA (1=SEGUNDA ... 7=DOMINGO): "
                 display " "with no advancing
                 accept Parametro-ag
              WHEN FREQ-ENESIMO-UTIL
                 display "QUAL DIA UTIL DO MES (1-23): "
                 display " "with no advancing
                 accept Parametro-ag
              WHEN FREQ-DIA-FIXO
                 display "DIA DO MES (1-31; ALEM DO FIM = ULTIMO DIA): "
                 display " "with no advancing
                 accept Parametro-ag
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           display "ROTINA ATIVA? (S/N): "
           display " "with no advancing
           accept Ativo-ag
           IF Ativo-ag = "n"
              MOVE "N"                 TO Ativo-ag
           END-IF
           IF Ativo-ag NOT = "N"
              MOVE "S"                 TO Ativo-ag
           END-IF

           IF Comando-ag = SPACES
              MOVE "COMANDO OBRIGATORIO" TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF
           IF NOT FREQ-DIARIA AND NOT FREQ-DIA-UTIL
              AND NOT FREQ-SEMANAL AND NOT FREQ-ENESIMO-UTIL
              AND NOT FREQ-DIA-FIXO AND NOT FREQ-FIM-MES
              MOVE "FREQUENCIA INVALIDA (D, U, S, N, M OU F)"
                TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF
           IF FREQ-SEMANAL
              AND (Parametro-ag < 1 OR Parametro-ag > 7)
              MOVE "DIA DA SEMANA INVALIDO (1 A 7)" TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF
           IF FREQ-ENESIMO-UTIL
              AND (Parametro-ag < 1 OR Parametro-ag > 23)
              MOVE "DIA UTIL INVALIDO (1 A 23)" TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF
           IF FREQ-DIA-FIXO
              AND (Parametro-ag < 1 OR Parametro-ag > 31)
              MOVE "DIA DO MES INVALIDO (1 A 31)" TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF

      ********** NOME NO JOBLOG DERIVADO DO COMANDO: Programa10.exe **
      *    GRAVA PROGRAMA10 NO JOBLOG.CSV                            *
           IF SW-DADOS-OK = "S" AND Programa-Log-ag = SPACES
              MOVE ZEROES              TO Pos-Ponto-W
              INSPECT Comando-ag TALLYING Pos-Ponto-W
                 FOR CHARACTERS BEFORE INITIAL "."
              IF Pos-Ponto-W > 10
                 MOVE 10               TO Pos-Ponto-W
              END-IF
              IF Pos-Ponto-W > ZEROES
                 MOVE FUNCTION UPPER-CASE(Comando-ag(1:Pos-Ponto-W))
                   TO Programa-Log-ag
              END-IF
           END-IF.

       CAPTAR-PREDECESSORES.
      ********** ATE 5 ROTINAS QUE PRECISAM TER TERMINADO BEM ANTES **
           INITIALIZE Predecessores-ag
           display "PREDECESSORES (ATE 5, BRANCO = FIM)"
           MOVE 1                      TO IND-P
           MOVE "X"                    TO Predecessor-W
           PERFORM CAPTAR-UM-PREDECESSOR
              UNTIL IND-P > 5 OR Predecessor-W = SPACES
              OR SW-DADOS-OK = "N"
      ********** A LEITURA DOS PREDECESSORES TROCOU O REGISTRO *******
           IF SW-DADOS-OK = "S"
              MOVE Codigo-Job-W        TO Codigo-Job-ag
           END-IF.

       CAPTAR-UM-PREDECESSOR.
           display "PREDECESSOR " IND-P ": "
           display " "with no advancing
           accept Predecessor-W
           MOVE FUNCTION UPPER-CASE(Predecessor-W) TO Predecessor-W
           IF Predecessor-W NOT = SPACES
              IF Predecessor-W = Codigo-Job-W
                 MOVE "A ROTINA NAO PODE DEPENDER DELA MESMA"
                   TO MENSAGEM
                 MOVE "N"              TO SW-DADOS-OK
              ELSE
                 MOVE REG-AGENDA       TO REG-AGENDA-SALVO
                 MOVE Predecessor-W    TO Codigo-Job-ag
                 READ AGENDA
                 IF FILE-STATUS-AG NOT = 00
                    MOVE FUNCTION CONCATENATE("PREDECESSOR "
                         FUNCTION TRIM(Predecessor-W)
                         " NAO CADASTRADO") TO MENSAGEM
                    MOVE "N"           TO SW-DADOS-OK
                 END-IF
                 MOVE REG-AGENDA-SALVO TO REG-AGENDA
                 IF SW-DADOS-OK = "S"
                    MOVE Predecessor-W TO Predecessor-ag(IND-P)
                    ADD 1              TO IND-P
                 END-IF
              END-IF
           END-IF.

       MOSTRAR-ROTINA.
           display "ROTINA       : " Codigo-Job-ag " " Descricao-ag
           display "COMANDO      : " Comando-ag
           display "NOME JOBLOG  : " Programa-Log-ag
                   "   ATIVA: " Ativo-ag
           display "FREQUENCIA   : " Frequencia-ag
                   "   PARAMETRO: " Parametro-ag
           display "PREDECESSORES: " Predecessor-ag(1) " "
                   Predecessor-ag(2) " " Predecessor-ag(3) " "
                   Predecessor-ag(4) " " Predecessor-ag(5)
           display "ULT. EXECUCAO: " Ultima-Execucao-ag " "
                   Hora-Execucao-ag " " Ultimo-Status-ag.

       RESUMIR-ROTINA.
           MOVE SPACES                 TO Valor-Depois-Audit-W
           STRING "F " Frequencia-ag " P " Parametro-ag
                  " A " Ativo-ag
                  " PRE " FUNCTION TRIM(Predecessor-ag(1))
                  " " FUNCTION TRIM(Predecessor-ag(2))
                  " " FUNCTION TRIM(Predecessor-ag(3))
                  " CMD " Comando-ag
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W.

       GRAVAR-ROTINA.
           PERFORM ATUALIZAR-DATA-HORA
           MOVE Codigo-Job-W           TO Codigo-Job-ag
           MOVE OPERADOR-W             TO Operador-ag
           MOVE DATE-RESUMEN           TO Data-Alteracao-ag
           IF SW-EXISTE = "S"
              REWRITE REG-AGENDA
              MOVE "ALTERACAO"         TO Acao-Audit-W
           ELSE
              WRITE REG-AGENDA
              MOVE SPACES              TO Valor-Antes-Audit-W
              MOVE "INCLUSAO"          TO Acao-Audit-W
           END-IF
           IF FILE-STATUS-AG NOT = 00
              MOVE FUNCTION CONCATENATE("ERRO NA GRAVACAO, STATUS "
                   FILE-STATUS-AG) TO MENSAGEM
           ELSE
              MOVE "AGENDA"            TO Entidade-Audit-W
              MOVE Codigo-Job-W        TO Chave-Audit-W
              PERFORM RESUMIR-ROTINA
              PERFORM GRAVAR-AUDITORIA
              MOVE "ROTINA GRAVADA NA AGENDA" TO MENSAGEM
           END-IF.

       LISTAR-AGENDA.
           PERFORM ATUALIZAR-DATA-HORA
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "AGENDA DE ROTINAS BATCH"
           display " "
           display "ROTINA     F P  A PREDECESSORES"
                   "          ULT.EXEC.  STATUS"
           MOVE ZEROES              TO CONT-LISTADOS
           MOVE LOW-VALUES          TO Codigo-Job-ag
           SET NO-FIM-AGENDA        TO TRUE
           START AGENDA KEY IS NOT LESS THAN Codigo-Job-ag
              INVALID KEY SET FIM-AGENDA TO TRUE
           END-START
           PERFORM LISTAR-UMA-ROTINA UNTIL FIM-AGENDA
           display " "
           display "ROTINAS: " CONT-LISTADOS
           display "Tecle ENTER para continuar"
           accept OPC-W.

       LISTAR-UMA-ROTINA.
           READ AGENDA NEXT RECORD
              AT END SET FIM-AGENDA TO TRUE
           END-READ
           IF NOT FIM-AGENDA
              ADD 1 TO CONT-LISTADOS
              display Codigo-Job-ag " " Frequencia-ag " "
                      Parametro-ag " " Ativo-ag " "
                      Predecessor-ag(1) " " Predecessor-ag(2) " "
                      Ultima-Execucao-ag " " Ultimo-Status-ag
           END-IF.

       EXCLUIR-ROTINA.
           PERFORM ATUALIZAR-DATA-HORA
           MOVE "N"                 TO SW-DADOS-OK
           PERFORM SELECIONA-ROTINA
           IF SW-DADOS-OK = "S"
              IF SW-EXISTE NOT = "S"
                 MOVE "ROTINA NAO CADASTRADA" TO MENSAGEM
              ELSE
                 PERFORM VERIFICAR-DEPENDENTES
              END-IF
           END-IF
           IF SW-DADOS-OK = "S" AND SW-EXISTE = "S"
              MOVE Codigo-Job-W        TO Codigo-Job-ag
              READ AGENDA
              PERFORM MOSTRAR-ROTINA
              display " "
              display "EXCLUIR? OPCAO 1 CONFIRMAR  2 SAIR"
              display " "with no advancing
              accept OPC-W
              IF OPC-W = 1
                 PERFORM RESUMIR-ROTINA
                 MOVE Valor-Depois-Audit-W TO Valor-Antes-Audit-W
                 DELETE AGENDA
                 MOVE "AGENDA"         TO Entidade-Audit-W
                 MOVE "EXCLUSAO"       TO Acao-Audit-W
                 MOVE Codigo-Job-W     TO Chave-Audit-W
                 MOVE SPACES           TO Valor-Depois-Audit-W
                 PERFORM GRAVAR-AUDITORIA
                 MOVE "ROTINA EXCLUIDA" TO MENSAGEM
              END-IF
           END-IF.

       VERIFICAR-DEPENDENTES.
      ********** ROTINA QUE E PREDECESSORA DE OUTRA NAO E EXCLUIDA; **
      *    O AGENDADOR BLOQUEARIA A DEPENDENTE PARA SEMPRE           *
           MOVE LOW-VALUES          TO Codigo-Job-ag
           SET NO-FIM-AGENDA        TO TRUE
           START AGENDA KEY IS NOT LESS THAN Codigo-Job-ag
              INVALID KEY SET FIM-AGENDA TO TRUE
           END-START
           PERFORM VERIFICAR-UM-DEPENDENTE
              UNTIL FIM-AGENDA OR SW-DADOS-OK = "N".

       VERIFICAR-UM-DEPENDENTE.
           READ AGENDA NEXT RECORD
              AT END SET FIM-AGENDA TO TRUE
           END-READ
           IF NOT FIM-AGENDA
              PERFORM VARYING IND-P FROM 1 BY 1 UNTIL IND-P > 5
                 IF Predecessor-ag(IND-P) = Codigo-Job-W
                    MOVE FUNCTION CONCATENATE("ROTINA E PREDECESSORA"
                         " DE " FUNCTION TRIM(Codigo-Job-ag)
                         ": NAO EXCLUIDA") TO MENSAGEM
                    MOVE "N"           TO SW-DADOS-OK
                 END-IF
              END-PERFORM
           END-IF.

       MOSTRAR-DEVIDAS-HOJE.
      ********** SIMULACAO DO AGENDADOR (PROGRAMA94): LISTA O QUE ****
      *    RODARIA HOJE, NA ORDEM DAS DEPENDENCIAS, E O QUE DEVIA    *
      *    TER RODADO E NAO RODOU, SEM EXECUTAR NADA                 *
           CLOSE AGENDA
           PERFORM LIMPIAR-PANTALLA
           CALL "SYSTEM" USING "Programa94.exe LISTAR"
           display " "
           display "Tecle ENTER para continuar"
           accept OPC-W
           OPEN I-O AGENDA
           IF FILE-STATUS-AG NOT = 00
              MOVE FUNCTION CONCATENATE("ERRO AO REABRIR AGENDA, "
                   "STATUS " FILE-STATUS-AG) TO MENSAGEM
              MOVE "S"                 TO SW-PROCESO
           END-IF.

       FIN.
           CLOSE AGENDA
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
           MOVE SPACES TO ARQ-AGENDA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "agenda.dat" DELIMITED BY SIZE
                  INTO ARQ-AGENDA
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
       END PROGRAM Pgm00049.
