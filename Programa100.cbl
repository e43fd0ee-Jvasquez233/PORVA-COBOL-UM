      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: INDICE DE PALAVRAS DA RAZAO SOCIAL (BUSCA DE CLIENTES)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA100.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT PALAVRAS ASSIGN ARQ-PALAVRAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Palavra
           FILE STATUS IS FILE-STATUS-PAL.

           SELECT PALCLI ASSIGN ARQ-PALCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-pc
           FILE STATUS IS FILE-STATUS-PCL.

           SELECT JOBLOG   ASSIGN ARQ-JOBLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.

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

       FD  PALAVRAS.

      ********** INDICE DE PALAVRAS DA RAZAO SOCIAL: UMA ENTRADA POR *
      *    PALAVRA SIGNIFICATIVA E CLIENTE, EM ORDEM DE PALAVRA      *
       01  REG-PALAVRAS.
           05 Chave-Palavra.
              10 Palavra-px                PIC X(020).
              10 Codigo-Cliente-px         PIC 9(007).

       FD  PALCLI.

      ********** AS PALAVRAS INDEXADAS DE CADA CLIENTE, PARA TIRAR ***
      *    AS ANTIGAS QUANDO A RAZAO SOCIAL MUDA E PARA A BUSCA POR  *
      *    MAIS DE UMA PALAVRA                                       *
       01  REG-PALCLI.
           05 Codigo-Cliente-pc            PIC 9(007).
           05 Razao-Social-pc              PIC X(040).
           05 Qtd-Palavras-pc              PIC 9(002).
           05 Palavra-pc                   PIC X(020)   OCCURS 13 TIMES.

       FD  JOBLOG.

       01  REG-JOBLOG.
           05 Programa-j                   PIC X(010).
           05 FIL-J1                       PIC X          VALUE ";".
           05 Evento-j                     PIC X(006).
           05 FIL-J2                       PIC X          VALUE ";".
           05 Data-j                       PIC X(010).
           05 FIL-J3                       PIC X          VALUE ";".
           05 Hora-j                       PIC X(008).
           05 FIL-J4                       PIC X          VALUE ";".
           05 Lidos-j                      PIC 9(007).
           05 FIL-J5                       PIC X          VALUE ";".
           05 Gravados-j                   PIC 9(007).
           05 FIL-J6                       PIC X          VALUE ";".
           05 Avisos-j                     PIC 9(005).
           05 FIL-J7                       PIC X          VALUE ";".
           05 Status-j                     PIC X(010).

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
           05 Conta-Clientes-F             PIC X(008).
           05 Conta-Receita-F              PIC X(008).
           05 Conta-Caixa-F                PIC X(008).
           05 Perc-Prov-6190-F             PIC 9(003).
           05 Perc-Prov-90-F               PIC 9(003).
           05 Limite-Alcada-F              PIC 9(009)v9(002).
           05 Desc-Max-Oper-F              PIC 9(002)v9(002).
           05 Desc-Max-Super-F             PIC 9(002)v9(002).
           05 Dias-Entrega-F               PIC 9(003).
           05 Valor-Km-F                   PIC 9(003)v9(002).
           05 Tol-Km-F                     PIC 9(003).
           05 Perc-Cresc-F                 PIC 9(003)v9(002).


       WORKING-STORAGE SECTION.

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
                                            VALUE "PROGRAM100".
           05 JOB-EVENTO                   PIC X(006)   VALUE SPACES.
           05 JOB-LIDOS                    PIC 9(007)   VALUE ZEROES.
           05 JOB-GRAVADOS                 PIC 9(007)   VALUE ZEROES.
           05 JOB-AVISOS                   PIC 9(005)   VALUE ZEROES.
           05 JOB-STATUS                   PIC X(010)   VALUE "OK".
           05 ARQ-JOBLOG                   PIC X(080)   VALUE SPACES.
           05 JOB-DT-AUX.
              10 JOB-AA                    PIC X(002)   VALUE SPACES.
              10 JOB-MM                    PIC X(002)   VALUE SPACES.
              10 JOB-DD                    PIC X(002)   VALUE SPACES.
           05 JOB-HR-AUX.
              10 JOB-HH                    PIC X(002)   VALUE SPACES.
              10 JOB-MI                    PIC X(002)   VALUE SPACES.
              10 JOB-SS                    PIC X(002)   VALUE SPACES.
              10 JOB-ML                    PIC X(002)   VALUE SPACES.

       01  AREA-EMPRESA.
           05 FILE-STATUS-EMP              PIC 99       VALUE ZEROES.
           05 LINHA-EMPRESA                PIC X(060)   VALUE SPACES.

       01  AREA-PARAMETROS.
           05 FILE-STATUS-PAR              PIC 99       VALUE ZEROES.
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
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-PALAVRAS                    PIC X(080)   VALUE SPACES.
           05 ARQ-PALCLI                      PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PAL              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PCL              PIC 99       VALUE ZEROES.
           05 SW-FIM-CLI                   PIC X        VALUE "N".
              88 FIM-CLI                                VALUE "S".
              88 NO-FIM-CLI                             VALUE "N".
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-GRAVADOS                PIC 9(007)   VALUE ZEROES.
           05 CONT-REMOVIDOS               PIC 9(007)   VALUE ZEROES.

      ********** LINHA DE COMANDO: "RECONSTRUIR" = INDICE DO ZERO; ***
      *    "INDEXAR C1 C2 ..." = SO ESSES CODIGOS (ATE 5), CHAMADO   *
      *    PELAS TELAS QUE INCLUEM, ALTERAM, EXCLUEM OU FUNDEM       *
      *    CLIENTES; SEM NADA PERGUNTA O QUE FAZER                   *
           05 ARG-LINHA                    PIC X(080)   VALUE SPACES.
           05 SW-MODO-AUTO                 PIC X        VALUE "N".
              88 MODO-AUTO                              VALUE "S".
              88 MODO-INTERATIVO                        VALUE "N".
           05 Acao-W                       PIC X(001)   VALUE SPACES.
              88 ACAO-RECONSTRUIR                       VALUE "R".
              88 ACAO-INDEXAR                           VALUE "I".
           05 ARGS-CODIGO-W.
              10 Codigo-Arg-X              PIC X(010)   OCCURS 5 TIMES.
           05 TABELA-CODIGOS-W.
              10 Codigo-Lista-W            PIC 9(007)   OCCURS 5 TIMES.
           05 QTD-CODIGOS-W                PIC 9(001)   VALUE ZEROES.
           05 Ind-Codigo-W                 PIC 9(001)   VALUE ZEROES.
           05 Codigo-Digitado-W            PIC 9(007)   VALUE ZEROES.

      ********** RAZAO SOCIAL NORMALIZADA EM PALAVRAS: MAIUSCULAS, ***
      *    SEM ACENTO (UTF-8 OU LATIN-1), SO LETRAS E DIGITOS. FICAM *
      *    DE FORA AS PALAVRAS DE UMA LETRA E AS COMUNS (LTDA, ME,   *
      *    S/A, DE, DA...). A MESMA ROTINA ESTA NO PGM00001 E NO     *
      *    PGM00036, QUE NORMALIZAM AS PALAVRAS DA BUSCA             *
           05 Texto-Orig-W                 PIC X(040)   VALUE SPACES.
           05 Texto-Norm-W                 PIC X(040)   VALUE SPACES.
           05 Pos-Texto-W                  PIC 9(003)   VALUE ZEROES.
           05 Pos-Saida-W                  PIC 9(003)   VALUE ZEROES.
           05 Byte-Texto-W                 PIC X(001)   VALUE SPACES.
           05 Cod-Byte-W                   PIC 9(003)   VALUE ZEROES.
           05 Cod-Prox-W                   PIC 9(003)   VALUE ZEROES.
           05 Letra-Norm-W                 PIC X(001)   VALUE SPACES.
           05 Palavra-Atual-W              PIC X(020)   VALUE SPACES.
           05 Tam-Palavra-W                PIC 9(003)   VALUE ZEROES.
           05 Ind-Palavra-W                PIC 9(003)   VALUE ZEROES.
           05 Ind-Comum-W                  PIC 9(003)   VALUE ZEROES.
           05 SW-PALAVRA-DESCARTE          PIC X        VALUE "N".
           05 QTD-PALAVRAS-W               PIC 9(002)   VALUE ZEROES.
           05 TABELA-PALAVRAS-W.
              10 Palavra-Tab-W             PIC X(020)   OCCURS 13 TIMES.
      ********** LETRA SEM ACENTO PARA OS CODIGOS X"C0" A X"FF" ******
      *    (LATIN-1), QUE SAO TAMBEM O SEGUNDO BYTE DO PAR UTF-8     *
      *    X"C3" X"80" A X"BF"                                       *
           05 MAPA-ACENTOS-LIT.
              10 FILLER                    PIC X(032)   VALUE
                 "AAAAAAACEEEEIIIIDNOOOOO OUUUUY S".
              10 FILLER                    PIC X(032)   VALUE
                 "AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y".
           05 MAPA-ACENTOS-R REDEFINES MAPA-ACENTOS-LIT.
              10 Letra-Mapa-W              PIC X(001)   OCCURS 64 TIMES.
           05 PALAVRAS-COMUNS-LIT.
              10 FILLER                    PIC X(048)   VALUE
                 "LTDA    LIMITADAME      MEI     EPP     EIRELI  ".
              10 FILLER                    PIC X(048)   VALUE
                 "SA      SS      CIA     DE      DA      DO      ".
              10 FILLER                    PIC X(048)   VALUE
                 "DAS     DOS     EM      COM     LTD     INC     ".
           05 PALAVRAS-COMUNS-R REDEFINES PALAVRAS-COMUNS-LIT.
              10 Palavra-Comum-W           PIC X(008)   OCCURS 18 TIMES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           ACCEPT ARG-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(ARG-LINHA) TO ARG-LINHA
           IF ARG-LINHA NOT = SPACES
              SET MODO-AUTO TO TRUE
           END-IF
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF SW-ARQUIVOS-OK = "S"
              IF ACAO-RECONSTRUIR
                 PERFORM RECONSTRUIR-INDICE
              ELSE
                 PERFORM VARYING Ind-Codigo-W FROM 1 BY 1
                         UNTIL Ind-Codigo-W > QTD-CODIGOS-W
                    PERFORM REINDEXAR-UM-CLIENTE
                 END-PERFORM
              END-IF
           END-IF
           PERFORM FIN.

       INICIO.
           MOVE SPACES TO Acao-W
           MOVE ZEROES TO QTD-CODIGOS-W
           IF MODO-AUTO
              EVALUATE TRUE
                 WHEN ARG-LINHA(1:11) = "RECONSTRUIR"
                    SET ACAO-RECONSTRUIR TO TRUE
                 WHEN ARG-LINHA(1:8) = "INDEXAR "
                    SET ACAO-INDEXAR TO TRUE
                    PERFORM SEPARAR-CODIGOS
                 WHEN OTHER
                    DISPLAY "ARGUMENTO INVALIDO: "
                            FUNCTION TRIM(ARG-LINHA)
                    MOVE "ARGUMENTO" TO JOB-STATUS
              END-EVALUATE
           ELSE
              DISPLAY "INDICE DE PALAVRAS DA RAZAO SOCIAL"
              DISPLAY LINHA-EMPRESA
              DISPLAY " "
              DISPLAY "   1 => Reconstruir o indice completo"
              DISPLAY "   2 => Reindexar um cliente"
              DISPLAY " "
              DISPLAY "   9 => Salir"
              DISPLAY " "
              DISPLAY "INSIRA OPCAO DESEJADA: " WITH NO ADVANCING
              ACCEPT OPC-W
              EVALUATE OPC-W
                 WHEN 1
                    SET ACAO-RECONSTRUIR TO TRUE
                 WHEN 2
                    DISPLAY "INSIRA CODIGO DO CLIENTE: "
                            WITH NO ADVANCING
                    ACCEPT Codigo-Digitado-W
                    IF Codigo-Digitado-W > ZEROES
                       SET ACAO-INDEXAR TO TRUE
                       MOVE 1 TO QTD-CODIGOS-W
                       MOVE Codigo-Digitado-W TO Codigo-Lista-W(1)
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF ACAO-INDEXAR AND QTD-CODIGOS-W = ZEROES
              DISPLAY "NENHUM CODIGO DE CLIENTE INFORMADO"
              MOVE "ARGUMENTO" TO JOB-STATUS
           END-IF
           IF JOB-STATUS = "OK" AND Acao-W NOT = SPACES
              PERFORM ABRIR-ARQUIVOS
           END-IF.

       SEPARAR-CODIGOS.
           MOVE SPACES TO ARGS-CODIGO-W
           UNSTRING ARG-LINHA(9:) DELIMITED BY ALL SPACE
              INTO Codigo-Arg-X(1) Codigo-Arg-X(2) Codigo-Arg-X(3)
                   Codigo-Arg-X(4) Codigo-Arg-X(5)
           END-UNSTRING
           PERFORM VARYING Ind-Codigo-W FROM 1 BY 1
                   UNTIL Ind-Codigo-W > 5
              IF Codigo-Arg-X(Ind-Codigo-W) NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(Codigo-Arg-X(Ind-Codigo-W))
                     = ZEROES
                 ADD 1 TO QTD-CODIGOS-W
                 COMPUTE Codigo-Lista-W(QTD-CODIGOS-W) =
                    FUNCTION NUMVAL(Codigo-Arg-X(Ind-Codigo-W))
              END-IF
           END-PERFORM.

       ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES
           IF FILE-STATUS-CLI NOT = 00
              DISPLAY "clientes.dat NAO PODE SER ABERTO"
              DISPLAY "STATUS: " FILE-STATUS-CLI
              MOVE "SEM CLIENTE" TO JOB-STATUS
           ELSE
              IF ACAO-INDEXAR
                 PERFORM ABRIR-INDICE-EXISTENTE
              END-IF
      ********** SEM INDICE AINDA, INDEXAR UM SO CLIENTE DEIXARIA A **
      *    BUSCA INCOMPLETA: NESSE CASO O INDICE E FEITO POR INTEIRO *
              IF ACAO-RECONSTRUIR
                 OPEN OUTPUT PALAVRAS
                 OPEN OUTPUT PALCLI
              END-IF
              MOVE "S" TO SW-ARQUIVOS-OK
           END-IF.

       ABRIR-INDICE-EXISTENTE.
           OPEN I-O PALAVRAS
           IF FILE-STATUS-PAL NOT = 00
              SET ACAO-RECONSTRUIR TO TRUE
           ELSE
              OPEN I-O PALCLI
              IF FILE-STATUS-PCL NOT = 00
                 CLOSE PALAVRAS
                 SET ACAO-RECONSTRUIR TO TRUE
              END-IF
           END-IF
           IF ACAO-RECONSTRUIR
              DISPLAY "INDICE DE PALAVRAS AUSENTE; SERA RECONSTRUIDO"
           END-IF.

       RECONSTRUIR-INDICE.
           SET NO-FIM-CLI TO TRUE
           MOVE ZEROES TO CNPJ
           START CLIENTES KEY IS NOT LESS THAN CNPJ
              INVALID KEY SET FIM-CLI TO TRUE
           END-START
           PERFORM INDEXAR-PROXIMO-CLIENTE UNTIL FIM-CLI.

       INDEXAR-PROXIMO-CLIENTE.
           READ CLIENTES NEXT RECORD
              AT END SET FIM-CLI TO TRUE
           END-READ
           IF NOT FIM-CLI
              ADD 1 TO CONT-LIDOS
              PERFORM GRAVAR-PALAVRAS-CLIENTE
           END-IF.

       REINDEXAR-UM-CLIENTE.
      ********** TIRA AS PALAVRAS ANTIGAS (GUARDADAS NO PALCLI) E ****
      *    GRAVA AS DA RAZAO SOCIAL ATUAL; CLIENTE EXCLUIDO OU       *
      *    ARQUIVADO SO SAI DO INDICE                                *
           MOVE Codigo-Lista-W(Ind-Codigo-W) TO Codigo-Cliente-pc
           PERFORM REMOVER-PALAVRAS-CLIENTE
           MOVE Codigo-Lista-W(Ind-Codigo-W) TO Codigo-Cliente
           READ CLIENTES KEY Codigo-Cliente
           IF FILE-STATUS-CLI = 00
              ADD 1 TO CONT-LIDOS
              PERFORM GRAVAR-PALAVRAS-CLIENTE
           ELSE
              ADD 1 TO CONT-REMOVIDOS
           END-IF.

       REMOVER-PALAVRAS-CLIENTE.
           READ PALCLI
           IF FILE-STATUS-PCL = 00
              PERFORM VARYING Ind-Palavra-W FROM 1 BY 1
                      UNTIL Ind-Palavra-W > Qtd-Palavras-pc
                 MOVE Palavra-pc(Ind-Palavra-W) TO Palavra-px
                 MOVE Codigo-Cliente-pc         TO Codigo-Cliente-px
                 DELETE PALAVRAS RECORD
              END-PERFORM
              DELETE PALCLI RECORD
           END-IF.

       GRAVAR-PALAVRAS-CLIENTE.
           MOVE Razão-Social TO Texto-Orig-W
           PERFORM NORMALIZAR-TEXTO
           PERFORM SEPARAR-PALAVRAS
           INITIALIZE REG-PALCLI
           MOVE Codigo-Cliente  TO Codigo-Cliente-pc
           MOVE Razão-Social    TO Razao-Social-pc
           MOVE QTD-PALAVRAS-W  TO Qtd-Palavras-pc
           PERFORM VARYING Ind-Palavra-W FROM 1 BY 1
                   UNTIL Ind-Palavra-W > QTD-PALAVRAS-W
              MOVE Palavra-Tab-W(Ind-Palavra-W) TO Palavra-px
                                                   Palavra-pc
                                                   (Ind-Palavra-W)
              MOVE Codigo-Cliente TO Codigo-Cliente-px
              WRITE REG-PALAVRAS
              IF FILE-STATUS-PAL = 00
                 ADD 1 TO CONT-GRAVADOS
              END-IF
           END-PERFORM
           WRITE REG-PALCLI
           IF FILE-STATUS-PCL NOT = 00
              DISPLAY "FALHA AO GRAVAR palcli.dat (STATUS "
                      FILE-STATUS-PCL ") CLIENTE " Codigo-Cliente
              ADD 1 TO JOB-AVISOS
           END-IF.

       NORMALIZAR-TEXTO.
           MOVE SPACES TO Texto-Norm-W
           MOVE ZEROES TO Pos-Saida-W
           MOVE 1      TO Pos-Texto-W
           PERFORM NORMALIZAR-UM-BYTE UNTIL Pos-Texto-W > 40
           MOVE FUNCTION UPPER-CASE(Texto-Norm-W) TO Texto-Norm-W.

       NORMALIZAR-UM-BYTE.
           MOVE Texto-Orig-W(Pos-Texto-W:1) TO Byte-Texto-W
           COMPUTE Cod-Byte-W = FUNCTION ORD(Byte-Texto-W) - 1
           MOVE ZEROES TO Cod-Prox-W
           IF Pos-Texto-W < 40
              COMPUTE Cod-Prox-W =
                 FUNCTION ORD(Texto-Orig-W(Pos-Texto-W + 1:1)) - 1
           END-IF
           MOVE SPACE TO Letra-Norm-W
           EVALUATE TRUE
      ********** PAR UTF-8: X"C3" + LETRA ACENTUADA; X"C2" + SIMBOLO *
              WHEN (Cod-Byte-W = 194 OR Cod-Byte-W = 195)
                   AND Cod-Prox-W > 127 AND Cod-Prox-W < 192
                 IF Cod-Byte-W = 195
                    MOVE Letra-Mapa-W(Cod-Prox-W - 127)
                      TO Letra-Norm-W
                 END-IF
                 ADD 1 TO Pos-Texto-W
              WHEN Cod-Byte-W > 191
                 MOVE Letra-Mapa-W(Cod-Byte-W - 191) TO Letra-Norm-W
              WHEN Cod-Byte-W > 127
                 CONTINUE
              WHEN Byte-Texto-W IS ALPHABETIC
                   OR Byte-Texto-W IS NUMERIC
                 MOVE Byte-Texto-W TO Letra-Norm-W
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           ADD 1 TO Pos-Saida-W
           MOVE Letra-Norm-W TO Texto-Norm-W(Pos-Saida-W:1)
           ADD 1 TO Pos-Texto-W.

       SEPARAR-PALAVRAS.
           MOVE ZEROES TO QTD-PALAVRAS-W
           MOVE SPACES TO TABELA-PALAVRAS-W
           MOVE SPACES TO Palavra-Atual-W
           MOVE ZEROES TO Tam-Palavra-W
           PERFORM VARYING Pos-Texto-W FROM 1 BY 1
                   UNTIL Pos-Texto-W > 40
              IF Texto-Norm-W(Pos-Texto-W:1) = SPACE
                 PERFORM GUARDAR-PALAVRA
              ELSE
                 IF Tam-Palavra-W < 20
                    ADD 1 TO Tam-Palavra-W
                    MOVE Texto-Norm-W(Pos-Texto-W:1)
                      TO Palavra-Atual-W(Tam-Palavra-W:1)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM GUARDAR-PALAVRA.

       GUARDAR-PALAVRA.
           IF Tam-Palavra-W > 1
              MOVE "N" TO SW-PALAVRA-DESCARTE
              PERFORM VARYING Ind-Comum-W FROM 1 BY 1
                      UNTIL Ind-Comum-W > 18
                 IF Palavra-Atual-W = Palavra-Comum-W(Ind-Comum-W)
                    MOVE "S" TO SW-PALAVRA-DESCARTE
                 END-IF
              END-PERFORM
              PERFORM VARYING Ind-Palavra-W FROM 1 BY 1
                      UNTIL Ind-Palavra-W > QTD-PALAVRAS-W
                 IF Palavra-Atual-W = Palavra-Tab-W(Ind-Palavra-W)
                    MOVE "S" TO SW-PALAVRA-DESCARTE
                 END-IF
              END-PERFORM
              IF SW-PALAVRA-DESCARTE = "N" AND QTD-PALAVRAS-W < 13
                 ADD 1 TO QTD-PALAVRAS-W
                 MOVE Palavra-Atual-W
                   TO Palavra-Tab-W(QTD-PALAVRAS-W)
              END-IF
           END-IF
           MOVE SPACES TO Palavra-Atual-W
           MOVE ZEROES TO Tam-Palavra-W.

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              CLOSE CLIENTES PALAVRAS PALCLI
              IF MODO-INTERATIVO
                 DISPLAY " "
                 DISPLAY "CLIENTES INDEXADOS    : " CONT-LIDOS
                 DISPLAY "PALAVRAS GRAVADAS     : " CONT-GRAVADOS
                 IF CONT-REMOVIDOS > ZEROES
                    DISPLAY "RETIRADOS DO INDICE   : " CONT-REMOVIDOS
                 END-IF
                 DISPLAY "Tecle ENTER para continuar"
                 ACCEPT OPC-W
              END-IF
           END-IF
           IF JOB-STATUS = "OK" AND JOB-AVISOS > ZEROES
              MOVE "AVISO" TO JOB-STATUS
           END-IF
           MOVE CONT-LIDOS    TO JOB-LIDOS
           MOVE CONT-GRAVADOS TO JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           IF JOB-STATUS = "OK" OR JOB-STATUS = "AVISO"
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       GRAVAR-JOBLOG.
      ********** REGISTRA INICIO/FIM DA EXECUCAO NO JOBLOG.CSV *******
      *    COMUM A TODOS OS LOTES, PARA A CONFERENCIA DA MANHA       *
      *    (OPCAO 39 DO MENU)                                        *
           MOVE SPACES TO ARQ-JOBLOG
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "joblog.csv" DELIMITED BY SIZE INTO ARQ-JOBLOG
           OPEN EXTEND JOBLOG
           IF FILE-STATUS-JOB NOT = 00
              OPEN OUTPUT JOBLOG
           END-IF
           IF FILE-STATUS-JOB = 00
              ACCEPT JOB-DT-AUX FROM DATE
              ACCEPT JOB-HR-AUX FROM TIME
              MOVE JOB-NOME     TO Programa-j
              MOVE JOB-EVENTO   TO Evento-j
              MOVE SPACES       TO Data-j
              STRING JOB-DD "-" JOB-MM "-20" JOB-AA
                 DELIMITED BY SIZE INTO Data-j
              MOVE SPACES       TO Hora-j
              STRING JOB-HH ":" JOB-MI ":" JOB-SS
                 DELIMITED BY SIZE INTO Hora-j
              MOVE JOB-LIDOS    TO Lidos-j
              MOVE JOB-GRAVADOS TO Gravados-j
              MOVE JOB-AVISOS   TO Avisos-j
              MOVE JOB-STATUS   TO Status-j
              MOVE ";" TO FIL-J1 FIL-J2 FIL-J3 FIL-J4 FIL-J5
                          FIL-J6 FIL-J7
              WRITE REG-JOBLOG
              CLOSE JOBLOG
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
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-PALAVRAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "palavras.dat" DELIMITED BY SIZE
                  INTO ARQ-PALAVRAS
           MOVE SPACES TO ARQ-PALCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "palcli.dat" DELIMITED BY SIZE
                  INTO ARQ-PALCLI.
       END PROGRAM PROGRAMA100.
