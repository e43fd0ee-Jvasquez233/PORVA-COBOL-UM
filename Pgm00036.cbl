           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS-FAT.

           SELECT PALAVRAS ASSIGN ARQ-PALAVRAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Palavra
           FILE STATUS IS FILE-STATUS-PAL.

           SELECT PALCLI   ASSIGN ARQ-PALCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-pc
           FILE STATUS IS FILE-STATUS-PAL.

           SELECT EMPRESACTL ASSIGN "C:\Users\Jose Angel\Documents\co
      -    "bol\files\empresa.txt"
           ORGANISATION IS LINE SEQUENTIAL
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  PALAVRAS.

      ********** INDICE DE PALAVRAS DA RAZAO SOCIAL (PROGRAMA100) ****
       01  REG-PALAVRAS.
           05 Chave-Palavra.
              10 Palavra-px                PIC X(020).
              10 Codigo-Cliente-px         PIC 9(007).

       FD  PALCLI.

       01  REG-PALCLI.
           05 Codigo-Cliente-pc            PIC 9(007).
           05 Razao-Social-pc              PIC X(040).
           05 Qtd-Palavras-pc              PIC 9(002).
           05 Palavra-pc                   PIC X(020)   OCCURS 13 TIMES.

       FD  EMPRESACTL.

           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  FATURAS.

           05 FILE-STATUS-PAR              PIC 99       VALUE ZEROES.
           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".
           05 Dir-Historico-Par            PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\history\".

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIMOV                   PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                 PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                  PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                  PIC X(080)   VALUE SPACES.
           05 ARQ-PALAVRAS                 PIC X(080)   VALUE SPACES.
           05 ARQ-PALCLI                   PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

                                            VALUE ZEROES.
           05 CONT-FORA-TOTAL-W            PIC 9(005)   VALUE ZEROES.
           05 Cliente-Con-W                PIC 9(007)   VALUE ZEROES.
           05 Ano-Con-W                    PIC 9(004)   VALUE ZEROES.
           05 TOTAL-PEDIDOS-W              PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-FATURAS-W              PIC 9(011)v9(002)
              88 FIM-CM                                 VALUE "F".
              88 NO-FIM-CM                              VALUE "N".

      ********** BUSCA PELO INDICE DE PALAVRAS (PROGRAMA100) *********
           05 FILE-STATUS-PAL              PIC 99       VALUE ZEROES.
           05 SW-INDICE-OK                 PIC X        VALUE "N".
           05 SW-FIM-PAL                   PIC X        VALUE "N".
              88 FIM-PAL                                VALUE "F".
              88 NO-FIM-PAL                             VALUE "N".
           05 SW-JA-LISTADO                PIC X        VALUE "N".
           05 SW-TODOS-TERMOS              PIC X        VALUE "N".
           05 SW-TERMO-ACHADO              PIC X        VALUE "N".
           05 Ind-Guia-W                   PIC 9(003)   VALUE ZEROES.
           05 Ind-Termo-W                  PIC 9(003)   VALUE ZEROES.
           05 Ind-Palcli-W                 PIC 9(003)   VALUE ZEROES.
           05 Tam-Guia-W                   PIC 9(003)   VALUE ZEROES.
           05 Tam-Termo-W                  PIC 9(003)   VALUE ZEROES.
           05 Termo-Guia-W                 PIC X(020)   VALUE SPACES.
           05 SW-FIM-PAGINA                PIC X        VALUE "N".
           05 PAGINA-ATUAL                 PIC 9(003)   VALUE ZEROES.
           05 IND-CORRESP                  PIC 9(003)   VALUE ZEROES.
           05 FIM-PAG-CORRESP              PIC 9(003)   VALUE ZEROES.
           05 TABELA-CORRESP.
              10 CORRESP-OCC OCCURS 500 TIMES.
                 15 Codigo-Corresp-T       PIC 9(007).
                 15 Razao-Corresp-T        PIC X(040).
           05 QTD-CORRESP                  PIC 9(003)   VALUE ZEROES.

      ********** RAZAO SOCIAL NORMALIZADA EM PALAVRAS, COMO NO *******
      *    PROGRAMA100: MAIUSCULAS, SEM ACENTO, SO LETRAS E DIGITOS, *
      *    SEM AS PALAVRAS DE UMA LETRA E AS COMUNS (LTDA, ME, S/A)  *
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
           display LINHA-EMPRESA
           display "                                          "
           display "   1 => Consultar cliente                 "
           display "   2 => Consultar ano arquivado           "
           display "                                          "
           display "   9 => Salir                             "
           display "                                          "
           EVALUATE OPC-W
                   WHEN = 1
                   PERFORM CONSULTAR-CLIENTE
                   WHEN = 2
                   PERFORM CONSULTAR-ANO-ARQUIVADO
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
           END-PERFORM.

       CONSULTAR-CLIENTE.
           display "INSIRA CODIGO DO CLIENTE (0 = BUSCAR PELO NOME): "
           display " "with no advancing
           accept Cliente-Con-W
           IF Cliente-Con-W = ZEROES
              PERFORM BUSCAR-POR-PALAVRAS
           END-IF
           IF Cliente-Con-W > ZEROES
              PERFORM MOSTRAR-MOVIMENTO
           END-IF.

       BUSCAR-POR-PALAVRAS.
      ********** BUSCA PELAS PALAVRAS DA RAZAO SOCIAL NO INDICE ******
      *    (PALAVRAS.DAT, MANTIDO PELO PROGRAMA100), COMO NO        *
      *    PGM00001: CADA PALAVRA DIGITADA PODE SER O INICIO DE UMA  *
      *    PALAVRA DO NOME E O CLIENTE PRECISA TER TODAS             *
           display "INSIRA PALAVRAS DA RAZAO SOCIAL: "
           display " "with no advancing
           MOVE SPACES TO Texto-Orig-W
           accept Texto-Orig-W
           MOVE ZEROES TO QTD-CORRESP
           MOVE ZEROES TO QTD-PALAVRAS-W
           PERFORM ABRIR-INDICE-PALAVRAS
           IF SW-INDICE-OK NOT = "S"
              MOVE "INDICE DE PALAVRAS AUSENTE (OPCAO 153 DO MENU)"
                   TO MENSAGEM
           ELSE
              PERFORM CARREGAR-POR-PALAVRAS
              PERFORM FECHAR-INDICE-PALAVRAS
              EVALUATE TRUE
                 WHEN QTD-PALAVRAS-W = ZEROES
                    MOVE "NENHUMA PALAVRA SIGNIFICATIVA NA BUSCA"
                         TO MENSAGEM
                 WHEN QTD-CORRESP = ZEROES
                    MOVE "NENHUM CLIENTE ENCONTRADO" TO MENSAGEM
                 WHEN OTHER
                    PERFORM PAGINAR-CORRESPONDENCIAS
              END-EVALUATE
           END-IF.

       ABRIR-INDICE-PALAVRAS.
           MOVE "N" TO SW-INDICE-OK
           OPEN INPUT PALAVRAS
           IF FILE-STATUS-PAL = 00
              OPEN INPUT PALCLI
              IF FILE-STATUS-PAL = 00
                 MOVE "S" TO SW-INDICE-OK
              ELSE
                 CLOSE PALAVRAS
              END-IF
           END-IF.

       FECHAR-INDICE-PALAVRAS.
           CLOSE PALAVRAS
           CLOSE PALCLI.

       CARREGAR-POR-PALAVRAS.
      ********** A PALAVRA MAIS LONGA GUIA A LEITURA DO INDICE; AS ***
      *    DEMAIS SAO CONFERIDAS NAS PALAVRAS DO CLIENTE (PALCLI)    *
           MOVE ZEROES TO QTD-CORRESP
           PERFORM NORMALIZAR-TEXTO
           PERFORM SEPARAR-PALAVRAS
           IF QTD-PALAVRAS-W > ZEROES
              MOVE 1 TO Ind-Guia-W
              PERFORM VARYING Ind-Palavra-W FROM 2 BY 1
                      UNTIL Ind-Palavra-W > QTD-PALAVRAS-W
                 IF FUNCTION LENGTH(FUNCTION TRIM(
                       Palavra-Tab-W(Ind-Palavra-W))) >
                    FUNCTION LENGTH(FUNCTION TRIM(
                       Palavra-Tab-W(Ind-Guia-W)))
                    MOVE Ind-Palavra-W TO Ind-Guia-W
                 END-IF
              END-PERFORM
              MOVE Palavra-Tab-W(Ind-Guia-W) TO Termo-Guia-W
              COMPUTE Tam-Guia-W =
                 FUNCTION LENGTH(FUNCTION TRIM(Termo-Guia-W))
              MOVE Termo-Guia-W TO Palavra-px
              MOVE ZEROES       TO Codigo-Cliente-px
              SET NO-FIM-PAL TO TRUE
              START PALAVRAS KEY IS NOT LESS THAN Chave-Palavra
                 INVALID KEY SET FIM-PAL TO TRUE
              END-START
              PERFORM LER-PROXIMA-PALAVRA UNTIL FIM-PAL
           END-IF.

       LER-PROXIMA-PALAVRA.
           READ PALAVRAS NEXT RECORD
              AT END SET FIM-PAL TO TRUE
           END-READ
           IF NOT FIM-PAL
              IF Palavra-px(1:Tam-Guia-W) NOT =
                 Termo-Guia-W(1:Tam-Guia-W)
                 SET FIM-PAL TO TRUE
              ELSE
                 PERFORM CONFERIR-CANDIDATO
              END-IF
           END-IF.

       CONFERIR-CANDIDATO.
      ********** O MESMO CLIENTE PODE VIR POR DUAS PALAVRAS COM O ****
      *    MESMO INICIO (SILVA, SILVEIRA): ENTRA NA LISTA UMA VEZ SO *
           MOVE "N" TO SW-JA-LISTADO
           PERFORM VARYING IND-CORRESP FROM 1 BY 1
                   UNTIL IND-CORRESP > QTD-CORRESP
              IF Codigo-Corresp-T(IND-CORRESP) = Codigo-Cliente-px
                 MOVE "S" TO SW-JA-LISTADO
              END-IF
           END-PERFORM
           IF SW-JA-LISTADO = "N"
              MOVE Codigo-Cliente-px TO Codigo-Cliente-pc
              READ PALCLI
              IF FILE-STATUS-PAL = 00
                 MOVE "S" TO SW-TODOS-TERMOS
                 PERFORM VARYING Ind-Termo-W FROM 1 BY 1
                         UNTIL Ind-Termo-W > QTD-PALAVRAS-W
                         OR SW-TODOS-TERMOS = "N"
                    IF Ind-Termo-W NOT = Ind-Guia-W
                       PERFORM PROCURAR-TERMO-CLIENTE
                    END-IF
                 END-PERFORM
                 IF SW-TODOS-TERMOS = "S"
                    IF QTD-CORRESP < 500
                       ADD 1 TO QTD-CORRESP
                       MOVE Codigo-Cliente-pc
                            TO Codigo-Corresp-T(QTD-CORRESP)
                       MOVE Razao-Social-pc
                            TO Razao-Corresp-T(QTD-CORRESP)
                    ELSE
                       SET FIM-PAL TO TRUE
                       display "MAIS DE 500 CORRESPONDENCIAS; "
                               "REFINE A BUSCA"
                    END-IF
                 END-IF
              END-IF
           END-IF.

       PROCURAR-TERMO-CLIENTE.
           COMPUTE Tam-Termo-W =
              FUNCTION LENGTH(FUNCTION TRIM(Palavra-Tab-W(Ind-Termo-W)))
           MOVE "N" TO SW-TERMO-ACHADO
           PERFORM VARYING Ind-Palcli-W FROM 1 BY 1
                   UNTIL Ind-Palcli-W > Qtd-Palavras-pc
                   OR SW-TERMO-ACHADO = "S"
              IF Palavra-pc(Ind-Palcli-W)(1:Tam-Termo-W) =
                 Palavra-Tab-W(Ind-Termo-W)(1:Tam-Termo-W)
                 MOVE "S" TO SW-TERMO-ACHADO
              END-IF
           END-PERFORM
           IF SW-TERMO-ACHADO = "N"
              MOVE "N" TO SW-TODOS-TERMOS
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

       PAGINAR-CORRESPONDENCIAS.
           MOVE 1   TO PAGINA-ATUAL
           MOVE "N" TO SW-FIM-PAGINA
           PERFORM UNTIL SW-FIM-PAGINA = "S"
              PERFORM LIMPIAR-PANTALLA
              display "CLIENTES ENCONTRADOS (PAGINA " PAGINA-ATUAL
                      ")"
              display " "
              COMPUTE IND-CORRESP = (PAGINA-ATUAL - 1) * 10 + 1
              COMPUTE FIM-PAG-CORRESP = IND-CORRESP + 9
              IF FIM-PAG-CORRESP > QTD-CORRESP
                 MOVE QTD-CORRESP TO FIM-PAG-CORRESP
              END-IF
              PERFORM UNTIL IND-CORRESP > FIM-PAG-CORRESP
                 display Codigo-Corresp-T(IND-CORRESP) " "
                         Razao-Corresp-T(IND-CORRESP)
                 ADD 1 TO IND-CORRESP
              END-PERFORM
              display " "
              display "OPCAO 1=CONSULTAR UM CODIGO 7=PAGINA ANTERIOR"
              display "      8=PROXIMA PAGINA      9=SAIR: "
              display " "with no advancing
              accept OPC-W
              EVALUATE OPC-W
                 WHEN 7
                    IF PAGINA-ATUAL > 1
                       SUBTRACT 1 FROM PAGINA-ATUAL
                    END-IF
                 WHEN 8
                    IF PAGINA-ATUAL * 10 < QTD-CORRESP
                       ADD 1 TO PAGINA-ATUAL
                    END-IF
                 WHEN 9
                    MOVE "S" TO SW-FIM-PAGINA
                 WHEN 1
                    display "INSIRA O CODIGO: "
                    display " "with no advancing
                    accept Cliente-Con-W
                    MOVE "S" TO SW-FIM-PAGINA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

       MOSTRAR-MOVIMENTO.
      ********** O ARQUIVO INVERTIDO JA ESTA EM ORDEM DE DATA: *******
      *    BASTA POSICIONAR NO CLIENTE E LER ADIANTE                 *
           IF SW-CLIENTES-OK = "S"
              MOVE Cliente-Con-W TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
           display "Tecle ENTER para continuar"
           accept OPC-W.

       CONSULTAR-ANO-ARQUIVADO.
      ********** O EXPURGO ANUAL (PROGRAMA81) LEVA O MOVIMENTO *******
      *    ENCERRADO PARA climov_AAAA.dat, pedidos_AAAA.dat E        *
      *    faturas_AAAA.dat NA PASTA DE HISTORICO, COM O MESMO       *
      *    LAYOUT: A CONSULTA E A MESMA, APONTADA PARA O ANO         *
           display "INSIRA ANO ARQUIVADO (AAAA): "
           display " "with no advancing
           accept Ano-Con-W
           CLOSE CLIMOV
           CLOSE PEDIDOS
           CLOSE FATURAS
           MOVE SPACES TO ARQ-CLIMOV
           STRING FUNCTION TRIM(Dir-Historico-Par) DELIMITED BY SIZE
                  "climov_" Ano-Con-W ".dat" DELIMITED BY SIZE
                  INTO ARQ-CLIMOV
           MOVE SPACES TO ARQ-PEDIDOS
           STRING FUNCTION TRIM(Dir-Historico-Par) DELIMITED BY SIZE
                  "pedidos_" Ano-Con-W ".dat" DELIMITED BY SIZE
                  INTO ARQ-PEDIDOS
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Historico-Par) DELIMITED BY SIZE
                  "faturas_" Ano-Con-W ".dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           OPEN INPUT CLIMOV
           IF FILE-STATUS NOT = 00
              MOVE FUNCTION CONCATENATE("Ano "
              Ano-Con-W " NAO ARQUIVADO") TO MENSAGEM
           ELSE
              OPEN INPUT PEDIDOS
                   INPUT FATURAS
              display "MOVIMENTO ARQUIVADO DE " Ano-Con-W
              PERFORM CONSULTAR-CLIENTE
              CLOSE CLIMOV
              CLOSE PEDIDOS
              CLOSE FATURAS
           END-IF
           PERFORM MONTAR-ARQUIVOS
           OPEN INPUT CLIMOV
           OPEN INPUT PEDIDOS
                INPUT FATURAS.

       LISTAR-UM-MOVIMENTO.
           READ CLIMOV NEXT RECORD
              AT END SET FIM-CM TO TRUE
                 NOT AT END
                    IF Dir-Empresa-ec NOT = SPACES
                       MOVE Dir-Empresa-ec TO Dir-Dados-Par
                       MOVE SPACES TO Dir-Historico-Par
                       STRING FUNCTION TRIM(Dir-Empresa-ec)
                              DELIMITED BY SIZE
                              "history\" DELIMITED BY SIZE
                              INTO Dir-Historico-Par
                    END-IF
                    MOVE SPACES TO LINHA-EMPRESA
                    STRING "EMPRESA: " Codigo-ec " - "
           END-IF.

       CARREGAR-PARAMETROS.
      ********** SO AS PASTAS DE DADOS E DE HISTORICO INTERESSAM *****
           OPEN INPUT PARAMS
           IF FILE-STATUS-PAR = 00
              READ PARAMS
                    IF Dir-Dados-F NOT = SPACES
                       MOVE Dir-Dados-F TO Dir-Dados-Par
                    END-IF
                    IF Dir-Historico-F NOT = SPACES
                       MOVE Dir-Historico-F TO Dir-Historico-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-CLIMOV
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "climov.dat" DELIMITED BY SIZE
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-PALAVRAS
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "palavras.dat" DELIMITED BY SIZE
                  INTO ARQ-PALAVRAS
           MOVE SPACES TO ARQ-PALCLI
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "palcli.dat" DELIMITED BY SIZE
                  INTO ARQ-PALCLI.

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".
