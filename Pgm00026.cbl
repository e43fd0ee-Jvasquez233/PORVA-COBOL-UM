           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT INDICES ASSIGN ARQ-INDICES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Indice
           FILE STATUS IS FILE-STATUS-IND.

           SELECT CONTRHIST ASSIGN ARQ-CONTRHIST
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Contrhist
           FILE STATUS IS FILE-STATUS-RH.

           SELECT EMPRESACTL ASSIGN "C:\Users\Jose Angel\Documents\co
      -    "bol\files\empresa.txt"
           ORGANISATION IS LINE SEQUENTIAL
              88 CONTRATO-ATIVO                          VALUE "A".
              88 CONTRATO-ENCERRADO                      VALUE "E".
           05 Ultimo-Gerado-ct             PIC 9(006).
      ********** REAJUSTE ANUAL (PROGRAMA84): INDICE DO PGM00047, ***
      *    MES DO ANIVERSARIO E ANO DO ULTIMO REAJUSTE APLICADO      *
           05 Codigo-Indice-ct             PIC X(006)   VALUE SPACES.
           05 Mes-Aniversario-ct           PIC 9(002)   VALUE ZEROES.
           05 Ultimo-Reajuste-ct           PIC 9(004)   VALUE ZEROES.

       FD  CLIENTES.

           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  INDICES.

       01  REG-INDICES.
           05 Chave-Indice.
              10 Codigo-Indice-ix          PIC X(006).
              10 Ano-Mes-ix                PIC 9(006).
           05 Descricao-ix                 PIC X(030).
           05 Tipo-ix                      PIC X(001).
              88 INDICE-OFICIAL                          VALUE "O".
              88 INDICE-NEGOCIADO                        VALUE "N".
           05 Percentual-ix                PIC s9(003)v9(004).
           05 Operador-ix                  PIC X(010).
           05 Data-Alteracao-ix            PIC X(010).

       FD  CONTRHIST.

      ********** HISTORICO DOS REAJUSTES APLICADOS (PROGRAMA84) ******
       01  REG-CONTRHIST.
           05 Chave-Contrhist.
              10 Numero-Contrato-rh        PIC 9(005).
              10 Data-Reajuste-rh          PIC 9(008).
           05 Codigo-Indice-rh             PIC X(006).
           05 Perc-Acumulado-rh            PIC s9(003)v9(004).
           05 Valor-Anterior-rh            PIC 9(009)v9(002).
           05 Valor-Novo-rh                PIC 9(009)v9(002).
           05 Operador-rh                  PIC X(010).

       FD  EMPRESACTL.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CONTRATOS                PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                 PIC X(080)   VALUE SPACES.
           05 ARQ-INDICES                  PIC X(080)   VALUE SPACES.
           05 ARQ-CONTRHIST                PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

                                            VALUE ZEROES.
           05 Vig-Ini-W                    PIC X(010)   VALUE SPACES.
           05 Vig-Fim-W                    PIC X(010)   VALUE SPACES.
           05 FILE-STATUS-IND              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RH               PIC 99       VALUE ZEROES.
           05 SW-INDICES-OK                PIC X        VALUE "N".
           05 Indice-Contr-W               PIC X(006)   VALUE SPACES.
           05 Mes-Aniv-W                   PIC 9(002)   VALUE ZEROES.
           05 Valor-Ant-Ed                 PIC ZZZ.ZZZ.ZZ9,99.
           05 Valor-Novo-Ed                PIC ZZZ.ZZZ.ZZ9,99.
           05 Perc-Ed                      PIC ---9,9999.
           05 SW-FIM-CTR                   PIC X        VALUE "N".
              88 FIM-CTR                                VALUE "F".
              88 NO-FIM-CTR                             VALUE "N".
              ELSE
                 MOVE "N" TO SW-CLIENTES-OK
              END-IF
              OPEN INPUT INDICES
              IF FILE-STATUS-IND = 00
                 MOVE "S" TO SW-INDICES-OK
              ELSE
                 MOVE "N" TO SW-INDICES-OK
              END-IF
           END-IF.

       PROCESO.
           display "                                          "
           display "   1 => Incluir contrato                  "
           display "   2 => Encerrar contrato                 "
           display "   3 => Indice e aniversario do reajuste  "
           display "   4 => Listar contratos                  "
           display "   5 => Historico de reajustes            "
           display "                                          "
           display "   9 => Salir                             "
           display "                                          "
                   PERFORM INCLUIR-CONTRATO
                   WHEN = 2
                   PERFORM ENCERRAR-CONTRATO
                   WHEN = 3
                   PERFORM ALTERAR-REAJUSTE
                   WHEN = 4
                   PERFORM LISTAR-CONTRATOS
                   WHEN = 5
                   PERFORM HISTORICO-REAJUSTES
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                    display "INSIRA VIGENCIA FINAL (DD-MM-AAAA): "
                    display " "with no advancing
                    accept Vig-Fim-W
                    PERFORM PEDIR-DADOS-REAJUSTE
                    IF MENSAGEM NOT = SPACES
                       CONTINUE
                    ELSE
                    IF Dia-Contr-W = ZEROES OR Dia-Contr-W > 28
                       MOVE "DIA DO MES INVALIDO (1-28)"
                            TO MENSAGEM
                       MOVE Vig-Fim-W        TO Vigencia-Fim-ct
                       MOVE "A"              TO Situacao-ct
                       MOVE ZEROES           TO Ultimo-Gerado-ct
                       MOVE Indice-Contr-W   TO Codigo-Indice-ct
                       MOVE Mes-Aniv-W       TO Mes-Aniversario-ct
      ********** O PRIMEIRO REAJUSTE E SO NO ANIVERSARIO SEGUINTE ****
                       IF Vig-Ini-W(7:4) IS NUMERIC
                          MOVE Vig-Ini-W(7:4) TO Ultimo-Reajuste-ct
                       ELSE
                          MOVE ZEROES TO Ultimo-Reajuste-ct
                       END-IF
                       WRITE REG-CONTRATOS
                       MOVE "CONTRATO INCLUIDO" TO MENSAGEM
                    END-IF
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
              END-IF
           END-IF.

       PEDIR-DADOS-REAJUSTE.
      ********** INDICE EM BRANCO = CONTRATO SEM REAJUSTE ANUAL; *****
      *    MES DO ANIVERSARIO ZERO = MES DA VIGENCIA INICIAL         *
           display "INSIRA INDICE DE REAJUSTE (BRANCO = SEM): "
           display " "with no advancing
           accept Indice-Contr-W
           MOVE FUNCTION UPPER-CASE(Indice-Contr-W) TO Indice-Contr-W
           MOVE ZEROES TO Mes-Aniv-W
           IF Indice-Contr-W NOT = SPACES
              IF SW-INDICES-OK = "S"
                 MOVE Indice-Contr-W TO Codigo-Indice-ix
                 MOVE ZEROES         TO Ano-Mes-ix
                 START INDICES KEY IS NOT LESS THAN Chave-Indice
                    INVALID KEY MOVE 23 TO FILE-STATUS-IND
                 END-START
                 IF FILE-STATUS-IND = 00
                    READ INDICES NEXT RECORD
                       AT END MOVE 10 TO FILE-STATUS-IND
                    END-READ
                 END-IF
                 IF FILE-STATUS-IND NOT = 00
                    OR Codigo-Indice-ix NOT = Indice-Contr-W
                    MOVE "INDICE NAO CADASTRADO (PGM00047)"
                      TO MENSAGEM
                 ELSE
                    display "Indice: " Descricao-ix
                 END-IF
              ELSE
                 MOVE "indices.dat AUSENTE; CADASTRE O INDICE ANTES"
                   TO MENSAGEM
              END-IF
              IF MENSAGEM = SPACES
                 display "INSIRA MES DO ANIVERSARIO (1-12, 0 = MES "
                         "DA VIGENCIA INICIAL): "
                 display " "with no advancing
                 accept Mes-Aniv-W
                 IF Mes-Aniv-W = ZEROES
                    IF Vig-Ini-W(4:2) IS NUMERIC
                       MOVE Vig-Ini-W(4:2) TO Mes-Aniv-W
                    END-IF
                 END-IF
                 IF Mes-Aniv-W = ZEROES OR Mes-Aniv-W > 12
                    MOVE "MES DO ANIVERSARIO INVALIDO (1-12)"
                      TO MENSAGEM
                 END-IF
              END-IF
           END-IF.

       ALTERAR-REAJUSTE.
           display "INSIRA NUMERO DO CONTRATO: "
           display " "with no advancing
           accept Numero-Contr-W
           MOVE Numero-Contr-W TO Numero-Contrato
           READ CONTRATOS
           IF FILE-STATUS NOT = 00
              MOVE "CONTRATO NAO ENCONTRADO" TO MENSAGEM
           ELSE
              IF Mes-Aniversario-ct IS NOT NUMERIC
                 MOVE SPACES TO Codigo-Indice-ct
                 MOVE ZEROES TO Mes-Aniversario-ct
                                Ultimo-Reajuste-ct
              END-IF
              display "CONTRATO " Numero-Contrato " CLIENTE "
                      Codigo-Cliente-ct " VALOR " Valor-Contrato-ct
              display "INDICE ATUAL: " Codigo-Indice-ct
                      " ANIVERSARIO: " Mes-Aniversario-ct
                      " ULTIMO REAJUSTE: " Ultimo-Reajuste-ct
              MOVE Vigencia-Ini-ct TO Vig-Ini-W
              PERFORM PEDIR-DADOS-REAJUSTE
              IF MENSAGEM = SPACES
                 MOVE Numero-Contr-W TO Numero-Contrato
                 READ CONTRATOS
                 MOVE Indice-Contr-W TO Codigo-Indice-ct
                 MOVE Mes-Aniv-W     TO Mes-Aniversario-ct
                 IF Ultimo-Reajuste-ct = ZEROES
                    AND Vigencia-Ini-ct(7:4) IS NUMERIC
                    MOVE Vigencia-Ini-ct(7:4) TO Ultimo-Reajuste-ct
                 END-IF
                 REWRITE REG-CONTRATOS
                 MOVE "DADOS DE REAJUSTE ALTERADOS" TO MENSAGEM
              END-IF
           END-IF.

       HISTORICO-REAJUSTES.
           display "INSIRA NUMERO DO CONTRATO: "
           display " "with no advancing
           accept Numero-Contr-W
           OPEN INPUT CONTRHIST
           IF FILE-STATUS-RH NOT = 00
              MOVE "NENHUM REAJUSTE APLICADO AINDA" TO MENSAGEM
           ELSE
              PERFORM LIMPIAR-PANTALLA
              display "REAJUSTES DO CONTRATO " Numero-Contr-W
              display " "
              MOVE Numero-Contr-W TO Numero-Contrato-rh
              MOVE ZEROES         TO Data-Reajuste-rh
              SET NO-FIM-CTR TO TRUE
              START CONTRHIST KEY IS NOT LESS THAN Chave-Contrhist
                 INVALID KEY SET FIM-CTR TO TRUE
              END-START
              PERFORM UNTIL FIM-CTR
                 READ CONTRHIST NEXT RECORD
                    AT END SET FIM-CTR TO TRUE
                 END-READ
                 IF NOT FIM-CTR
                    IF Numero-Contrato-rh NOT = Numero-Contr-W
                       SET FIM-CTR TO TRUE
                    ELSE
                       MOVE Valor-Anterior-rh TO Valor-Ant-Ed
                       MOVE Valor-Novo-rh     TO Valor-Novo-Ed
                       MOVE Perc-Acumulado-rh TO Perc-Ed
                       display Data-Reajuste-rh " " Codigo-Indice-rh
                               " " Perc-Ed " % DE " Valor-Ant-Ed
                               " PARA " Valor-Novo-Ed
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CONTRHIST
              display " "
              display "Tecle ENTER para continuar"
              accept OPC-W
           END-IF.

       LISTAR-CONTRATOS.
           PERFORM LIMPIAR-PANTALLA
           display "CONTRATOS CADASTRADOS"
                 display Numero-Contrato " CLI " Codigo-Cliente-ct
                         " DIA " Dia-Mes-ct " " Situacao-ct
                         " ATE " Vigencia-Fim-ct
                         " " Codigo-Indice-ct
              END-IF
           END-PERFORM
           display " "
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-INDICES
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "indices.dat" DELIMITED BY SIZE
                  INTO ARQ-INDICES
           MOVE SPACES TO ARQ-CONTRHIST
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "contrhist.dat" DELIMITED BY SIZE
                  INTO ARQ-CONTRHIST.

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".
           CLOSE CONTRATOS
           IF SW-CLIENTES-OK = "S"
              CLOSE CLIENTES
           END-IF
           IF SW-INDICES-OK = "S"
              CLOSE INDICES
           END-IF.

       END PROGRAM Pgm00026.
