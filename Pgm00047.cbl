      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Cadastro de indices de reajuste dos contratos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00047.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INDICES ASSIGN ARQ-INDICES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Indice
           FILE STATUS IS FILE-STATUS.

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
       FD  INDICES.

      ********** UM REGISTRO POR INDICE E MES (AAAAMM). OFICIAL = ****
      *    SERIE MENSAL (IPCA, IGP-M...); NEGOCIADO = PERCENTUAL     *
      *    ACERTADO COM O CLIENTE, LANCADO NO MES DO ANIVERSARIO     *
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

       01  AREA-PARAMETROS.
           05 FILE-STATUS-PAR              PIC 99       VALUE ZEROES.
           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-INDICES                  PIC X(080)   VALUE SPACES.
           05 ARQ-SESSAO                   PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SES              PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-PROCESO                   PIC X        VALUE "N".
           05 MENSAGEM                     PIC X(60)    VALUE SPACES.
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 Codigo-Ind-W                 PIC X(006)   VALUE SPACES.
           05 Ano-Mes-W                    PIC 9(006)   VALUE ZEROES.
           05 Mes-Ind-W                    PIC 9(002)   VALUE ZEROES.
           05 Descricao-Ind-W              PIC X(030)   VALUE SPACES.
           05 Tipo-Ind-W                   PIC X(001)   VALUE SPACES.
           05 Percentual-W                 PIC s9(003)v9(004)
                                            VALUE ZEROES.
           05 Percentual-Ed                PIC ---9,9999.
           05 SW-INDICE-EXISTE             PIC X        VALUE "N".
           05 SW-FIM-IND                   PIC X        VALUE "N".
              88 FIM-IND                                VALUE "F".
              88 NO-FIM-IND                             VALUE "N".
           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.
           05 DATA-HOJE-W                  PIC X(010)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           PERFORM INICIO
           PERFORM PROCESO
           PERFORM FIN
           STOP RUN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-HOJE-W
           PERFORM IDENTIFICAR-OPERADOR
           OPEN I-O INDICES
           IF FILE-STATUS NOT = 00
      ********** PRIMEIRA EXECUCAO: CRIA O ARQUIVO VAZIO *************
              OPEN OUTPUT INDICES
              CLOSE INDICES
              OPEN I-O INDICES
           END-IF
           IF FILE-STATUS NOT = 00
              display "indices.dat NAO PODE SER ABERTO"
              display "STATUS: " FILE-STATUS
              display "Tecle ENTER para continuar"
              accept OPC-W
              MOVE "S" TO SW-PROCESO
           END-IF.

       IDENTIFICAR-OPERADOR.
      ********** O OPERADOR VEM DA SESSAO ABERTA PELO LOGIN DO MENU; *
      *    SEM SESSAO (EXECUCAO DIRETA) ELE SE IDENTIFICA NO TECLADO *
           OPEN INPUT SESSAO
           IF FILE-STATUS-SES = 00
              READ SESSAO
                 AT END CONTINUE
                 NOT AT END
                    MOVE Usuario-Sessao TO OPERADOR-W
              END-READ
              CLOSE SESSAO
           END-IF
           IF OPERADOR-W = SPACES
              display "INSIRA SEU CODIGO/INICIAIS DE OPERADOR: "
              display " "with no advancing
              accept OPERADOR-W
           END-IF.

       PROCESO.
           PERFORM UNTIL SW-PROCESO = "S"
           PERFORM LIMPIAR-PANTALLA
           display "INDICES DE REAJUSTE DE CONTRATOS"
           display LINHA-EMPRESA
           display "                                          "
           display "   1 => Lancar valor do mes               "
           display "   2 => Excluir valor do mes              "
           display "   3 => Consultar indice                  "
           display "   4 => Listar indices                    "
           display "                                          "
           display "   9 => Salir                             "
           display "                                          "
           display MENSAGEM
           display "INSIRA OPCAO DESADA"
           display " "with no advancing
           accept OPC-W
           MOVE SPACES   TO MENSAGEM
           EVALUATE OPC-W
                   WHEN = 1
                   PERFORM LANCAR-VALOR
                   WHEN = 2
                   PERFORM EXCLUIR-VALOR
                   WHEN = 3
                   PERFORM CONSULTAR-INDICE
                   WHEN = 4
                   PERFORM LISTAR-INDICES
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
           END-EVALUATE
           END-PERFORM.

       LANCAR-VALOR.
      ********** INCLUI OU CORRIGE O PERCENTUAL DE UM MES. NO *********
      *    PRIMEIRO LANCAMENTO DE UM CODIGO PEDE DESCRICAO E TIPO;   *
      *    NOS SEGUINTES ELES SAO HERDADOS DO PROPRIO INDICE         *
           display "INSIRA CODIGO DO INDICE (EX.: IPCA, IGPM): "
           display " "with no advancing
           accept Codigo-Ind-W
           MOVE FUNCTION UPPER-CASE(Codigo-Ind-W) TO Codigo-Ind-W
           IF Codigo-Ind-W = SPACES
              MOVE "CODIGO DO INDICE OBRIGATORIO" TO MENSAGEM
           ELSE
              PERFORM LOCALIZAR-INDICE
              IF SW-INDICE-EXISTE = "N"
                 display "INDICE NOVO. INSIRA DESCRICAO: "
                 display " "with no advancing
                 accept Descricao-Ind-W
                 display "TIPO: O = OFICIAL (SERIE MENSAL)  "
                         "N = NEGOCIADO"
                 display " "with no advancing
                 accept Tipo-Ind-W
                 MOVE FUNCTION UPPER-CASE(Tipo-Ind-W) TO Tipo-Ind-W
              ELSE
                 display "INDICE: " Descricao-Ind-W " TIPO "
                         Tipo-Ind-W
              END-IF
              IF Tipo-Ind-W NOT = "O" AND Tipo-Ind-W NOT = "N"
                 MOVE "TIPO INVALIDO (O OU N)" TO MENSAGEM
              ELSE
                 display "INSIRA MES DE REFERENCIA (AAAAMM): "
                 display " "with no advancing
                 accept Ano-Mes-W
                 COMPUTE Mes-Ind-W = FUNCTION MOD(Ano-Mes-W, 100)
                 IF Ano-Mes-W < 200001 OR Mes-Ind-W = ZEROES
                    OR Mes-Ind-W > 12
                    MOVE "MES DE REFERENCIA INVALIDO" TO MENSAGEM
                 ELSE
                    display "INSIRA PERCENTUAL DO MES (-NNN,NNNN): "
                    display " "with no advancing
                    accept Percentual-W
                    MOVE Codigo-Ind-W TO Codigo-Indice-ix
                    MOVE Ano-Mes-W    TO Ano-Mes-ix
                    READ INDICES
                    IF FILE-STATUS = 00
                       MOVE Percentual-ix TO Percentual-Ed
                       display "VALOR ATUAL " Percentual-Ed
                               " SERA SUBSTITUIDO"
                    END-IF
                    MOVE Codigo-Ind-W    TO Codigo-Indice-ix
                    MOVE Ano-Mes-W       TO Ano-Mes-ix
                    MOVE Descricao-Ind-W TO Descricao-ix
                    MOVE Tipo-Ind-W      TO Tipo-ix
                    MOVE Percentual-W    TO Percentual-ix
                    MOVE OPERADOR-W      TO Operador-ix
                    MOVE DATA-HOJE-W     TO Data-Alteracao-ix
                    IF FILE-STATUS = 00
                       REWRITE REG-INDICES
                       MOVE "VALOR DO MES ALTERADO" TO MENSAGEM
                    ELSE
                       WRITE REG-INDICES
                       MOVE "VALOR DO MES INCLUIDO" TO MENSAGEM
                    END-IF
                 END-IF
              END-IF
           END-IF.

       LOCALIZAR-INDICE.
      ********** PRIMEIRO REGISTRO DO CODIGO: DESCRICAO E TIPO *******
           MOVE "N" TO SW-INDICE-EXISTE
           MOVE SPACES TO Descricao-Ind-W Tipo-Ind-W
           MOVE Codigo-Ind-W TO Codigo-Indice-ix
           MOVE ZEROES       TO Ano-Mes-ix
           START INDICES KEY IS NOT LESS THAN Chave-Indice
              INVALID KEY MOVE 23 TO FILE-STATUS
           END-START
           IF FILE-STATUS = 00
              READ INDICES NEXT RECORD
                 AT END MOVE 10 TO FILE-STATUS
              END-READ
              IF FILE-STATUS = 00
                 AND Codigo-Indice-ix = Codigo-Ind-W
                 MOVE "S"          TO SW-INDICE-EXISTE
                 MOVE Descricao-ix TO Descricao-Ind-W
                 MOVE Tipo-ix      TO Tipo-Ind-W
              END-IF
           END-IF.

       EXCLUIR-VALOR.
           display "INSIRA CODIGO DO INDICE: "
           display " "with no advancing
           accept Codigo-Ind-W
           MOVE FUNCTION UPPER-CASE(Codigo-Ind-W) TO Codigo-Ind-W
           display "INSIRA MES DE REFERENCIA (AAAAMM): "
           display " "with no advancing
           accept Ano-Mes-W
           MOVE Codigo-Ind-W TO Codigo-Indice-ix
           MOVE Ano-Mes-W    TO Ano-Mes-ix
           READ INDICES
           IF FILE-STATUS NOT = 00
              MOVE "VALOR NAO ENCONTRADO" TO MENSAGEM
           ELSE
              MOVE Percentual-ix TO Percentual-Ed
              display "EXCLUIR " Codigo-Indice-ix " " Ano-Mes-ix
                      " " Percentual-Ed " % ?"
              display "OPCAO 1 CONFIRMAR  2 SAIR"
              display " "with no advancing
              accept OPC-W
              IF OPC-W = 1
                 DELETE INDICES
                 MOVE "VALOR EXCLUIDO" TO MENSAGEM
              END-IF
           END-IF.

       CONSULTAR-INDICE.
           display "INSIRA CODIGO DO INDICE: "
           display " "with no advancing
           accept Codigo-Ind-W
           MOVE FUNCTION UPPER-CASE(Codigo-Ind-W) TO Codigo-Ind-W
           PERFORM LIMPIAR-PANTALLA
           display "INDICE " Codigo-Ind-W
           display " "
           MOVE Codigo-Ind-W TO Codigo-Indice-ix
           MOVE ZEROES       TO Ano-Mes-ix
           SET NO-FIM-IND TO TRUE
           START INDICES KEY IS NOT LESS THAN Chave-Indice
              INVALID KEY SET FIM-IND TO TRUE
           END-START
           PERFORM UNTIL FIM-IND
              READ INDICES NEXT RECORD
                 AT END SET FIM-IND TO TRUE
              END-READ
              IF NOT FIM-IND
                 IF Codigo-Indice-ix NOT = Codigo-Ind-W
                    SET FIM-IND TO TRUE
                 ELSE
                    MOVE Percentual-ix TO Percentual-Ed
                    display Ano-Mes-ix " " Percentual-Ed " %  "
                            Operador-ix " " Data-Alteracao-ix
                 END-IF
              END-IF
           END-PERFORM
           display " "
           display "Tecle ENTER para continuar"
           accept OPC-W.

       LISTAR-INDICES.
      ********** UMA LINHA POR CODIGO: TIPO, DESCRICAO E O ULTIMO ****
      *    MES LANCADO                                               *
           PERFORM LIMPIAR-PANTALLA
           display "INDICES CADASTRADOS"
           display " "
           MOVE LOW-VALUES TO Chave-Indice
           MOVE SPACES     TO Codigo-Ind-W
           SET NO-FIM-IND TO TRUE
           START INDICES KEY IS NOT LESS THAN Chave-Indice
              INVALID KEY SET FIM-IND TO TRUE
           END-START
           PERFORM UNTIL FIM-IND
              READ INDICES NEXT RECORD
                 AT END SET FIM-IND TO TRUE
              END-READ
              IF FIM-IND OR Codigo-Indice-ix NOT = Codigo-Ind-W
                 IF Codigo-Ind-W NOT = SPACES
                    display Codigo-Ind-W " " Tipo-Ind-W " "
                            Descricao-Ind-W " ULTIMO MES " Ano-Mes-W
                 END-IF
                 IF NOT FIM-IND
                    MOVE Codigo-Indice-ix TO Codigo-Ind-W
                    MOVE Tipo-ix          TO Tipo-Ind-W
                    MOVE Descricao-ix     TO Descricao-Ind-W
                 END-IF
              END-IF
              IF NOT FIM-IND
                 MOVE Ano-Mes-ix TO Ano-Mes-W
              END-IF
           END-PERFORM
           display " "
           display "Tecle ENTER para continuar"
           accept OPC-W.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA       *
           MOVE SPACES TO LINHA-EMPRESA
           OPEN INPUT EMPRESACTL
           IF FILE-STATUS-EMP = 00
              READ EMPRESACTL
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Empresa-ec NOT = SPACES
                       MOVE Dir-Empresa-ec TO Dir-Dados-Par
                    END-IF
                    MOVE SPACES TO LINHA-EMPRESA
                    STRING "EMPRESA: " Codigo-ec " - "
                           FUNCTION TRIM(Nome-ec)
                       DELIMITED BY SIZE INTO LINHA-EMPRESA
              END-READ
              CLOSE EMPRESACTL
           END-IF.

       CARREGAR-PARAMETROS.
      ********** SO A PASTA DE DADOS INTERESSA AQUI; INDICES.DAT *****
      *    ACOMPANHA A PASTA DA EMPRESA SELECIONADA                  *
           OPEN INPUT PARAMS
           IF FILE-STATUS-PAR = 00
              READ PARAMS
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Dados-F NOT = SPACES
                       MOVE Dir-Dados-F TO Dir-Dados-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           MOVE SPACES TO ARQ-INDICES
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "indices.dat" DELIMITED BY SIZE
                  INTO ARQ-INDICES
           MOVE SPACES TO ARQ-SESSAO
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "sessao.txt" DELIMITED BY SIZE
                  INTO ARQ-SESSAO.

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".

       FIN.
           CLOSE INDICES.

       END PROGRAM Pgm00047.
