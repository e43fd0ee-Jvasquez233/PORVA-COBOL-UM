      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Definicoes do extrator ad hoc de clientes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00046.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EXTRDEF ASSIGN ARQ-EXTRDEF
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Nome-xd
           FILE STATUS IS FILE-STATUS-XD.

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
       FD  EXTRDEF.

      ********** DEFINICOES DO EXTRATOR DE CLIENTES (PGM00046): ******
      *    FILTROS (EM BRANCO OU ZERO = SEM FILTRO; ATE ZERO = SEM   *
      *    LIMITE SUPERIOR) E ATE 20 COLUNAS DO CATALOGO, NA ORDEM   *
      *    DE SAIDA. ULTIMA COMPRA EM AAAAMM (HISTVENDAS); NOTAS DE  *
      *    RISCO ACEITAS LISTADAS LADO A LADO (EX. "AB"). Lote-xd    *
      *    "S" INCLUI A EXTRACAO NA EXECUCAO DO LOTE (PGM00004)      *
       01  REG-EXTRDEF.
           05 Nome-xd                      PIC X(020).
           05 Descricao-xd                 PIC X(040).
           05 Zona-xd                      PIC X(003).
           05 Classificacao-xd             PIC X(001).
           05 Situacao-xd                  PIC X(001).
           05 Vendedor-xd                  PIC 9(003).
           05 CNPJ-De-xd                   PIC 9(014).
           05 CNPJ-Ate-xd                  PIC 9(014).
           05 Ult-Compra-De-xd             PIC 9(006).
           05 Ult-Compra-Ate-xd            PIC 9(006).
           05 Saldo-Min-xd                 PIC 9(009)v9(002).
           05 Saldo-Max-xd                 PIC 9(009)v9(002).
           05 Notas-Risco-xd               PIC X(005).
           05 Lote-xd                      PIC X(001).
              88 EXTRACAO-NO-LOTE                        VALUE "S".
           05 Colunas-xd.
              10 Coluna-xd OCCURS 20 TIMES PIC 9(002).
           05 Operador-xd                  PIC X(010).
           05 Data-Alteracao-xd            PIC X(010).

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
           05 ARQ-EXTRDEF                     PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Nome-Def-W                   PIC X(020)   VALUE SPACES.
           05 Coluna-Dig-W                 PIC 9(002)   VALUE ZEROES.
           05 Qtd-Colunas-W                PIC 9(002)   VALUE ZEROES.
           05 Cont-Espacos-W               PIC 9(002)   VALUE ZEROES.
           05 Comando-Extr-W               PIC X(080)   VALUE SPACES.
           05 Colunas-Edit-W               PIC X(060)   VALUE SPACES.

      ********** CATALOGO DE COLUNAS DO EXTRATOR (O MESMO DO *********
      *    PROGRAMA82, QUE GERA O CSV)                               *
       01  TABELA-CATALOGO-LIT.
           05 FILLER PIC X(030) VALUE "CODIGO DO CLIENTE".
           05 FILLER PIC X(030) VALUE "CNPJ".
           05 FILLER PIC X(030) VALUE "RAZAO SOCIAL".
           05 FILLER PIC X(030) VALUE "ZONA".
           05 FILLER PIC X(030) VALUE "CLASSIFICACAO".
           05 FILLER PIC X(030) VALUE "SITUACAO".
           05 FILLER PIC X(030) VALUE "VENDEDOR FIXO".
           05 FILLER PIC X(030) VALUE "VENDEDOR (RELVENCLI)".
           05 FILLER PIC X(030) VALUE "LATITUDE".
           05 FILLER PIC X(030) VALUE "LONGITUDE".
           05 FILLER PIC X(030) VALUE "DATA DE INCLUSAO".
           05 FILLER PIC X(030) VALUE "ENDERECO (CONTATO 1)".
           05 FILLER PIC X(030) VALUE "CEP (CONTATO 1)".
           05 FILLER PIC X(030) VALUE "TELEFONE (CONTATO 1)".
           05 FILLER PIC X(030) VALUE "E-MAIL (CONTATO 1)".
           05 FILLER PIC X(030) VALUE "LIMITE DE CREDITO".
           05 FILLER PIC X(030) VALUE "CONDICAO DE PAGAMENTO".
           05 FILLER PIC X(030) VALUE "SALDO EM ABERTO".
           05 FILLER PIC X(030) VALUE "ULTIMA COMPRA (AAAAMM)".
           05 FILLER PIC X(030) VALUE "NOTA DE RISCO".
       01  TABELA-CATALOGO REDEFINES TABELA-CATALOGO-LIT.
           05 Nome-Coluna-T OCCURS 20 TIMES PIC X(030).

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-XD               PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 IND-C                        PIC 9(002)   VALUE ZEROES.
           05 SW-DADOS-OK                  PIC X        VALUE "N".
           05 SW-EXISTE                    PIC X        VALUE "N".
           05 SW-FIM-EXTRDEF               PIC X        VALUE "N".
              88 FIM-EXTRDEF                             VALUE "S".
              88 NO-FIM-EXTRDEF                          VALUE "N".
           05 CONT-LISTADOS                PIC 9(005)   VALUE ZEROES.
           05 WRK-SALDO                    PIC ZZZ.ZZZ.ZZ9,99.
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
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00046".
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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00046".

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
      ********** EXTRDEF.DAT E CRIADO NO PRIMEIRO USO ****************
           MOVE "N"            TO SW-ERRO-ARQUIVO
           OPEN I-O EXTRDEF
           IF FILE-STATUS-XD NOT = 00
              OPEN OUTPUT EXTRDEF
              CLOSE EXTRDEF
              OPEN I-O EXTRDEF
           END-IF
           IF FILE-STATUS-XD NOT = 00
              display "extrdef.dat NAO PODE SER ABERTO"
              display "STATUS: " FILE-STATUS-XD
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
           display "     EXTRATOR AD HOC DE CLIENTES          "
           display "         1 => Definir extracao            "
           display "         2 => Executar extracao           "
           display "         3 => Listar definicoes           "
           display "         4 => Excluir definicao           "
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
                   PERFORM DEFINIR-EXTRACAO
                   WHEN = 2
                   PERFORM EXECUTAR-EXTRACAO
                   WHEN = 3
                   PERFORM LISTAR-DEFINICOES
                   WHEN = 4
                   PERFORM EXCLUIR-DEFINICAO
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
                   END-EVALUATE
           END-PERFORM.

       SELECIONA-DEFINICAO.
      ********** O NOME VAI NA LINHA DE COMANDO DO PROGRAMA82 E NO ***
      *    NOME DO CSV (extr_NOME.csv): NAO PODE TER ESPACOS         *
           display "INSIRA NOME DA EXTRACAO (SEM ESPACOS): "
           display " "with no advancing
           accept Nome-Def-W
           MOVE ZEROES                 TO Cont-Espacos-W
           INSPECT FUNCTION TRIM(Nome-Def-W)
              TALLYING Cont-Espacos-W FOR ALL SPACES
           IF Nome-Def-W = SPACES OR Cont-Espacos-W > ZEROES
              MOVE "NOME INVALIDO: INFORME UM NOME SEM ESPACOS"
                TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           ELSE
              MOVE "S"                 TO SW-DADOS-OK
              MOVE Nome-Def-W          TO Nome-xd
              READ EXTRDEF
              IF FILE-STATUS-XD = 00
                 MOVE "S"              TO SW-EXISTE
              ELSE
                 MOVE "N"              TO SW-EXISTE
              END-IF
           END-IF.

       DEFINIR-EXTRACAO.
      ********** NOVA DEFINICAO OU REDEFINICAO DE UMA EXISTENTE: ****
      *    TODOS OS FILTROS E COLUNAS SAO INFORMADOS DE NOVO         *
           PERFORM ATUALIZAR-DATA-HORA
           MOVE "N"                 TO SW-DADOS-OK
           PERFORM SELECIONA-DEFINICAO
           IF SW-DADOS-OK = "S" AND SW-EXISTE = "S"
              PERFORM MOSTRAR-DEFINICAO
              display " "
              display "DEFINICAO JA EXISTE. OPCAO 1 REDEFINIR  2 SAIR"
              display " "with no advancing
              accept OPC-W
              IF OPC-W NOT = 1
                 MOVE "N"              TO SW-DADOS-OK
              ELSE
                 MOVE SPACES           TO Valor-Antes-Audit-W
                 PERFORM RESUMIR-DEFINICAO
                 MOVE Valor-Depois-Audit-W TO Valor-Antes-Audit-W
              END-IF
           END-IF
           IF SW-DADOS-OK = "S"
              PERFORM CAPTAR-FILTROS
           END-IF
           IF SW-DADOS-OK = "S"
              PERFORM CAPTAR-COLUNAS
           END-IF
           IF SW-DADOS-OK = "S"
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              PERFORM MOSTRAR-DEFINICAO
              display " "
              display "OPCAO 1 CONFIRMAR  2 SAIR"
              display " "with no advancing
              accept OPC-W
              IF OPC-W = 1
                 PERFORM GRAVAR-DEFINICAO
              ELSE
                 MOVE "DEFINICAO NAO GRAVADA" TO MENSAGEM
              END-IF
           END-IF.

       CAPTAR-FILTROS.
           MOVE Nome-Def-W             TO Nome-xd
           display "DESCRICAO DA EXTRACAO: "
           display " "with no advancing
           accept Descricao-xd
           display "FILTRO ZONA (EM BRANCO = TODAS): "
           display " "with no advancing
           accept Zona-xd
           display "FILTRO CLASSIFICACAO (V/S/P, EM BRANCO = TODAS): "
           display " "with no advancing
           accept Classificacao-xd
           display "FILTRO SITUACAO (A/I/B, EM BRANCO = TODAS): "
           display " "with no advancing
           accept Situacao-xd
           display "FILTRO VENDEDOR DA DISTRIBUICAO (0 = TODOS): "
           display " "with no advancing
           accept Vendedor-xd
           display "FILTRO CNPJ - DE (0 = SEM LIMITE): "
           display " "with no advancing
           accept CNPJ-De-xd
           display "FILTRO CNPJ - ATE (0 = SEM LIMITE): "
           display " "with no advancing
           accept CNPJ-Ate-xd
           display "ULTIMA COMPRA DESDE AAAAMM (0 = SEM FILTRO): "
           display " "with no advancing
           accept Ult-Compra-De-xd
           display "ULTIMA COMPRA ATE AAAAMM (0 = SEM FILTRO): "
           display " "with no advancing
           accept Ult-Compra-Ate-xd
           display "SALDO EM ABERTO MINIMO (0 = SEM FILTRO): "
           display " "with no advancing
           accept Saldo-Min-xd
           display "SALDO EM ABERTO MAXIMO (0 = SEM LIMITE): "
           display " "with no advancing
           accept Saldo-Max-xd
           display "NOTAS DE RISCO ACEITAS (EX. AB, BRANCO = TODAS): "
           display " "with no advancing
           accept Notas-Risco-xd
           display "INCLUIR NA EXECUCAO DO LOTE? (S/N): "
           display " "with no advancing
           accept Lote-xd
           IF Lote-xd = "s"
              MOVE "S"                 TO Lote-xd
           END-IF
           IF Lote-xd NOT = "S"
              MOVE "N"                 TO Lote-xd
           END-IF
           IF Classificacao-xd NOT = SPACES
              AND Classificacao-xd NOT = "V"
              AND Classificacao-xd NOT = "S"
              AND Classificacao-xd NOT = "P"
              MOVE "CLASSIFICACAO INVALIDA (V, S OU P)" TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF
           IF Situacao-xd NOT = SPACES
              AND Situacao-xd NOT = "A"
              AND Situacao-xd NOT = "I"
              AND Situacao-xd NOT = "B"
              MOVE "SITUACAO INVALIDA (A, I OU B)" TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF
           IF CNPJ-Ate-xd > ZEROES AND CNPJ-De-xd > CNPJ-Ate-xd
              MOVE "FAIXA DE CNPJ INVALIDA" TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF
           IF Ult-Compra-Ate-xd > ZEROES
              AND Ult-Compra-De-xd > Ult-Compra-Ate-xd
              MOVE "FAIXA DE ULTIMA COMPRA INVALIDA" TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF
           IF Saldo-Max-xd > ZEROES AND Saldo-Min-xd > Saldo-Max-xd
              MOVE "FAIXA DE SALDO INVALIDA" TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF.

       CAPTAR-COLUNAS.
           PERFORM LIMPIAR-PANTALLA
           display "COLUNAS DISPONIVEIS"
           PERFORM MOSTRAR-UMA-COLUNA-CATALOGO
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 20
           display " "
           display "INFORME ATE 20 COLUNAS NA ORDEM DE SAIDA (0 = FIM)"
           INITIALIZE Colunas-xd
           MOVE ZEROES                 TO Qtd-Colunas-W
           MOVE 99                     TO Coluna-Dig-W
           PERFORM CAPTAR-UMA-COLUNA
              UNTIL Coluna-Dig-W = ZEROES OR Qtd-Colunas-W = 20
           IF Qtd-Colunas-W = ZEROES
              MOVE "NENHUMA COLUNA ESCOLHIDA" TO MENSAGEM
              MOVE "N"                 TO SW-DADOS-OK
           END-IF.

       MOSTRAR-UMA-COLUNA-CATALOGO.
           display "  " IND-C " " Nome-Coluna-T(IND-C).

       CAPTAR-UMA-COLUNA.
           display "COLUNA " Qtd-Colunas-W " + 1: "
           display " "with no advancing
           accept Coluna-Dig-W
           IF Coluna-Dig-W > ZEROES
              IF Coluna-Dig-W > 20
                 display "COLUNA INEXISTENTE NO CATALOGO"
              ELSE
                 ADD 1                 TO Qtd-Colunas-W
                 MOVE Coluna-Dig-W     TO Coluna-xd(Qtd-Colunas-W)
              END-IF
           END-IF.

       MOSTRAR-DEFINICAO.
           display "EXTRACAO     : " Nome-xd " " Descricao-xd
           display "ZONA         : " Zona-xd
                   "   CLASSIF.: " Classificacao-xd
                   "   SITUACAO: " Situacao-xd
           display "VENDEDOR     : " Vendedor-xd
           display "CNPJ         : " CNPJ-De-xd " A " CNPJ-Ate-xd
           display "ULT. COMPRA  : " Ult-Compra-De-xd " A "
                   Ult-Compra-Ate-xd
           MOVE Saldo-Min-xd           TO WRK-SALDO
           display "SALDO ABERTO : " WRK-SALDO " A " with no advancing
           MOVE Saldo-Max-xd           TO WRK-SALDO
           display WRK-SALDO
           display "NOTAS RISCO  : " Notas-Risco-xd
                   "   NO LOTE: " Lote-xd
           display "COLUNAS:"
           PERFORM MOSTRAR-UMA-COLUNA-DEF
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 20.

       MOSTRAR-UMA-COLUNA-DEF.
           IF Coluna-xd(IND-C) > ZEROES AND Coluna-xd(IND-C) <= 20
              display "  " Coluna-xd(IND-C) " "
                      Nome-Coluna-T(Coluna-xd(IND-C))
           END-IF.

       RESUMIR-DEFINICAO.
           MOVE SPACES                 TO Colunas-Edit-W
           MOVE Colunas-xd             TO Colunas-Edit-W(1:40)
           MOVE SPACES                 TO Valor-Depois-Audit-W
           STRING "Z " Zona-xd " C " Classificacao-xd
                  " S " Situacao-xd " V " Vendedor-xd
                  " R " Notas-Risco-xd " L " Lote-xd
                  " COL " Colunas-Edit-W(1:40)
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W.

       GRAVAR-DEFINICAO.
           PERFORM ATUALIZAR-DATA-HORA
           MOVE Nome-Def-W             TO Nome-xd
           MOVE OPERADOR-W             TO Operador-xd
           MOVE DATE-RESUMEN           TO Data-Alteracao-xd
           IF SW-EXISTE = "S"
              REWRITE REG-EXTRDEF
              MOVE "ALTERACAO"         TO Acao-Audit-W
           ELSE
              WRITE REG-EXTRDEF
              MOVE SPACES              TO Valor-Antes-Audit-W
              MOVE "INCLUSAO"          TO Acao-Audit-W
           END-IF
           IF FILE-STATUS-XD NOT = 00
              MOVE FUNCTION CONCATENATE("ERRO NA GRAVACAO, STATUS "
                   FILE-STATUS-XD) TO MENSAGEM
           ELSE
              MOVE "EXTRACAO"          TO Entidade-Audit-W
              MOVE Nome-Def-W          TO Chave-Audit-W
              PERFORM RESUMIR-DEFINICAO
              PERFORM GRAVAR-AUDITORIA
              MOVE "DEFINICAO DE EXTRACAO GRAVADA" TO MENSAGEM
           END-IF.

       EXECUTAR-EXTRACAO.
      ********** A EXTRACAO RODA NO PROGRAMA82, O MESMO QUE O LOTE ***
      *    ACIONA; O CSV SAI EM extr_NOME.csv NA PASTA DE DADOS      *
           MOVE "N"                 TO SW-DADOS-OK
           PERFORM SELECIONA-DEFINICAO
           IF SW-DADOS-OK = "S"
              IF SW-EXISTE NOT = "S"
                 MOVE "DEFINICAO NAO CADASTRADA" TO MENSAGEM
              ELSE
                 MOVE SPACES           TO Comando-Extr-W
                 STRING "Programa82.exe " FUNCTION TRIM(Nome-Def-W)
                    DELIMITED BY SIZE INTO Comando-Extr-W
                 CALL "SYSTEM" USING Comando-Extr-W
                 display " "
                 display "Tecle ENTER para continuar"
                 accept OPC-W
                 MOVE FUNCTION CONCATENATE("GERADO extr_"
                      FUNCTION TRIM(Nome-Def-W) ".csv") TO MENSAGEM
              END-IF
           END-IF.

       LISTAR-DEFINICOES.
           PERFORM ATUALIZAR-DATA-HORA
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "DEFINICOES DE EXTRACAO"
           display " "
           display "NOME                 DESCRICAO"
                   "                                LOTE ALTERADO"
           MOVE ZEROES              TO CONT-LISTADOS
           MOVE LOW-VALUES          TO Nome-xd
           SET NO-FIM-EXTRDEF       TO TRUE
           START EXTRDEF KEY IS NOT LESS THAN Nome-xd
              INVALID KEY SET FIM-EXTRDEF TO TRUE
           END-START
           PERFORM LISTAR-UMA-DEFINICAO UNTIL FIM-EXTRDEF
           display " "
           display "DEFINICOES: " CONT-LISTADOS
           display "Tecle ENTER para continuar"
           accept OPC-W.

       LISTAR-UMA-DEFINICAO.
           READ EXTRDEF NEXT RECORD
              AT END SET FIM-EXTRDEF TO TRUE
           END-READ
           IF NOT FIM-EXTRDEF
              ADD 1 TO CONT-LISTADOS
              display Nome-xd " " Descricao-xd " " Lote-xd "    "
                      Data-Alteracao-xd
           END-IF.

       EXCLUIR-DEFINICAO.
           PERFORM ATUALIZAR-DATA-HORA
           MOVE "N"                 TO SW-DADOS-OK
           PERFORM SELECIONA-DEFINICAO
           IF SW-DADOS-OK = "S"
              IF SW-EXISTE NOT = "S"
                 MOVE "DEFINICAO NAO CADASTRADA" TO MENSAGEM
              ELSE
                 PERFORM MOSTRAR-DEFINICAO
                 display " "
                 display "EXCLUIR? OPCAO 1 CONFIRMAR  2 SAIR"
                 display " "with no advancing
                 accept OPC-W
                 IF OPC-W = 1
                    PERFORM RESUMIR-DEFINICAO
                    MOVE Valor-Depois-Audit-W TO Valor-Antes-Audit-W
                    DELETE EXTRDEF
                    MOVE "EXTRACAO"    TO Entidade-Audit-W
                    MOVE "EXCLUSAO"    TO Acao-Audit-W
                    MOVE Nome-Def-W    TO Chave-Audit-W
                    MOVE SPACES        TO Valor-Depois-Audit-W
                    PERFORM GRAVAR-AUDITORIA
                    MOVE "DEFINICAO EXCLUIDA" TO MENSAGEM
                 END-IF
              END-IF
           END-IF.

       FIN.
           CLOSE EXTRDEF
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
           MOVE SPACES TO ARQ-EXTRDEF
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "extrdef.dat" DELIMITED BY SIZE
                  INTO ARQ-EXTRDEF
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
       END PROGRAM Pgm00046.
