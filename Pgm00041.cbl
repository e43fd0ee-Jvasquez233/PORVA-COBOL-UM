      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Cadastro de Campanhas promocionais
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00041.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAMPANHAS ASSIGN ARQ-CAMPANHAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Campanha-cp
           FILE STATUS IS FILE-STATUS.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-IT.

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
       FD  CAMPANHAS.

      ********** CAMPANHA PROMOCIONAL: DESCONTO % OU BONIFICACAO *****
      *    (Qtd-Bonus-cp A CADA Qtd-Base-cp DO MESMO PRODUTO) PARA   *
      *    UMA FAIXA DE PRODUTOS, NA ZONA E NA CLASSIFICACAO DO      *
      *    CLIENTE (EM BRANCO = TODAS). APLICADA PELO PGM00005       *
       01  REG-CAMPANHAS.
           05 Codigo-Campanha-cp           PIC 9(005).
           05 Descricao-Campanha-cp        PIC X(040).
           05 Vigencia-Ini-cp              PIC 9(008).
           05 Vigencia-Fim-cp              PIC 9(008).
           05 Produto-Ini-cp               PIC 9(005).
           05 Produto-Fim-cp               PIC 9(005).
           05 Zona-cp                      PIC X(003).
           05 Classificacao-cp             PIC X(001).
           05 Tipo-Campanha-cp             PIC X(001).
              88 CAMPANHA-DESCONTO                       VALUE "D".
              88 CAMPANHA-BONIFICACAO                    VALUE "B".
           05 Perc-Desconto-cp             PIC 9(002)v9(002).
           05 Qtd-Base-cp                  PIC 9(007)v9(002).
           05 Qtd-Bonus-cp                 PIC 9(007)v9(002).
           05 Situacao-cp                  PIC X(001).
              88 CAMPANHA-ATIVA                          VALUE "A".
              88 CAMPANHA-INATIVA                        VALUE "I".
           05 Operador-cp                  PIC X(010).
           05 Data-Alteracao-cp            PIC X(010).

       FD  PRODUTOS.

       01  REG-PRODUTOS.
           05 Codigo-Produto               PIC 9(005).
           05 Descricao-Produto            PIC X(040).
           05 Unidade-Produto              PIC X(003).
           05 Preco-Lista                  PIC 9(007)v9(002).
           05 Produto-Ativo                PIC X(001)   VALUE "S".
              88 PRODUTO-E-ATIVO                         VALUE "S".
              88 PRODUTO-INATIVO                         VALUE "N".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  ITENS.

       01  REG-ITENS.
           05 Chave-Item.
              10 Numero-Pedido-it          PIC 9(007).
              10 Sequencia-it              PIC 9(003).
           05 Codigo-Produto-it            PIC 9(005).
           05 Quantidade-it                PIC 9(007)v9(002).
           05 Preco-Unitario-it            PIC 9(007)v9(002).
           05 Total-Item-it                PIC 9(009)v9(002).
           05 Quantidade-Faturada-it       PIC 9(007)v9(002).
           05 Tipo-Item-it                 PIC X(001).
              88 ITEM-NORMAL                             VALUE "N".
              88 ITEM-BONIFICACAO                        VALUE "B".
           05 Codigo-Campanha-it           PIC 9(005).
           05 Valor-Campanha-it            PIC 9(009)v9(002).

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
           05 ARQ-CAMPANHAS                   PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Codigo-Campanha-W            PIC 9(005)   VALUE ZEROES.
           05 Descricao-Campanha-W         PIC X(040)   VALUE SPACES.
           05 Vigencia-Ini-W               PIC 9(008)   VALUE ZEROES.
           05 Vigencia-Fim-W               PIC 9(008)   VALUE ZEROES.
           05 Produto-Ini-W                PIC 9(005)   VALUE ZEROES.
           05 Produto-Fim-W                PIC 9(005)   VALUE ZEROES.
           05 Zona-W                       PIC X(003)   VALUE SPACES.
           05 Classificacao-W              PIC X(001)   VALUE SPACES.
           05 Tipo-Campanha-W              PIC X(001)   VALUE "D".
           05 Perc-Desconto-W              PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Base-W                   PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Bonus-W                  PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Situacao-Campanha-W          PIC X(001)   VALUE "A".

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IT               PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-AGREGAR                   PIC X        VALUE SPACES.
           05 SW-MODIFIC                   PIC X        VALUE SPACES.
           05 SW-EXCLUC                    PIC X        VALUE SPACES.
           05 VALID-Campanha               PIC X        VALUE "N".
           05 VALID-Descricao              PIC X        VALUE "N".
           05 VALID-Vigencia               PIC X        VALUE "N".
           05 VALID-Produtos               PIC X        VALUE "N".
           05 VALID-Publico                PIC X        VALUE "N".
           05 VALID-Beneficio              PIC X        VALUE "N".
           05 VALID-Situacao               PIC X        VALUE "N".
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 SW-FIM-CAMPANHAS             PIC X        VALUE "N".
              88 FIM-CAMPANHAS                           VALUE "S".
              88 NO-FIM-CAMPANHAS                        VALUE "N".
           05 SW-FIM-ITENS                 PIC X        VALUE "N".
              88 FIM-ITENS                               VALUE "S".
              88 NO-FIM-ITENS                            VALUE "N".
           05 CONT-ITENS-CAMPANHA          PIC 9(007)   VALUE ZEROES.
           05 CONT-LISTADAS                PIC 9(005)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 Descricao-Produto-W          PIC X(040)   VALUE SPACES.
           05 WRK-QTD                      PIC ZZZ.ZZ9,99.
           05 WRK-QTD2                     PIC ZZZ.ZZ9,99.
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
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00041".
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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00041".

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
      ********** CAMPANHAS.DAT E CRIADO NO PRIMEIRO USO; PRODUTOS.DAT *
      *    SO COMPLEMENTA A TELA COM AS DESCRICOES                   *
           MOVE "N"            TO SW-ERRO-ARQUIVO
           OPEN I-O CAMPANHAS
           IF FILE-STATUS NOT = 00
              OPEN OUTPUT CAMPANHAS
              CLOSE CAMPANHAS
              OPEN I-O CAMPANHAS
           END-IF
           IF FILE-STATUS NOT = 00
              display "campanhas.dat AUSENTE OU DANIFICADO"
              display "STATUS: " FILE-STATUS
              MOVE "S"         TO SW-ERRO-ARQUIVO
           ELSE
              MOVE "N"         TO SW-PRODUTOS-OK
              OPEN INPUT PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE "S"      TO SW-PRODUTOS-OK
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

           PERFORM LIMPAR-REG-WORK
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
           MOVE SEG-AUX     TO SEGUNDOS
           COMPUTE DATA-HOJE-AMD =
              20000000 + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX).

       LIMPAR-REG-WORK.
           INITIALIZE REG-WORK
           MOVE "D"            TO Tipo-Campanha-W
           MOVE "A"            TO Situacao-Campanha-W.

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
           display "       CADASTRO CAMPANHAS PROMOCIONAIS    "
           display "         1 => Inclusão                    "
           display "         2 => Alteração                   "
           display "         3 => Exclusão                    "
           display "         4 => Listar campanhas vigentes   "
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
                   WHEN = 4
                   PERFORM LISTAR-VIGENTES
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
           MOVE "N"          TO VALID-Campanha
           MOVE "N"          TO VALID-Descricao
           MOVE "N"          TO VALID-Vigencia
           MOVE "N"          TO VALID-Produtos
           MOVE "N"          TO VALID-Publico
           MOVE "N"          TO VALID-Beneficio
           MOVE "N"          TO VALID-Situacao.

       AGREGAR.
           PERFORM UNTIL SW-AGREGAR = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "INCLUSAO DE CAMPANHAS"
           display MENSAGEM
           IF VALID-Campanha = "N"
           display "INSIRA CODIGO DA CAMPANHA: "
           display " "with no advancing
           accept Codigo-Campanha-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Codigo-Novo
           END-IF
           IF VALID-Campanha = "S"
           PERFORM INFORMAR-CAMPOS
           END-IF
           MOVE "S"                    TO VALID-Situacao

           IF (VALID-Campanha = "S" AND VALID-Descricao = "S" AND
               VALID-Vigencia = "S" AND VALID-Produtos = "S" AND
               VALID-Publico = "S" AND VALID-Beneficio = "S")
               MOVE "A"                TO SW-TABLA
               PERFORM MOSTRAR-REGISTRO
               EVALUATE OPC-W
                  WHEN 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE Codigo-Campanha-W     TO Codigo-Campanha-cp
                  PERFORM MOVER-CAMPOS
                  MOVE "A"                   TO Situacao-cp
                  WRITE REG-CAMPANHAS
                  MOVE "CAMPANHA"   TO Entidade-Audit-W
                  MOVE "INCLUSAO"   TO Acao-Audit-W
                  MOVE Codigo-Campanha-W TO Chave-Audit-W
                  MOVE SPACES       TO Valor-Antes-Audit-W
                  PERFORM MONTAR-AUDIT-DEPOIS
                  PERFORM GRAVAR-AUDITORIA
                  MOVE "S"          TO SW-AGREGAR
                  PERFORM LIMPAR-REG-WORK
                  WHEN OTHER
                  PERFORM LIMPAR-REG-WORK
                  MOVE "S"          TO SW-AGREGAR
                  PERFORM LIMPAR-VALIDACOES
               END-EVALUATE
           END-IF
           END-PERFORM.

       INFORMAR-CAMPOS.
      ********** VALIDACION DE DESCRICAO   *****
           IF VALID-Descricao = "N"
           display "INSIRA Descricao da Campanha: "
           display " "with no advancing
           accept Descricao-Campanha-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Descricao
           END-IF
      ********** VIGENCIA EM AAAAMMDD, COMO NOS ACORDOS (PGM00032) ****
           IF VALID-Vigencia = "N" AND VALID-Descricao = "S"
           display "INSIRA VIGENCIA INICIAL (AAAAMMDD): "
           display " "with no advancing
           accept Vigencia-Ini-W
           display "INSIRA VIGENCIA FINAL (AAAAMMDD): "
           display " "with no advancing
           accept Vigencia-Fim-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Vigencia
           END-IF
      ********** LINHA DE PRODUTOS: FAIXA DE CODIGOS DO CATALOGO *****
           IF VALID-Produtos = "N" AND VALID-Vigencia = "S"
           display "INSIRA PRODUTO INICIAL DA FAIXA: "
           display " "with no advancing
           accept Produto-Ini-W
           display "INSIRA PRODUTO FINAL (0=SO O INICIAL): "
           display " "with no advancing
           accept Produto-Fim-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Produtos
           END-IF
      ********** PUBLICO: ZONA E CLASSIFICACAO, EM BRANCO = TODAS ****
           IF VALID-Publico = "N" AND VALID-Produtos = "S"
           display "INSIRA ZONA DO CLIENTE (EM BRANCO=TODAS): "
           display " "with no advancing
           accept Zona-W
           display "INSIRA CLASSIFICACAO (V=VIP S=Padrao "
                   "P=Prospecto, EM BRANCO=TODAS): "
           display " "with no advancing
           accept Classificacao-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Publico
           END-IF
      ********** BENEFICIO: DESCONTO % OU BONIFICACAO *****
           IF VALID-Beneficio = "N" AND VALID-Publico = "S"
           display "INSIRA Tipo (D=Desconto B=Bonificacao): "
           display " "with no advancing
           accept Tipo-Campanha-W
           MOVE FUNCTION UPPER-CASE(Tipo-Campanha-W)
                                       TO Tipo-Campanha-W
           MOVE ZEROES                 TO Perc-Desconto-W
           MOVE ZEROES                 TO Qtd-Base-W
           MOVE ZEROES                 TO Qtd-Bonus-W
           IF Tipo-Campanha-W = "D"
              display "INSIRA DESCONTO % (NN,NN): "
              display " "with no advancing
              accept Perc-Desconto-W
           ELSE
           IF Tipo-Campanha-W = "B"
              display "A CADA QUANTIDADE (NNNNNNN,NN): "
              display " "with no advancing
              accept Qtd-Base-W
              display "BONIFICAR QUANTIDADE (NNNNNNN,NN): "
              display " "with no advancing
              accept Qtd-Bonus-W
           END-IF
           END-IF
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Beneficio
           END-IF.

       MOVER-CAMPOS.
           MOVE Descricao-Campanha-W   TO Descricao-Campanha-cp
           MOVE Vigencia-Ini-W         TO Vigencia-Ini-cp
           MOVE Vigencia-Fim-W         TO Vigencia-Fim-cp
           MOVE Produto-Ini-W          TO Produto-Ini-cp
           MOVE Produto-Fim-W          TO Produto-Fim-cp
           MOVE Zona-W                 TO Zona-cp
           MOVE Classificacao-W        TO Classificacao-cp
           MOVE Tipo-Campanha-W        TO Tipo-Campanha-cp
           MOVE Perc-Desconto-W        TO Perc-Desconto-cp
           MOVE Qtd-Base-W             TO Qtd-Base-cp
           MOVE Qtd-Bonus-W            TO Qtd-Bonus-cp
           MOVE OPERADOR-W             TO Operador-cp
           MOVE DATE-RESUMEN           TO Data-Alteracao-cp.

       MONTAR-AUDIT-DEPOIS.
           MOVE SPACES       TO Valor-Depois-Audit-W
           STRING Vigencia-Ini-W "-" Vigencia-Fim-W
                  " PROD " Produto-Ini-W "-" Produto-Fim-W
                  " ZONA " Zona-W " CLAS " Classificacao-W
                  " " Tipo-Campanha-W " " Perc-Desconto-W
                  " " Qtd-Base-W "/" Qtd-Bonus-W
                  " " Situacao-Campanha-W
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W.

       MODIFICA.
           MOVE SPACES                 TO MENSAGEM
           PERFORM UNTIL SW-MODIFIC = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "ALTERACAO DE CAMPANHAS"
           display MENSAGEM
           IF VALID-Campanha = "N"
           PERFORM SELECIONA-CAMPANHA
           IF VALID-Campanha = "N"
              MOVE "S"                 TO SW-MODIFIC
           END-IF
           END-IF

           IF VALID-Campanha = "S"
           PERFORM INFORMAR-CAMPOS
           IF VALID-Situacao = "N" AND VALID-Beneficio = "S"
           display "Alterar Situacao (A=Ativa I=Inativa): "
           display " "with no advancing
           accept Situacao-Campanha-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Situacao
           END-IF
           END-IF

           IF (VALID-Campanha = "S" AND VALID-Descricao = "S" AND
               VALID-Vigencia = "S" AND VALID-Produtos = "S" AND
               VALID-Publico = "S" AND VALID-Beneficio = "S" AND
               VALID-Situacao = "S")
               MOVE "M"   TO SW-TABLA
               PERFORM MOSTRAR-REGISTRO
               EVALUATE OPC-W
                  WHEN 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE "CAMPANHA"   TO Entidade-Audit-W
                  MOVE "ALTERACAO"  TO Acao-Audit-W
                  MOVE Codigo-Campanha-W TO Chave-Audit-W
                  MOVE SPACES       TO Valor-Antes-Audit-W
                  STRING Vigencia-Ini-cp "-" Vigencia-Fim-cp
                         " PROD " Produto-Ini-cp "-" Produto-Fim-cp
                         " ZONA " Zona-cp " CLAS " Classificacao-cp
                         " " Tipo-Campanha-cp " " Perc-Desconto-cp
                         " " Qtd-Base-cp "/" Qtd-Bonus-cp
                         " " Situacao-cp
                     DELIMITED BY SIZE INTO Valor-Antes-Audit-W
                  PERFORM MONTAR-AUDIT-DEPOIS
                  PERFORM MOVER-CAMPOS
                  MOVE Situacao-Campanha-W   TO Situacao-cp
                  REWRITE REG-CAMPANHAS
                  PERFORM GRAVAR-AUDITORIA
                  MOVE "S"          TO SW-MODIFIC
                  WHEN OTHER
                  PERFORM LIMPAR-REG-WORK
                  MOVE "S"          TO SW-MODIFIC
                  PERFORM LIMPAR-VALIDACOES
               END-EVALUATE
           END-IF
           END-PERFORM.

       ELIMINA.
      ********** CAMPANHA JA APLICADA EM PEDIDOS NAO E EXCLUIDA (O ***
      *    RELATORIO DE ENCERRAMENTO DEPENDE DELA): INATIVE          *
           MOVE SPACES   TO MENSAGEM
           PERFORM UNTIL SW-EXCLUC = "S"
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "EXCLUSAO DE CAMPANHAS"
           display MENSAGEM
           PERFORM SELECIONA-CAMPANHA
           IF VALID-Campanha = "S"
              PERFORM CONTAR-ITENS-CAMPANHA
              IF CONT-ITENS-CAMPANHA > ZEROES
                 MOVE "CAMPANHA JA APLICADA EM PEDIDOS, INATIVE"
                                    TO MENSAGEM
                 MOVE "N"          TO VALID-Campanha
              END-IF
           END-IF
           IF VALID-Campanha = "S"
           MOVE "E"                 TO SW-TABLA
           PERFORM MOSTRAR-REGISTRO
           IF OPC-W = 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE "CAMPANHA"   TO Entidade-Audit-W
                  MOVE "EXCLUSAO"   TO Acao-Audit-W
                  MOVE Codigo-Campanha-W TO Chave-Audit-W
                  MOVE SPACES       TO Valor-Antes-Audit-W
                  STRING Descricao-Campanha-cp DELIMITED BY SIZE
                     INTO Valor-Antes-Audit-W
                  MOVE SPACES       TO Valor-Depois-Audit-W
                  PERFORM GRAVAR-AUDITORIA
                  DELETE CAMPANHAS
                  MOVE "S"          TO SW-EXCLUC
                  PERFORM LIMPAR-REG-WORK
               ELSE
                  PERFORM LIMPAR-REG-WORK
                  MOVE "S"          TO SW-EXCLUC
                  MOVE "N"          TO VALID-Campanha
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

       CONTAR-ITENS-CAMPANHA.
      ********** LINHAS DE PEDIDO QUE LEVAM O CODIGO DA CAMPANHA *****
           MOVE ZEROES             TO CONT-ITENS-CAMPANHA
           OPEN INPUT ITENS
           IF FILE-STATUS-IT = 00
              SET NO-FIM-ITENS     TO TRUE
              PERFORM CONTAR-UM-ITEM UNTIL FIM-ITENS
              CLOSE ITENS
           END-IF.

       CONTAR-UM-ITEM.
           READ ITENS NEXT RECORD
              AT END SET FIM-ITENS TO TRUE
           END-READ
           IF NOT FIM-ITENS
              IF Codigo-Campanha-it = Codigo-Campanha-W
                 ADD 1 TO CONT-ITENS-CAMPANHA
                 SET FIM-ITENS TO TRUE
              END-IF
           END-IF.

       LISTAR-VIGENTES.
      ********** CAMPANHAS ATIVAS CUJA VIGENCIA INCLUI O DIA *********
           PERFORM ATUALIZAR-DATA-HORA
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "CAMPANHAS VIGENTES EM " DATE-RESUMEN
           display " "
           display "CODIGO DESCRICAO                                "
                   "PRODUTOS    ZONA C T BENEFICIO"
           MOVE ZEROES              TO CONT-LISTADAS
           MOVE ZEROES              TO Codigo-Campanha-cp
           SET NO-FIM-CAMPANHAS     TO TRUE
           START CAMPANHAS KEY IS NOT LESS THAN Codigo-Campanha-cp
              INVALID KEY SET FIM-CAMPANHAS TO TRUE
           END-START
           PERFORM LISTAR-UMA-CAMPANHA UNTIL FIM-CAMPANHAS
           display " "
           display "CAMPANHAS VIGENTES: " CONT-LISTADAS
           display "Tecle ENTER para continuar"
           accept OPC-W.

       LISTAR-UMA-CAMPANHA.
           READ CAMPANHAS NEXT RECORD
              AT END SET FIM-CAMPANHAS TO TRUE
           END-READ
           IF NOT FIM-CAMPANHAS
              IF CAMPANHA-ATIVA
                 AND Vigencia-Ini-cp <= DATA-HOJE-AMD
                 AND Vigencia-Fim-cp >= DATA-HOJE-AMD
                 ADD 1 TO CONT-LISTADAS
                 IF CAMPANHA-DESCONTO
                    display Codigo-Campanha-cp "  "
                            Descricao-Campanha-cp " "
                            Produto-Ini-cp "-" Produto-Fim-cp " "
                            Zona-cp "  " Classificacao-cp " "
                            Tipo-Campanha-cp " "
                            Perc-Desconto-cp "%"
                 ELSE
                    MOVE Qtd-Bonus-cp TO WRK-QTD
                    MOVE Qtd-Base-cp  TO WRK-QTD2
                    display Codigo-Campanha-cp "  "
                            Descricao-Campanha-cp " "
                            Produto-Ini-cp "-" Produto-Fim-cp " "
                            Zona-cp "  " Classificacao-cp " "
                            Tipo-Campanha-cp " "
                            WRK-QTD " A CADA " WRK-QTD2
                 END-IF
              END-IF
           END-IF.

       CONSULTA.
           MOVE SPACES   TO MENSAGEM
           display "                                          "
           PERFORM SELECIONA-CAMPANHA
           IF VALID-Campanha = "S"
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              display "CONSULTA DE CAMPANHAS"
              display " "
              PERFORM MOSTRAR-CAMPOS
              display "Alterado por   : " Operador-cp " "
                       Data-Alteracao-cp
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
           PERFORM LIMPAR-REG-WORK
           MOVE "N"          TO VALID-Campanha.

       SELECIONA-CAMPANHA.
           display "INSIRA CODIGO DA CAMPANHA: "
           display " "with no advancing
           accept Codigo-Campanha-W
           MOVE SPACES                 TO MENSAGEM
           MOVE Codigo-Campanha-W      TO Codigo-Campanha-cp
           READ CAMPANHAS
           IF FILE-STATUS <> 00
           MOVE FUNCTION CONCATENATE("Campanha " Codigo-Campanha-W
                      " NO EXISTE") TO MENSAGEM
           MOVE "N"                   TO VALID-Campanha
           ELSE
           MOVE Descricao-Campanha-cp TO Descricao-Campanha-W
           MOVE Vigencia-Ini-cp       TO Vigencia-Ini-W
           MOVE Vigencia-Fim-cp       TO Vigencia-Fim-W
           MOVE Produto-Ini-cp        TO Produto-Ini-W
           MOVE Produto-Fim-cp        TO Produto-Fim-W
           MOVE Zona-cp               TO Zona-W
           MOVE Classificacao-cp      TO Classificacao-W
           MOVE Tipo-Campanha-cp      TO Tipo-Campanha-W
           MOVE Perc-Desconto-cp      TO Perc-Desconto-W
           MOVE Qtd-Base-cp           TO Qtd-Base-W
           MOVE Qtd-Bonus-cp          TO Qtd-Bonus-W
           MOVE Situacao-cp           TO Situacao-Campanha-W
           MOVE "S"                   TO VALID-Campanha
           END-IF.

       VALIDA-Codigo-Novo.
           IF Codigo-Campanha-W IS NOT NUMERIC
              OR Codigo-Campanha-W = ZEROES
           MOVE "Codigo de Campanha INVALIDO" TO MENSAGEM
           MOVE "N"                   TO VALID-Campanha
           ELSE
           MOVE Codigo-Campanha-W     TO Codigo-Campanha-cp
           READ CAMPANHAS
           IF FILE-STATUS = 00
           MOVE FUNCTION CONCATENATE("Campanha " Codigo-Campanha-W
                      " JA EXISTE") TO MENSAGEM
           MOVE "N"                   TO VALID-Campanha
           ELSE
           MOVE "S"                   TO VALID-Campanha
           END-IF
           END-IF.

       VALIDA-Descricao.
           IF Descricao-Campanha-W IS EQUAL SPACES
           MOVE "Descricao INVALIDA"  TO MENSAGEM
           MOVE "N"                   TO VALID-Descricao
           ELSE
           MOVE "S"                   TO VALID-Descricao
           END-IF.

       VALIDA-Vigencia.
           IF Vigencia-Ini-W IS NOT NUMERIC
              OR Vigencia-Fim-W IS NOT NUMERIC
              OR Vigencia-Ini-W < 20000101
              OR Vigencia-Fim-W < Vigencia-Ini-W
           MOVE "Vigencia INVALIDA (FINAL ANTES DA INICIAL?)"
                                      TO MENSAGEM
           MOVE "N"                   TO VALID-Vigencia
           ELSE
           MOVE "S"                   TO VALID-Vigencia
           END-IF.

       VALIDA-Produtos.
           IF Produto-Fim-W = ZEROES
              MOVE Produto-Ini-W      TO Produto-Fim-W
           END-IF
           IF Produto-Ini-W IS NOT NUMERIC
              OR Produto-Ini-W = ZEROES
              OR Produto-Fim-W < Produto-Ini-W
           MOVE "Faixa de produtos INVALIDA" TO MENSAGEM
           MOVE "N"                   TO VALID-Produtos
           ELSE
           MOVE "S"                   TO VALID-Produtos
           END-IF.

       VALIDA-Publico.
           MOVE FUNCTION UPPER-CASE(Zona-W) TO Zona-W
           MOVE FUNCTION UPPER-CASE(Classificacao-W)
                                      TO Classificacao-W
           IF Classificacao-W = SPACE OR "V" OR "S" OR "P"
           MOVE "S"                   TO VALID-Publico
           ELSE
           MOVE "Classificacao INVALIDA, USE V, S, P OU BRANCO"
                                      TO MENSAGEM
           MOVE "N"                   TO VALID-Publico
           END-IF.

       VALIDA-Beneficio.
           IF Tipo-Campanha-W = "D"
              AND Perc-Desconto-W IS NUMERIC
              AND Perc-Desconto-W > ZEROES
           MOVE "S"                   TO VALID-Beneficio
           ELSE
           IF Tipo-Campanha-W = "B"
              AND Qtd-Base-W IS NUMERIC AND Qtd-Base-W > ZEROES
              AND Qtd-Bonus-W IS NUMERIC AND Qtd-Bonus-W > ZEROES
           MOVE "S"                   TO VALID-Beneficio
           ELSE
           MOVE "Beneficio INVALIDO (TIPO D COM % OU B COM QTDS)"
                                      TO MENSAGEM
           MOVE "N"                   TO VALID-Beneficio
           END-IF
           END-IF.

       VALIDA-Situacao.
           IF Situacao-Campanha-W = "A" OR "I"
           MOVE "S"                   TO VALID-Situacao
           ELSE
           MOVE "Situacao INVALIDA, USE A OU I" TO MENSAGEM
           MOVE "N"                   TO VALID-Situacao
           END-IF.

       BUSCAR-DESCRICAO-PRODUTO.
           MOVE SPACES TO Descricao-Produto-W
           IF SW-PRODUTOS-OK = "S"
              READ PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE Descricao-Produto TO Descricao-Produto-W
              ELSE
                 MOVE "(NAO CADASTRADO)" TO Descricao-Produto-W
              END-IF
           END-IF.

       MOSTRAR-CAMPOS.
           display "Código Campanha: " Codigo-Campanha-W
           display "Descricao      : " Descricao-Campanha-W
           display "Vigencia       : " Vigencia-Ini-W " A "
                   Vigencia-Fim-W
           MOVE Produto-Ini-W TO Codigo-Produto
           PERFORM BUSCAR-DESCRICAO-PRODUTO
           display "Produto inicial: " Produto-Ini-W " "
                   Descricao-Produto-W
           MOVE Produto-Fim-W TO Codigo-Produto
           PERFORM BUSCAR-DESCRICAO-PRODUTO
           display "Produto final  : " Produto-Fim-W " "
                   Descricao-Produto-W
           display "Zona           : " Zona-W
           display "Classificacao  : " Classificacao-W
           IF Tipo-Campanha-W = "D"
              display "Tipo           : D - DESCONTO DE "
                      Perc-Desconto-W "%"
           ELSE
              MOVE Qtd-Bonus-W TO WRK-QTD
              MOVE Qtd-Base-W  TO WRK-QTD2
              display "Tipo           : B - BONIFICA " WRK-QTD
                      " A CADA " WRK-QTD2
           END-IF
           display "Situacao       : " Situacao-Campanha-W.

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
           PERFORM MOSTRAR-CAMPOS
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
           CLOSE CAMPANHAS
           IF SW-PRODUTOS-OK = "S"
              CLOSE PRODUTOS
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
           MOVE SPACES TO ARQ-CAMPANHAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "campanhas.dat" DELIMITED BY SIZE
                  INTO ARQ-CAMPANHAS
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-ITENS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itens.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENS
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
       END PROGRAM Pgm00041.
