      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Caixa de pendencias do usuario
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00050.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PEDIDOS ASSIGN ARQ-PEDIDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS-PED.

           SELECT EXCECOES ASSIGN ARQ-EXCECOES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-x
           FILE STATUS IS FILE-STATUS-EX.

           SELECT OCORRENCIAS ASSIGN ARQ-OCORRENCIAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Ocorrencia
           FILE STATUS IS FILE-STATUS-OC.

           SELECT LIMPROP ASSIGN ARQ-LIMPROP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-lp
           FILE STATUS IS FILE-STATUS-LP.

           SELECT CHEQUES ASSIGN ARQ-CHEQUES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Cheque
           FILE STATUS IS FILE-STATUS-CH.

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
       FD  PEDIDOS.

       01  REG-PEDIDOS.
           05 Numero-Pedido                PIC 9(007).
           05 Codigo-Cliente-p             PIC 9(007).
           05 Codigo-Vendedor-p            PIC 9(003).
           05 Data-Pedido                  PIC X(010).
           05 Valor-Pedido                 PIC 9(009)v9(002).
           05 Situacao-Pedido              PIC X(001)   VALUE "A".
              88 PEDIDO-ABERTO                           VALUE "A".
              88 PEDIDO-FATURADO                         VALUE "F".
              88 PEDIDO-PENDENTE                         VALUE "P".
              88 PEDIDO-RECUSADO                         VALUE "R".
              88 PEDIDO-EM-SEPARACAO                     VALUE "S".
              88 PEDIDO-EM-ENTREGA                       VALUE "T".
              88 PEDIDO-ENTREGUE                         VALUE "E".
              88 PEDIDO-BACKORDER                        VALUE "B".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Perc-Desconto-ped            PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Data-Situacao-ped            PIC X(010)   VALUE SPACES.
           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  EXCECOES.

       01  REG-EXCECOES.
           05 Codigo-Cliente-x             PIC 9(007).
           05 Razão-Social-x               PIC X(040).
           05 Motivo-x                     PIC X(040).
           05 Status-x                     PIC X(001).
              88 EXCECAO-PENDENTE                        VALUE "P".
              88 EXCECAO-EM-TRATAMENTO                   VALUE "T".
              88 EXCECAO-RESOLVIDA                       VALUE "R".
           05 Responsavel-x                PIC X(010).
           05 Anotacao-x                   PIC X(060).
           05 Data-Abertura-x              PIC X(010).
           05 Data-Resolucao-x             PIC X(010).

       FD  OCORRENCIAS.

       01  REG-OCORRENCIAS.
           05 Numero-Ocorrencia            PIC 9(007).
           05 Codigo-Cliente-oc            PIC 9(007).
           05 Codigo-Vendedor-oc           PIC 9(003).
           05 Tipo-oc                      PIC X(001).
              88 OCOR-RECLAMACAO                         VALUE "R".
              88 OCOR-AVARIA                             VALUE "V".
              88 OCOR-ATRASO-ENTREGA                     VALUE "T".
           05 Situacao-oc                  PIC X(001).
              88 OCOR-ABERTA                             VALUE "A".
              88 OCOR-EM-TRATAMENTO                      VALUE "T".
              88 OCOR-FECHADA                            VALUE "F".
           05 Prazo-oc                     PIC X(010).
           05 Descricao-oc                 PIC X(060).
           05 Data-Abertura-oc             PIC X(010).
           05 Data-Fechamento-oc           PIC X(010).
           05 Operador-oc                  PIC X(010).

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

       FD  CHEQUES.

       01  REG-CHEQUES.
           05 Chave-Cheque.
              10 Numero-Pedido-ch          PIC 9(007).
              10 Parcela-ch                PIC 9(002).
              10 Sequencia-ch              PIC 9(003).
           05 Codigo-Cliente-ch            PIC 9(007).
           05 Banco-ch                     PIC 9(003).
           05 Agencia-ch                   PIC 9(004).
           05 Conta-ch                     PIC X(012).
           05 Numero-Cheque-ch             PIC 9(006).
           05 Emitente-ch                  PIC X(040).
           05 Bom-Para-ch                  PIC X(010).
           05 Valor-ch                     PIC 9(009)v9(002).
           05 Excedente-ch                 PIC 9(009)v9(002).
           05 Data-Recebto-ch              PIC X(010).
           05 Situacao-ch                  PIC X(001).
              88 CHEQUE-CUSTODIA                         VALUE "C".
              88 CHEQUE-DEPOSITADO                       VALUE "D".
              88 CHEQUE-DEVOLVIDO                        VALUE "V".
           05 Data-Situacao-ch             PIC X(010).
           05 Alinea-ch                    PIC 9(002).
           05 Operador-ch                  PIC X(010).

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
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-EXCECOES                    PIC X(080)   VALUE SPACES.
           05 ARQ-OCORRENCIAS                 PIC X(080)   VALUE SPACES.
           05 ARQ-LIMPROP                     PIC X(080)   VALUE SPACES.
           05 ARQ-CHEQUES                     PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Data-Conv-W                  PIC X(010)   VALUE SPACES.
           05 Data-Conv-X                  PIC X(008)   VALUE SPACES.
           05 Data-Conv-AMD REDEFINES Data-Conv-X
                                           PIC 9(008).
           05 Data-Conv-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 Idade-W                      PIC S9(005)  VALUE ZEROES.
           05 Responsavel-W                PIC X(010)   VALUE SPACES.
           05 Descricao-W                  PIC X(045)   VALUE SPACES.
           05 Tipo-W                       PIC X(001)   VALUE SPACES.
           05 SW-ATRASADO                  PIC X        VALUE "N".
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.

      ********** ITENS DA CAIXA: A = PEDIDO PENDENTE DE ALCADA *******
      *    (PGM00027), X = EXCECAO DE DISTRIBUICAO (PGM00012),       *
      *    O = OCORRENCIA COM PRAZO VENCIDO (PGM00031), L = PROPOSTA *
      *    DE LIMITE (PGM00043), C = CHEQUE A DEPOSITAR (PROGRAMA71) *
       01  TABELA-ITENS.
           05 ITEM-OCC OCCURS 100 TIMES INDEXED BY IDX-IT.
              10 Tipo-T                    PIC X(001).
              10 Descricao-T               PIC X(045).
              10 Responsavel-T             PIC X(010).
              10 Idade-T                   PIC 9(004).
              10 Atrasado-T                PIC X(001).

      ********** ATRASADOS POR OPERADOR, PARA O SUPERVISOR ***********
       01  TABELA-OPERADORES.
           05 OPER-OCC OCCURS 50 TIMES INDEXED BY IDX-OP.
              10 Operador-T                PIC X(010).
              10 Qtd-Atrasados-T           PIC 9(005).

      ********** TIPOS DE ITEM E A TELA QUE RESOLVE CADA UM **********
       01  TABELA-TIPOS-LIT.
           05 FILLER PIC X(029) VALUE "AALCADA      PGM00027.exe   ".
           05 FILLER PIC X(029) VALUE "XEXCECAO     PGM00012.exe   ".
           05 FILLER PIC X(029) VALUE "OOCORRENCIA  PGM00031.exe   ".
           05 FILLER PIC X(029) VALUE "LLIMITE      PGM00043.exe   ".
           05 FILLER PIC X(029) VALUE "CCHEQUE      Programa71.exe ".
       01  TABELA-TIPOS REDEFINES TABELA-TIPOS-LIT.
           05 TIPO-OCC OCCURS 5 TIMES INDEXED BY IDX-TP.
              10 Codigo-Tipo-T             PIC X(001).
              10 Nome-Tipo-T               PIC X(012).
              10 Programa-Tipo-T           PIC X(016).

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PED              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EX               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-OC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-LP               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CH               PIC 99       VALUE ZEROES.
           05 SW-FIM-ARQUIVO               PIC X        VALUE "N".
              88 FIM-ARQUIVO                             VALUE "S".
              88 NO-FIM-ARQUIVO                          VALUE "N".
           05 OPC-ITEM                     PIC 9(003)   VALUE ZEROES.
           05 QTD-ITENS                    PIC 9(003)   VALUE ZEROES.
           05 QTD-TOTAL                    PIC 9(005)   VALUE ZEROES.
           05 QTD-ATRASADOS                PIC 9(005)   VALUE ZEROES.
           05 QTD-OPERADORES               PIC 9(003)   VALUE ZEROES.
           05 DIAS-PRAZO-PENDENCIA         PIC 9(003)   VALUE 3.
           05 COMANDO-W                    PIC X(020)   VALUE SPACES.
           05 LINHA-ITEM                   PIC X(079)   VALUE SPACES.
           05 IND-W                        PIC ZZ9.
           05 IDADE-EDIT-W                 PIC ZZZ9.
           05 QTD-EDIT-W                   PIC ZZZZ9.
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 SW-PROCESO                   PIC X        VALUE SPACES.
           05 MENSAGEM                     PIC X(60)    VALUE SPACES.

           05 CONSTANT-LITERALES.
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00050".

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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00050".

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
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE "20"        TO SIGLO
           MOVE DD-AUX      TO DIA
           MOVE MM-AUX      TO MES
           MOVE AA-AUX      TO ANNO

           ACCEPT HORA-AUXILIAR FROM TIME
           MOVE HH-AUX      TO HORA
           MOVE MIN-AUX     TO MINUTOS
           MOVE SEG-AUX     TO SEGUNDOS

           MOVE SPACES TO Data-Conv-X
           STRING "20" AA-AUX MM-AUX DD-AUX
              DELIMITED BY SIZE INTO Data-Conv-X
           MOVE Data-Conv-AMD TO DATA-HOJE-AMD
           COMPUTE DATA-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(DATA-HOJE-AMD)

           PERFORM IDENTIFICAR-OPERADOR
           MOVE SPACES   TO MENSAGEM
           MOVE "N"      TO SW-PROCESO.

       PROCESO.
      ********** A CAIXA E REMONTADA A CADA VOLTA, PARA REFLETIR O ***
      *    QUE FOI RESOLVIDO NA TELA CHAMADA                         *
           PERFORM UNTIL SW-PROCESO = "S"
           PERFORM MONTAR-CAIXA
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "                                          "
           display "     CAIXA DE PENDENCIAS DE " OPERADOR-W
                   " (PERFIL " PERFIL-W ")"
           display "                                          "
           IF QTD-ITENS = ZEROES
              display "     NENHUMA PENDENCIA PARA O SEU USUARIO"
              MOVE "S" TO SW-PROCESO
           ELSE
              display " NR TIPO        DESCRICAO"
                      "                            RESP.     DIAS"
              PERFORM MOSTRAR-UM-ITEM
                 VARYING IDX-IT FROM 1 BY 1 UNTIL IDX-IT > QTD-ITENS
              IF QTD-TOTAL > QTD-ITENS
                 COMPUTE QTD-EDIT-W = QTD-TOTAL - QTD-ITENS
                 display "     ... E MAIS " QTD-EDIT-W
                         " ITENS NAO LISTADOS"
              END-IF
              MOVE QTD-ATRASADOS TO QTD-EDIT-W
              display "     ITENS ATRASADOS (*): " QTD-EDIT-W
              IF PERFIL-W = "S" AND QTD-OPERADORES > ZEROES
                 PERFORM MOSTRAR-ATRASO-OPERADORES
              END-IF
              display "                                          "
              display MENSAGEM
              MOVE SPACES TO MENSAGEM
              display "INSIRA O NR DO ITEM A RESOLVER (0 = IR AO MENU)"
              display " "with no advancing
              accept OPC-ITEM
              IF OPC-ITEM = ZEROES
                 MOVE "S" TO SW-PROCESO
              ELSE
                 IF OPC-ITEM > QTD-ITENS
                    MOVE FUNCTION CONCATENATE("Item " OPC-ITEM
                         " INVALIDO") TO MENSAGEM
                 ELSE
                    PERFORM RESOLVER-ITEM
                 END-IF
              END-IF
           END-IF
           END-PERFORM.

       MOSTRAR-UM-ITEM.
           SET IDX-TP TO 1
           SEARCH TIPO-OCC
              AT END SET IDX-TP TO 1
              WHEN Codigo-Tipo-T(IDX-TP) = Tipo-T(IDX-IT)
                 CONTINUE
           END-SEARCH
           SET IND-W TO IDX-IT
           MOVE Idade-T(IDX-IT) TO IDADE-EDIT-W
           MOVE SPACES TO LINHA-ITEM
           STRING IND-W " " Nome-Tipo-T(IDX-TP)
                  Descricao-T(IDX-IT)(1:36) " "
                  Responsavel-T(IDX-IT) IDADE-EDIT-W " "
                  Atrasado-T(IDX-IT)
              DELIMITED BY SIZE INTO LINHA-ITEM
           display LINHA-ITEM.

       MOSTRAR-ATRASO-OPERADORES.
           display "                                          "
           display "     ATRASADOS POR OPERADOR:"
           PERFORM VARYING IDX-OP FROM 1 BY 1
                   UNTIL IDX-OP > QTD-OPERADORES
              MOVE Qtd-Atrasados-T(IDX-OP) TO QTD-EDIT-W
              display "       " Operador-T(IDX-OP) " " QTD-EDIT-W
           END-PERFORM.

       RESOLVER-ITEM.
      ********** CHAMA A TELA QUE RESOLVE O TIPO DO ITEM ESCOLHIDO ***
           SET IDX-IT TO OPC-ITEM
           SET IDX-TP TO 1
           SEARCH TIPO-OCC
              AT END MOVE "TIPO DE ITEM SEM TELA" TO MENSAGEM
              WHEN Codigo-Tipo-T(IDX-TP) = Tipo-T(IDX-IT)
                 MOVE Programa-Tipo-T(IDX-TP) TO COMANDO-W
                 CALL "SYSTEM" USING COMANDO-W
           END-SEARCH.

       MONTAR-CAIXA.
           INITIALIZE TABELA-ITENS
           INITIALIZE TABELA-OPERADORES
           MOVE ZEROES TO QTD-ITENS
           MOVE ZEROES TO QTD-TOTAL
           MOVE ZEROES TO QTD-ATRASADOS
           MOVE ZEROES TO QTD-OPERADORES
      ********** ALCADA E LIMITES SO O SUPERVISOR DECIDE *************
           IF PERFIL-W = "S"
              PERFORM COLETAR-PEDIDOS
           END-IF
           PERFORM COLETAR-EXCECOES
           PERFORM COLETAR-OCORRENCIAS
           IF PERFIL-W = "S"
              PERFORM COLETAR-LIMITES
           END-IF
           PERFORM COLETAR-CHEQUES.

       COLETAR-PEDIDOS.
           OPEN INPUT PEDIDOS
           IF FILE-STATUS-PED = 00
              SET NO-FIM-ARQUIVO TO TRUE
              PERFORM UNTIL FIM-ARQUIVO
                 READ PEDIDOS NEXT RECORD
                    AT END SET FIM-ARQUIVO TO TRUE
                 END-READ
                 IF NOT FIM-ARQUIVO AND PEDIDO-PENDENTE
                    MOVE Data-Situacao-ped TO Data-Conv-W
                    IF Data-Conv-W = SPACES
                       MOVE Data-Pedido TO Data-Conv-W
                    END-IF
                    PERFORM CALCULAR-IDADE
                    MOVE "N" TO SW-ATRASADO
                    IF Idade-W > DIAS-PRAZO-PENDENCIA
                       MOVE "S" TO SW-ATRASADO
                    END-IF
                    MOVE "A" TO Tipo-W
                    MOVE Valor-Pedido TO WRK-VALOR
                    MOVE SPACES TO Descricao-W
                    STRING "PEDIDO " Numero-Pedido " CLI "
                           Codigo-Cliente-p " " WRK-VALOR
                       DELIMITED BY SIZE INTO Descricao-W
                    MOVE "SUPERVISOR" TO Responsavel-W
                    PERFORM GUARDAR-ITEM
                 END-IF
              END-PERFORM
              CLOSE PEDIDOS
           END-IF.

       COLETAR-EXCECOES.
      ********** O OPERADOR VE AS SUAS E AS AINDA SEM RESPONSAVEL ****
           OPEN INPUT EXCECOES
           IF FILE-STATUS-EX = 00
              SET NO-FIM-ARQUIVO TO TRUE
              PERFORM UNTIL FIM-ARQUIVO
                 READ EXCECOES NEXT RECORD
                    AT END SET FIM-ARQUIVO TO TRUE
                 END-READ
                 IF NOT FIM-ARQUIVO
                    AND (EXCECAO-PENDENTE OR EXCECAO-EM-TRATAMENTO)
                    AND (PERFIL-W = "S" OR Responsavel-x = OPERADOR-W
                         OR Responsavel-x = SPACES)
                    MOVE Data-Abertura-x TO Data-Conv-W
                    PERFORM CALCULAR-IDADE
                    MOVE "N" TO SW-ATRASADO
                    IF Idade-W > DIAS-PRAZO-PENDENCIA
                       MOVE "S" TO SW-ATRASADO
                    END-IF
                    MOVE "X" TO Tipo-W
                    MOVE SPACES TO Descricao-W
                    STRING "CLI " Codigo-Cliente-x " " Motivo-x
                       DELIMITED BY SIZE INTO Descricao-W
                    MOVE Responsavel-x TO Responsavel-W
                    PERFORM GUARDAR-ITEM
                 END-IF
              END-PERFORM
              CLOSE EXCECOES
           END-IF.

       COLETAR-OCORRENCIAS.
      ********** OCORRENCIA ABERTA COM PRAZO VENCIDO: VAI PARA QUEM **
      *    A ABRIU; O SUPERVISOR VE TODAS                            *
           OPEN INPUT OCORRENCIAS
           IF FILE-STATUS-OC = 00
              SET NO-FIM-ARQUIVO TO TRUE
              PERFORM UNTIL FIM-ARQUIVO
                 READ OCORRENCIAS NEXT RECORD
                    AT END SET FIM-ARQUIVO TO TRUE
                 END-READ
                 IF NOT FIM-ARQUIVO AND NOT OCOR-FECHADA
                    AND (PERFIL-W = "S" OR Operador-oc = OPERADOR-W)
                    MOVE Prazo-oc TO Data-Conv-W
                    PERFORM CONVERTER-DATA
                    IF Data-Conv-INT > ZEROES
                       AND Data-Conv-INT < DATA-HOJE-INT
                       MOVE Data-Abertura-oc TO Data-Conv-W
                       PERFORM CALCULAR-IDADE
                       MOVE "S" TO SW-ATRASADO
                       MOVE "O" TO Tipo-W
                       MOVE SPACES TO Descricao-W
                       STRING "OCOR " Numero-Ocorrencia " PRAZO "
                              Prazo-oc " " Descricao-oc
                          DELIMITED BY SIZE INTO Descricao-W
                       MOVE Operador-oc TO Responsavel-W
                       PERFORM GUARDAR-ITEM
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE OCORRENCIAS
           END-IF.

       COLETAR-LIMITES.
           OPEN INPUT LIMPROP
           IF FILE-STATUS-LP = 00
              SET NO-FIM-ARQUIVO TO TRUE
              PERFORM UNTIL FIM-ARQUIVO
                 READ LIMPROP NEXT RECORD
                    AT END SET FIM-ARQUIVO TO TRUE
                 END-READ
                 IF NOT FIM-ARQUIVO AND PROPOSTA-PENDENTE
                    MOVE Data-Proposta-lp TO Data-Conv-W
                    PERFORM CALCULAR-IDADE
                    MOVE "N" TO SW-ATRASADO
                    IF Idade-W > DIAS-PRAZO-PENDENCIA
                       MOVE "S" TO SW-ATRASADO
                    END-IF
                    MOVE "L" TO Tipo-W
                    MOVE Limite-Proposto-lp TO WRK-VALOR
                    MOVE SPACES TO Descricao-W
                    STRING "CLI " Codigo-Cliente-lp " PROPOSTO "
                           WRK-VALOR
                       DELIMITED BY SIZE INTO Descricao-W
                    MOVE "SUPERVISOR" TO Responsavel-W
                    PERFORM GUARDAR-ITEM
                 END-IF
              END-PERFORM
              CLOSE LIMPROP
           END-IF.

       COLETAR-CHEQUES.
      ********** CHEQUE EM CUSTODIA COM BOM PARA HOJE OU ANTES; ******
      *    ATRASADO QUANDO O BOM PARA JA PASSOU                      *
           OPEN INPUT CHEQUES
           IF FILE-STATUS-CH = 00
              SET NO-FIM-ARQUIVO TO TRUE
              PERFORM UNTIL FIM-ARQUIVO
                 READ CHEQUES NEXT RECORD
                    AT END SET FIM-ARQUIVO TO TRUE
                 END-READ
                 IF NOT FIM-ARQUIVO AND CHEQUE-CUSTODIA
                    AND (PERFIL-W = "S" OR Operador-ch = OPERADOR-W)
                    MOVE Bom-Para-ch TO Data-Conv-W
                    PERFORM CONVERTER-DATA
                    IF Data-Conv-INT > ZEROES
                       AND Data-Conv-INT <= DATA-HOJE-INT
                       PERFORM CALCULAR-IDADE
                       MOVE "N" TO SW-ATRASADO
                       IF Idade-W > ZEROES
                          MOVE "S" TO SW-ATRASADO
                       END-IF
                       MOVE "C" TO Tipo-W
                       MOVE Valor-ch TO WRK-VALOR
                       MOVE SPACES TO Descricao-W
                       STRING "CHEQUE " Numero-Cheque-ch " BOM P/ "
                              Bom-Para-ch WRK-VALOR
                          DELIMITED BY SIZE INTO Descricao-W
                       MOVE Operador-ch TO Responsavel-W
                       PERFORM GUARDAR-ITEM
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CHEQUES
           END-IF.

       CONVERTER-DATA.
      ********** DD-MM-AAAA PARA DIAS CORRIDOS; ZERO SE INVALIDA *****
           MOVE ZEROES TO Data-Conv-INT
           MOVE SPACES TO Data-Conv-X
           STRING Data-Conv-W(7:4) Data-Conv-W(4:2) Data-Conv-W(1:2)
              DELIMITED BY SIZE INTO Data-Conv-X
           IF Data-Conv-X IS NUMERIC
              AND Data-Conv-AMD > 19000101
              COMPUTE Data-Conv-INT =
                 FUNCTION INTEGER-OF-DATE(Data-Conv-AMD)
           END-IF.

       CALCULAR-IDADE.
           PERFORM CONVERTER-DATA
           MOVE ZEROES TO Idade-W
           IF Data-Conv-INT > ZEROES
              COMPUTE Idade-W = DATA-HOJE-INT - Data-Conv-INT
              IF Idade-W < ZEROES
                 MOVE ZEROES TO Idade-W
              END-IF
           END-IF.

       GUARDAR-ITEM.
           ADD 1 TO QTD-TOTAL
           IF QTD-ITENS < 100
              ADD 1 TO QTD-ITENS
              SET IDX-IT TO QTD-ITENS
              MOVE Tipo-W        TO Tipo-T(IDX-IT)
              MOVE Descricao-W   TO Descricao-T(IDX-IT)
              MOVE Responsavel-W TO Responsavel-T(IDX-IT)
              MOVE Idade-W       TO Idade-T(IDX-IT)
              MOVE SPACES        TO Atrasado-T(IDX-IT)
              IF SW-ATRASADO = "S"
                 MOVE "*"        TO Atrasado-T(IDX-IT)
              END-IF
           END-IF
           IF SW-ATRASADO = "S"
              ADD 1 TO QTD-ATRASADOS
              PERFORM SOMAR-ATRASO-OPERADOR
           END-IF.

       SOMAR-ATRASO-OPERADOR.
           IF Responsavel-W = SPACES
              MOVE "(SEM RESP)" TO Responsavel-W
           END-IF
           SET IDX-OP TO 1
           SEARCH OPER-OCC
              AT END
                 IF QTD-OPERADORES < 50
                    ADD 1 TO QTD-OPERADORES
                    SET IDX-OP TO QTD-OPERADORES
                    MOVE Responsavel-W TO Operador-T(IDX-OP)
                    MOVE 1 TO Qtd-Atrasados-T(IDX-OP)
                 END-IF
              WHEN Operador-T(IDX-OP) = Responsavel-W
                 ADD 1 TO Qtd-Atrasados-T(IDX-OP)
           END-SEARCH.

       FIN.
           STOP RUN.

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
           MOVE SPACES TO ARQ-PEDIDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedidos.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDIDOS
           MOVE SPACES TO ARQ-EXCECOES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "excecoes.dat" DELIMITED BY SIZE
                  INTO ARQ-EXCECOES
           MOVE SPACES TO ARQ-OCORRENCIAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "ocorrencias.dat" DELIMITED BY SIZE
                  INTO ARQ-OCORRENCIAS
           MOVE SPACES TO ARQ-LIMPROP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "limprop.dat" DELIMITED BY SIZE
                  INTO ARQ-LIMPROP
           MOVE SPACES TO ARQ-CHEQUES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "cheques.dat" DELIMITED BY SIZE
                  INTO ARQ-CHEQUES.
       END PROGRAM Pgm00050.
