           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SESSAO   ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Qtd-Faixas-Zona              PIC 9(002)   VALUE ZEROES.
           05 Faixas-Cep-Zona.
              10 Faixa-Cep-Zona            OCCURS 10 TIMES.
                 15 Cep-Inicial-Zona       PIC 9(008).
                 15 Cep-Final-Zona         PIC 9(008).
      ********** DIAS DA SEMANA EM QUE A ZONA RECEBE ENTREGA ("S" ****
      *    NA POSICAO 1=SEG ... 6=SAB, 7=DOM; TUDO EM BRANCO = DE    *
      *    SEGUNDA A SEXTA) E HORA LIMITE DO PEDIDO (HHMM, ZERO =    *
      *    SEM CORTE), USADOS NA DATA PROMETIDA DO PEDIDO (PGM00005) *
           05 Dias-Entrega-Zona.
              10 Dia-Entrega-Zona          PIC X(001)   OCCURS 7 TIMES.
           05 Hora-Corte-Zona              PIC 9(004)   VALUE ZEROES.

       FD  AUDITLOG.

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
           05 ARQ-SESSAO                      PIC X(080)   VALUE SPACES.
           05 ARQ-ZONAS                       PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Codigo-Zona-W                PIC X(003)   VALUE SPACES.
           05 SW-FIM-ZONAS                 PIC X        VALUE "N".
              88 FIM-ZONAS                              VALUE "F".
              88 NO-FIM-ZONAS                           VALUE "N".
           05 OPC-FAIXA                    PIC 9        VALUE ZEROES.
           05 SW-FAIXA                     PIC X        VALUE "N".
           05 Cep-Inicial-W                PIC 9(008)   VALUE ZEROES.
           05 Cep-Final-W                  PIC 9(008)   VALUE ZEROES.
           05 Idx-Faixa-W                  PIC 9(002)   VALUE ZEROES.
           05 Num-Faixa-W                  PIC 9(002)   VALUE ZEROES.
           05 SW-SOBREPOSTA                PIC X        VALUE "N".
           05 Zona-Sobreposta-W            PIC X(003)   VALUE SPACES.
           05 Faixa-Sobreposta-W           PIC X(017)   VALUE SPACES.
           05 Dias-Novos-W                 PIC X(007)   VALUE SPACES.
           05 Dias-Mask-W                  PIC X(007)   VALUE SPACES.
           05 Dias-Edit-W                  PIC X(028)   VALUE SPACES.
           05 Dia-Digito-W                 PIC 9(001)   VALUE ZEROES.
           05 IND-DS                       PIC 9(001)   VALUE ZEROES.
           05 Pos-Edit-W                   PIC 9(002)   VALUE ZEROES.
           05 SW-DIAS-INVALIDOS            PIC X        VALUE "N".
           05 Hora-Corte-W                 PIC 9(004)   VALUE ZEROES.
           05 Hora-Corte-R REDEFINES Hora-Corte-W.
              10 HH-Corte-W                PIC 9(002).
              10 MI-Corte-W                PIC 9(002).
           05 NOMES-DIAS-W                 PIC X(021)   VALUE
              "SEGTERQUAQUISEXSABDOM".
           05 NOMES-DIAS-R REDEFINES NOMES-DIAS-W.
              10 Nome-Dia-W                PIC X(003)   OCCURS 7 TIMES.

           05 CONSTANT-LITERALES.
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00008".
           display "         3 => Exclusão                    "
           display "         4 => Listar Zonas                "
           display "         5 => Consulta                    "
           display "         6 => Faixas de CEP               "
           display "         7 => Dias de Entrega             "
           display "                                          "
           display "         9 => Salir                       "
           display "                                          "
                   PERFORM LISTAR-ZONAS
                   WHEN = 5
                   PERFORM CONSULTA
                   WHEN = 6
                   PERFORM FAIXAS-CEP
                   WHEN = 7
                   PERFORM DIAS-ENTREGA
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                       Data-Alteracao IN REG-ZONAS
                  MOVE SPACES             TO
                       Hora-Alteracao IN REG-ZONAS
                  MOVE ZEROES             TO Qtd-Faixas-Zona
                  MOVE ZEROES             TO Faixas-Cep-Zona
                  MOVE SPACES             TO Dias-Entrega-Zona
                  MOVE ZEROES             TO Hora-Corte-Zona
                  WRITE REG-ZONAS
                  MOVE "ZONA"       TO Entidade-Audit-W
                  MOVE "INCLUSAO"   TO Acao-Audit-W
              display "Código Zona   : " Codigo-Zona
              display "Descricao     : " Descricao-Zona
              display "Ativa         : " Zona-Ativa
              PERFORM LISTAR-FAIXAS
              PERFORM EDITAR-DIAS-ENTREGA
              display "Dias Entrega  : " Dias-Edit-W
              display "Hora de Corte : " HH-Corte-W ":" MI-Corte-W
              display " "
              display "Tecle ENTER para continuar"
              accept OPC-W
           MOVE "S"          TO Zona-Ativa-W
           MOVE "N"          TO VALID-Zona.

       FAIXAS-CEP.
      ********** FAIXAS DE CEP DA ZONA: O CLIENTE CUJO CONTATO *******
      *    PRINCIPAL TEM O CEP DENTRO DE UMA FAIXA PERTENCE A ZONA   *
      *    (PGM00001, IMPORTACAO, PROGRAMA27 E PROGRAMA102). AS      *
      *    FAIXAS NAO PODEM SE SOBREPOR, NEM ENTRE ZONAS DIFERENTES  *
           MOVE SPACES   TO MENSAGEM
           PERFORM SELECIONA-ZONA
           IF VALID-Zona = "S"
              MOVE "N" TO SW-FAIXA
              PERFORM UNTIL SW-FAIXA = "S"
                 PERFORM LIMPIAR-PANTALLA
                 display NOME-PROGRAMA
                 display DATE-PROGRAMA
                 display HORA-PROGRAMA
                 display "FAIXAS DE CEP DA ZONA " Codigo-Zona " - "
                         Descricao-Zona
                 PERFORM LISTAR-FAIXAS
                 display "                                          "
                 display "         1 => Incluir Faixa               "
                 display "         2 => Excluir Faixa               "
                 display "                                          "
                 display "         9 => Voltar                      "
                 display "                                          "
                 display MENSAGEM
                 display "INSIRA OPCAO DESEJADA"
                 display " "with no advancing
                 accept OPC-FAIXA
                 MOVE SPACES   TO MENSAGEM
                 EVALUATE OPC-FAIXA
                    WHEN = 1
                    PERFORM INCLUIR-FAIXA
                    WHEN = 2
                    PERFORM EXCLUIR-FAIXA
                    WHEN = 9
                    MOVE "S" TO SW-FAIXA
                    WHEN OTHER
                    MOVE FUNCTION CONCATENATE("Opção "
                    OPC-FAIXA " INVALIDA") TO MENSAGEM
                 END-EVALUATE
              END-PERFORM
           ELSE
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display MENSAGEM
              display "Tecle ENTER para continuar"
              accept OPC-W
           END-IF
           INITIALIZE REG-WORK
           MOVE "S"          TO Zona-Ativa-W
           MOVE "N"          TO VALID-Zona.

       LISTAR-FAIXAS.
           display " "
           IF Qtd-Faixas-Zona IS NOT NUMERIC
              OR Qtd-Faixas-Zona = ZEROES
              display "Faixas de CEP : NENHUMA"
           ELSE
              display "Faixas de CEP :"
              PERFORM VARYING Idx-Faixa-W FROM 1 BY 1
                      UNTIL Idx-Faixa-W > Qtd-Faixas-Zona
                 display "  " Idx-Faixa-W " => "
                         Cep-Inicial-Zona(Idx-Faixa-W) " A "
                         Cep-Final-Zona(Idx-Faixa-W)
              END-PERFORM
           END-IF.

       INCLUIR-FAIXA.
           IF Qtd-Faixas-Zona IS NOT NUMERIC
              MOVE ZEROES TO Qtd-Faixas-Zona
              MOVE ZEROES TO Faixas-Cep-Zona
           END-IF
           IF Qtd-Faixas-Zona NOT < 10
              MOVE "ZONA JA TEM 10 FAIXAS; EXCLUA UMA ANTES"
                   TO MENSAGEM
           ELSE
              display "INSIRA CEP INICIAL (NNNNNNNN): "
              display " "with no advancing
              accept Cep-Inicial-W
              display "INSIRA CEP FINAL (NNNNNNNN): "
              display " "with no advancing
              accept Cep-Final-W
              IF Cep-Inicial-W = ZEROES OR Cep-Final-W < Cep-Inicial-W
                 MOVE "FAIXA INVALIDA: CEP FINAL MENOR QUE O INICIAL"
                      TO MENSAGEM
              ELSE
                 PERFORM VERIFICAR-SOBREPOSICAO
                 IF SW-SOBREPOSTA = "S"
                    MOVE SPACES TO MENSAGEM
                    STRING "FAIXA SOBREPOE " Faixa-Sobreposta-W
                           " DA ZONA " Zona-Sobreposta-W
                       DELIMITED BY SIZE INTO MENSAGEM
                 ELSE
                    PERFORM ATUALIZAR-DATA-HORA
                    ADD 1 TO Qtd-Faixas-Zona
                    MOVE Cep-Inicial-W
                         TO Cep-Inicial-Zona(Qtd-Faixas-Zona)
                    MOVE Cep-Final-W
                         TO Cep-Final-Zona(Qtd-Faixas-Zona)
                    MOVE OPERADOR-W         TO
                         Operador-Alteracao IN REG-ZONAS
                    MOVE DATE-RESUMEN       TO
                         Data-Alteracao IN REG-ZONAS
                    MOVE HORA-RESUMEN       TO
                         Hora-Alteracao IN REG-ZONAS
                    REWRITE REG-ZONAS
                    MOVE "ZONA"       TO Entidade-Audit-W
                    MOVE "FAIXA CEP+" TO Acao-Audit-W
                    MOVE Codigo-Zona  TO Chave-Audit-W
                    MOVE SPACES       TO Valor-Antes-Audit-W
                    MOVE SPACES       TO Valor-Depois-Audit-W
                    STRING "CEP " Cep-Inicial-W " A " Cep-Final-W
                       DELIMITED BY SIZE INTO Valor-Depois-Audit-W
                    PERFORM GRAVAR-AUDITORIA
                    MOVE "FAIXA INCLUIDA" TO MENSAGEM
                 END-IF
              END-IF
           END-IF.

       VERIFICAR-SOBREPOSICAO.
      ********** PERCORRE TODAS AS ZONAS, INCLUSIVE A PROPRIA E AS ***
      *    INATIVAS, E DEPOIS RELE A ZONA EM ALTERACAO               *
           MOVE "N"          TO SW-SOBREPOSTA
           MOVE Codigo-Zona  TO Codigo-Zona-W
           MOVE SPACES       TO Codigo-Zona
           SET NO-FIM-ZONAS   TO TRUE
           START ZONAS KEY IS NOT LESS THAN Codigo-Zona
              INVALID KEY SET FIM-ZONAS TO TRUE
           END-START
           PERFORM UNTIL FIM-ZONAS OR SW-SOBREPOSTA = "S"
              PERFORM LEER-ZONAS-SEQ
              IF NOT FIM-ZONAS AND Qtd-Faixas-Zona IS NUMERIC
                 PERFORM VARYING Idx-Faixa-W FROM 1 BY 1
                         UNTIL Idx-Faixa-W > Qtd-Faixas-Zona
                            OR SW-SOBREPOSTA = "S"
                    IF Cep-Inicial-W NOT > Cep-Final-Zona(Idx-Faixa-W)
                       AND Cep-Final-W NOT <
                           Cep-Inicial-Zona(Idx-Faixa-W)
                       MOVE "S"         TO SW-SOBREPOSTA
                       MOVE Codigo-Zona TO Zona-Sobreposta-W
                       MOVE SPACES      TO Faixa-Sobreposta-W
                       STRING Cep-Inicial-Zona(Idx-Faixa-W) "-"
                              Cep-Final-Zona(Idx-Faixa-W)
                          DELIMITED BY SIZE INTO Faixa-Sobreposta-W
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE Codigo-Zona-W TO Codigo-Zona
           READ ZONAS.

       EXCLUIR-FAIXA.
           display "INSIRA NUMERO DA FAIXA: "
           display " "with no advancing
           accept Num-Faixa-W
           IF Qtd-Faixas-Zona IS NOT NUMERIC
              OR Num-Faixa-W = ZEROES
              OR Num-Faixa-W > Qtd-Faixas-Zona
              MOVE FUNCTION CONCATENATE("Faixa " Num-Faixa-W
                         " NAO EXISTE") TO MENSAGEM
           ELSE
              PERFORM ATUALIZAR-DATA-HORA
              MOVE SPACES       TO Valor-Antes-Audit-W
              STRING "CEP " Cep-Inicial-Zona(Num-Faixa-W) " A "
                     Cep-Final-Zona(Num-Faixa-W)
                 DELIMITED BY SIZE INTO Valor-Antes-Audit-W
      ********** AS FAIXAS SEGUINTES SOBEM UMA POSICAO ***************
              PERFORM VARYING Idx-Faixa-W FROM Num-Faixa-W BY 1
                      UNTIL Idx-Faixa-W NOT < Qtd-Faixas-Zona
                 MOVE Faixa-Cep-Zona(Idx-Faixa-W + 1)
                      TO Faixa-Cep-Zona(Idx-Faixa-W)
              END-PERFORM
              MOVE ZEROES TO Cep-Inicial-Zona(Qtd-Faixas-Zona)
              MOVE ZEROES TO Cep-Final-Zona(Qtd-Faixas-Zona)
              SUBTRACT 1 FROM Qtd-Faixas-Zona
              MOVE OPERADOR-W         TO
                   Operador-Alteracao IN REG-ZONAS
              MOVE DATE-RESUMEN       TO
                   Data-Alteracao IN REG-ZONAS
              MOVE HORA-RESUMEN       TO
                   Hora-Alteracao IN REG-ZONAS
              REWRITE REG-ZONAS
              MOVE "ZONA"       TO Entidade-Audit-W
              MOVE "FAIXA CEP-" TO Acao-Audit-W
              MOVE Codigo-Zona  TO Chave-Audit-W
              MOVE SPACES       TO Valor-Depois-Audit-W
              PERFORM GRAVAR-AUDITORIA
              MOVE "FAIXA EXCLUIDA" TO MENSAGEM
           END-IF.

       DIAS-ENTREGA.
      ********** DIAS DA SEMANA COM ENTREGA NA ZONA E HORA DE CORTE: *
      *    PEDIDO INCLUIDO APOS O CORTE CONTA COMO DO DIA SEGUINTE   *
      *    NO CALCULO DA DATA PROMETIDA DE ENTREGA (PGM00005)        *
           MOVE SPACES   TO MENSAGEM
           PERFORM SELECIONA-ZONA
           IF VALID-Zona = "S"
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display DATE-PROGRAMA
              display HORA-PROGRAMA
              display "DIAS DE ENTREGA DA ZONA " Codigo-Zona " - "
                      Descricao-Zona
              PERFORM EDITAR-DIAS-ENTREGA
              display "Dias Atuais   : " Dias-Edit-W
              display "Corte Atual   : " HH-Corte-W ":" MI-Corte-W
              display " "
              display "INSIRA DIAS DE ENTREGA (1=DOM 2=SEG 3=TER 4=QUA "
                      "5=QUI 6=SEX 7=SAB, EX: 246; BRANCO=SEG A SEX): "
              display " "with no advancing
              MOVE SPACES TO Dias-Novos-W
              accept Dias-Novos-W
              display "INSIRA HORA DE CORTE DO PEDIDO (HHMM, 0=SEM "
                      "CORTE): "
              display " "with no advancing
              accept Hora-Corte-W
              MOVE SPACES TO Dias-Mask-W
              MOVE "N"    TO SW-DIAS-INVALIDOS
              PERFORM VARYING IND-DS FROM 1 BY 1 UNTIL IND-DS > 7
                 IF Dias-Novos-W(IND-DS:1) NOT = SPACE
                    IF Dias-Novos-W(IND-DS:1) < "1"
                       OR Dias-Novos-W(IND-DS:1) > "7"
                       MOVE "S" TO SW-DIAS-INVALIDOS
                    ELSE
                       MOVE Dias-Novos-W(IND-DS:1) TO Dia-Digito-W
                       IF Dia-Digito-W = 1
                          MOVE "S" TO Dias-Mask-W(7:1)
                       ELSE
                          MOVE "S" TO Dias-Mask-W(Dia-Digito-W - 1:1)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF Hora-Corte-W IS NOT NUMERIC
                 OR HH-Corte-W > 23 OR MI-Corte-W > 59
                 MOVE "S" TO SW-DIAS-INVALIDOS
              END-IF
              IF SW-DIAS-INVALIDOS = "S"
                 MOVE "DADOS INVALIDOS, NADA ALTERADO" TO MENSAGEM
              ELSE
                 PERFORM ATUALIZAR-DATA-HORA
                 MOVE SPACES       TO Valor-Antes-Audit-W
                 MOVE SPACES       TO Valor-Depois-Audit-W
                 STRING "DIAS " Dias-Entrega-Zona
                        " CORTE " Hora-Corte-Zona
                    DELIMITED BY SIZE INTO Valor-Antes-Audit-W
                 MOVE Dias-Mask-W  TO Dias-Entrega-Zona
                 MOVE Hora-Corte-W TO Hora-Corte-Zona
                 MOVE OPERADOR-W         TO
                      Operador-Alteracao IN REG-ZONAS
                 MOVE DATE-RESUMEN       TO
                      Data-Alteracao IN REG-ZONAS
                 MOVE HORA-RESUMEN       TO
                      Hora-Alteracao IN REG-ZONAS
                 REWRITE REG-ZONAS
                 STRING "DIAS " Dias-Entrega-Zona
                        " CORTE " Hora-Corte-Zona
                    DELIMITED BY SIZE INTO Valor-Depois-Audit-W
                 MOVE "ZONA"         TO Entidade-Audit-W
                 MOVE "DIAS ENTREGA" TO Acao-Audit-W
                 MOVE Codigo-Zona    TO Chave-Audit-W
                 PERFORM GRAVAR-AUDITORIA
                 MOVE "DIAS DE ENTREGA GRAVADOS" TO MENSAGEM
              END-IF
           END-IF
           INITIALIZE REG-WORK
           MOVE "S"          TO Zona-Ativa-W
           MOVE "N"          TO VALID-Zona.

       EDITAR-DIAS-ENTREGA.
      ********** ZONA ANTIGA SEM OS CAMPOS GRAVADOS VALE COMO SEM ****
      *    DIAS E SEM CORTE                                          *
           IF Hora-Corte-Zona IS NUMERIC
              MOVE Hora-Corte-Zona TO Hora-Corte-W
           ELSE
              MOVE ZEROES          TO Hora-Corte-W
           END-IF
           MOVE SPACES TO Dias-Edit-W
           MOVE 1      TO Pos-Edit-W
           PERFORM VARYING IND-DS FROM 1 BY 1 UNTIL IND-DS > 7
              IF Dia-Entrega-Zona(IND-DS) = "S"
                 MOVE Nome-Dia-W(IND-DS)
                      TO Dias-Edit-W(Pos-Edit-W:3)
                 ADD 4 TO Pos-Edit-W
              END-IF
           END-PERFORM
           IF Dias-Edit-W = SPACES
              MOVE "SEG A SEX (PADRAO)" TO Dias-Edit-W
           END-IF.

       SELECIONA-ZONA.
           display "INSIRA CODIGO DA ZONA: "
           display " "with no advancing
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

           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL.
       END PROGRAM Pgm00008.
