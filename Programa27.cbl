           RECORD KEY IS Codigo-Zona
           FILE STATUS IS FILE-STATUS-ZON.

           SELECT CONTATOS ASSIGN ARQ-CONTATOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Contato
           FILE STATUS IS FILE-STATUS-CON.

           SELECT CRMUPD   ASSIGN ARQ-CRMUPD
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT EMPRESACTL ASSIGN "C:\Users\Jose Angel\Documents\co
      -    "bol\files\empresa.txt"
           ORGANISATION IS LINE SEQUENTIAL
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  ZONAS.

           05 Operador-Alteracao-z         PIC X(010)   VALUE SPACES.
           05 Data-Alteracao-z             PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao-z             PIC X(008)   VALUE SPACES.
           05 Qtd-Faixas-Zona              PIC 9(002)   VALUE ZEROES.
           05 Faixas-Cep-Zona.
              10 Faixa-Cep-Zona            OCCURS 10 TIMES.
                 15 Cep-Inicial-Zona       PIC 9(008).
                 15 Cep-Final-Zona         PIC 9(008).
           05 Dias-Entrega-Zona.
              10 Dia-Entrega-Zona          PIC X(001)   OCCURS 7 TIMES.
           05 Hora-Corte-Zona              PIC 9(004)   VALUE ZEROES.

       FD  CONTATOS.

       01  REG-CONTATOS.
           05 Chave-Contato.
              10 Tipo-Contato              PIC X(001).
              10 Codigo-Pai                PIC 9(007).
              10 Numero-Contato            PIC 9(003).
           05 Endereco-Contato             PIC X(040).
           05 CEP-Contato                  PIC 9(008).
           05 Telefone-Contato             PIC X(015).
           05 Email-Contato                PIC X(040).

       FD  CRMUPD.

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

       FD  EMPRESACTL.


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
       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIENTES                 PIC X(080)   VALUE SPACES.
           05 ARQ-ZONAS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONTATOS                 PIC X(080)   VALUE SPACES.
           05 ARQ-CRMUPD                   PIC X(080)   VALUE SPACES.
           05 ARQ-CRMUPERR                 PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                 PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                 PIC X(080)   VALUE SPACES.

      ********** FAIXAS DE CEP DAS ZONAS ATIVAS (ZONAS.DAT), PARA ****
      *    DEFINIR A ZONA DO CLIENTE PELO CEP DO CONTATO PRINCIPAL   *
       01  AREA-FAIXAS-CEP.
           05 QTD-FAIXAS-CEP               PIC 9(004)   VALUE ZEROES.
           05 Idx-Tf-W                     PIC 9(004)   VALUE ZEROES.
           05 Idx-Faixa-W                  PIC 9(002)   VALUE ZEROES.
           05 Cep-Principal-W              PIC 9(008)   VALUE ZEROES.
           05 Zona-Cep-W                   PIC X(003)   VALUE SPACES.
           05 Codigo-Contato-Busca-W       PIC 9(007)   VALUE ZEROES.
           05 TABELA-FAIXAS-CEP.
              10 Faixa-Tf                  OCCURS 2000 TIMES.
                 15 Cep-Ini-Tf             PIC 9(008).
                 15 Cep-Fim-Tf             PIC 9(008).
                 15 Zona-Tf                PIC X(003).

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-ZON              PIC 99       VALUE ZEROES.
           05 SW-ZONAS-DISPONIVEL          PIC X        VALUE "N".
           05 FILE-STATUS-CON              PIC 99       VALUE ZEROES.
           05 SW-CONTATOS-DISPONIVEL       PIC X        VALUE "N".
           05 SW-FIM-ZONAS                 PIC X        VALUE "N".
              88 FIM-ZONAS                              VALUE "F".
              88 NO-FIM-ZONAS                           VALUE "N".
           05 SWITCHES-CONTATOS            PIC X        VALUE "N".
              88 FIM-CONTATOS                           VALUE "F".
              88 NO-FIM-CONTATOS                        VALUE "N".
           05 Zona-Definida-W              PIC X(003)   VALUE SPACES.
           05 CONT-ZONA-IGNORADA           PIC 9(007)   VALUE ZEROES.
           05 CONT-APLICADOS               PIC 9(007)   VALUE ZEROES.
           05 CONT-REJEITADOS              PIC 9(007)   VALUE ZEROES.
           05 MOTIVO-W                     PIC X(060)   VALUE SPACES.
              OPEN INPUT ZONAS
              IF FILE-STATUS-ZON = 00
                 MOVE "S" TO SW-ZONAS-DISPONIVEL
                 PERFORM CARREGAR-FAIXAS-CEP
              END-IF
              OPEN INPUT CONTATOS
              IF FILE-STATUS-CON = 00
                 MOVE "S" TO SW-CONTATOS-DISPONIVEL
              END-IF
              PERFORM LEER-CRMUPD
           END-IF.
           END-IF
           IF MOTIVO-W = SPACES
              MOVE FUNCTION UPPER-CASE(Zona-u) TO ZONA-NORMALIZADA
              PERFORM DEFINIR-ZONA-CLIENTE
              IF Zona-Definida-W NOT = SPACES
                 IF ZONA-NORMALIZADA NOT = SPACES
                    AND ZONA-NORMALIZADA NOT = Zona-Definida-W
                    ADD 1 TO CONT-ZONA-IGNORADA
                 END-IF
                 MOVE Zona-Definida-W TO ZONA-NORMALIZADA
              ELSE
                 IF ZONA-NORMALIZADA NOT = SPACES
                    AND SW-ZONAS-DISPONIVEL = "S"
                    MOVE ZONA-NORMALIZADA TO Codigo-Zona
                    READ ZONAS
                    IF FILE-STATUS-ZON NOT = 00 OR NOT ZONA-E-ATIVA
                       MOVE "ZONA NAO CADASTRADA OU INATIVA"
                            TO MOTIVO-W
                    END-IF
                 END-IF
              END-IF
           END-IF.

       DEFINIR-ZONA-CLIENTE.
      ********** A ZONA DO CRM NAO PREVALECE SOBRE A ZONA TROCADA ****
      *    PELO SUPERVISOR NEM SOBRE A ZONA DA FAIXA DE CEP DO       *
      *    CONTATO PRINCIPAL; SO SEM AMBAS VALE A ZONA DO CRM        *
           MOVE SPACES TO Zona-Definida-W
           IF Zona-Manual-Cliente = "S"
              MOVE Zona-Cliente TO Zona-Definida-W
           ELSE
              IF SW-CONTATOS-DISPONIVEL = "S"
                 AND QTD-FAIXAS-CEP > ZEROES
                 MOVE Codigo-Cliente TO Codigo-Contato-Busca-W
                 PERFORM BUSCAR-CONTATO-PRINCIPAL
                 PERFORM BUSCAR-ZONA-CEP
                 MOVE Zona-Cep-W TO Zona-Definida-W
              END-IF
           END-IF.

       CARREGAR-FAIXAS-CEP.
      ********** SO ENTRAM AS FAIXAS DAS ZONAS ATIVAS; SEM NENHUMA ***
      *    FAIXA CADASTRADA A ZONA CONTINUA SENDO INFORMADA A MAO    *
           MOVE ZEROES              TO QTD-FAIXAS-CEP
           INITIALIZE TABELA-FAIXAS-CEP
           MOVE SPACES              TO Codigo-Zona
           SET NO-FIM-ZONAS          TO TRUE
           START ZONAS KEY IS NOT LESS THAN Codigo-Zona
              INVALID KEY SET FIM-ZONAS TO TRUE
           END-START
           PERFORM UNTIL FIM-ZONAS
              PERFORM LEER-ZONAS-SEQ
              IF NOT FIM-ZONAS AND ZONA-E-ATIVA
                 AND Qtd-Faixas-Zona IS NUMERIC
                 AND Qtd-Faixas-Zona NOT > 10
                 PERFORM GUARDAR-FAIXAS-ZONA
              END-IF
           END-PERFORM.

       GUARDAR-FAIXAS-ZONA.
           PERFORM VARYING Idx-Faixa-W FROM 1 BY 1
                   UNTIL Idx-Faixa-W > Qtd-Faixas-Zona
                      OR QTD-FAIXAS-CEP NOT < 2000
              ADD 1 TO QTD-FAIXAS-CEP
              MOVE Cep-Inicial-Zona(Idx-Faixa-W)
                   TO Cep-Ini-Tf(QTD-FAIXAS-CEP)
              MOVE Cep-Final-Zona(Idx-Faixa-W)
                   TO Cep-Fim-Tf(QTD-FAIXAS-CEP)
              MOVE Codigo-Zona TO Zona-Tf(QTD-FAIXAS-CEP)
           END-PERFORM.

       BUSCAR-ZONA-CEP.
      ********** CEP-PRINCIPAL-W -> ZONA-CEP-W (BRANCO = SEM FAIXA) **
           MOVE SPACES TO Zona-Cep-W
           IF Cep-Principal-W > ZEROES
              PERFORM VARYING Idx-Tf-W FROM 1 BY 1
                      UNTIL Idx-Tf-W > QTD-FAIXAS-CEP
                         OR Zona-Cep-W NOT = SPACES
                 IF Cep-Principal-W NOT < Cep-Ini-Tf(Idx-Tf-W)
                    AND Cep-Principal-W NOT > Cep-Fim-Tf(Idx-Tf-W)
                    MOVE Zona-Tf(Idx-Tf-W) TO Zona-Cep-W
                 END-IF
              END-PERFORM
           END-IF.

       BUSCAR-CONTATO-PRINCIPAL.
      ********** O CONTATO PRINCIPAL E O PRIMEIRO CONTATO DO CLIENTE *
           MOVE ZEROES                 TO Cep-Principal-W
           MOVE "C"                    TO Tipo-Contato
           MOVE Codigo-Contato-Busca-W TO Codigo-Pai
           MOVE ZEROES                 TO Numero-Contato
           SET NO-FIM-CONTATOS          TO TRUE
           START CONTATOS KEY IS GREATER THAN Chave-Contato
              INVALID KEY SET FIM-CONTATOS TO TRUE
           END-START
           IF NOT FIM-CONTATOS
              PERFORM LEER-CONTATOS-SEQ
              IF NOT FIM-CONTATOS AND Tipo-Contato = "C"
                 AND Codigo-Pai = Codigo-Contato-Busca-W
                 AND CEP-Contato IS NUMERIC
                 MOVE CEP-Contato      TO Cep-Principal-W
              END-IF
           END-IF.

       LEER-ZONAS-SEQ.
           READ ZONAS NEXT RECORD
              AT END SET FIM-ZONAS TO TRUE
           END-READ.

       LEER-CONTATOS-SEQ.
           READ CONTATOS NEXT RECORD
              AT END SET FIM-CONTATOS TO TRUE
           END-READ.

       GRAVAR-ATUALIZACAO.
           MOVE SPACES             TO Valor-Antes-log
           STRING Razão-Social " " Classificacao-Cliente " "
           MOVE ";" TO FIL-LOG1 FIL-LOG2 FIL-LOG3 FIL-LOG4 FIL-LOG5
                       FIL-LOG6 FIL-LOG7 FIL-LOG8
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

       REJEITAR-LINHA.
           ADD 1 TO CONT-REJEITADOS
           MOVE Codigo-Cliente-u   TO Codigo-Cliente-e
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "zonas.dat" DELIMITED BY SIZE
                  INTO ARQ-ZONAS
           MOVE SPACES TO ARQ-CONTATOS
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "contatos.dat" DELIMITED BY SIZE
                  INTO ARQ-CONTATOS
           MOVE SPACES TO ARQ-CRMUPD
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "crmupdates.csv" DELIMITED BY SIZE
           MOVE SPACES TO ARQ-AUDITLOG
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL.

       FIN.
           CLOSE CRMUPD CLIENTES CRMUPERR
           IF SW-ZONAS-DISPONIVEL = "S"
              CLOSE ZONAS
           END-IF
           IF SW-CONTATOS-DISPONIVEL = "S"
              CLOSE CONTATOS
           END-IF
      ********** A RAZAO SOCIAL PODE TER MUDADO: O INDICE DE *********
      *    PALAVRAS (PROGRAMA100) E REFEITO UMA VEZ SO NO FIM        *
           IF CONT-APLICADOS > ZEROES
              CALL "SYSTEM" USING "Programa100.exe RECONSTRUIR"
           END-IF

           DISPLAY "ATUALIZACOES DO CRM APLICADAS"
           DISPLAY "Aplicadas  : " CONT-APLICADOS
           DISPLAY "Rejeitadas : " CONT-REJEITADOS
           DISPLAY "Zona do CRM ignorada (CEP/supervisor): "
                   CONT-ZONA-IGNORADA
           IF CONT-REJEITADOS > ZEROES
              DISPLAY "Ver motivos em crmuperr.csv"
           END-IF
