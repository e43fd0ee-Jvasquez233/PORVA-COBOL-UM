           RECORD KEY IS Chave-Precovig
           FILE STATUS IS FILE-STATUS-PV.

           SELECT PRODCOMP ASSIGN ARQ-PRODCOMP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Prodcomp
           FILE STATUS IS FILE-STATUS-PC.

           SELECT PRODUNID ASSIGN ARQ-PRODUNID
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Produnid
           FILE STATUS IS FILE-STATUS-UN.

           SELECT SALDOS ASSIGN ARQ-SALDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto-sd
           FILE STATUS IS FILE-STATUS-SD.

           SELECT CUSTOHIST ASSIGN ARQ-CUSTOHIST
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CH.
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SESSAO   ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  TABLA.

           05 Codigo-Tabprod               PIC 9(005).
           05 Codigo-Taborc                PIC 9(007).
           05 Codigo-Tabocor               PIC 9(007).
           05 Codigo-Tabforn               PIC 9(005).
           05 Codigo-Tabcomp               PIC 9(007).

       FD  PRECOVIG.

              10 Data-Vigencia-pv          PIC 9(008).
           05 Preco-pv                     PIC 9(007)v9(002).

       FD  PRODCOMP.

      ********** COMPOSICAO DOS PRODUTOS COMPOSTOS (KITS): UM ********
      *    REGISTRO POR COMPONENTE, MANTIDO PELO PGM00006. PRODUTO   *
      *    SEM COMPONENTES E PRODUTO SIMPLES                         *
       01  REG-PRODCOMP.
           05 Chave-Prodcomp.
              10 Codigo-Kit-pc             PIC 9(005).
              10 Codigo-Componente-pc      PIC 9(005).
           05 Quantidade-pc                PIC 9(005)v9(003).

       FD  PRODUNID.

      ********** UNIDADES ALTERNATIVAS DO PRODUTO (CX, PL, ...): *****
      *    MANTIDAS PELO PGM00006. FATOR = QUANTAS UNIDADES DE       *
      *    ESTOQUE (Unidade-Produto) HA EM UMA UNIDADE ALTERNATIVA   *
       01  REG-PRODUNID.
           05 Chave-Produnid.
              10 Codigo-Produto-un         PIC 9(005).
              10 Unidade-Alt-un            PIC X(003).
           05 Fator-Conversao-un           PIC 9(005)v9(004).

       FD  SALDOS.

       01  REG-SALDOS.
           05 Codigo-Produto-sd            PIC 9(005).
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  CUSTOHIST.

      ********** HISTORICO DAS ALTERACOES DE CUSTO DE AQUISICAO ******
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
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-TABLA                       PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-CUSTOHIST                   PIC X(080)   VALUE SPACES.
           05 ARQ-PRECOVIG                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODCOMP                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUNID                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Codigo-Produto-W             PIC 9(005)   VALUE ZEROES.
                                            VALUE ZEROES.
           05 Custo-Produto-W              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-W                 PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-W                     PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-W                        PIC X(008)   VALUE SPACES.
           05 NCM-Novo-W                   PIC X(008)   VALUE SPACES.
           05 Produto-Ativo-W              PIC X(001)   VALUE "S".

       01  AREA-DE-TRABALHO.
           05 VALID-Unidade                PIC X        VALUE "N".
           05 VALID-Preco                  PIC X        VALUE "N".
           05 VALID-Custo                  PIC X        VALUE "N".
           05 VALID-Peso                   PIC X        VALUE "N".
           05 FILE-STATUS-CH               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SD               PIC 99       VALUE ZEROES.
           05 SW-CUSTO-MEDIO               PIC X        VALUE "N".
           05 FILE-STATUS-PV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PC               PIC 99       VALUE ZEROES.
           05 Kit-W                        PIC 9(005)   VALUE ZEROES.
           05 Componente-W                 PIC 9(005)   VALUE ZEROES.
           05 Kit-Teste-W                  PIC 9(005)   VALUE ZEROES.
           05 Qtd-Comp-W                   PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Custo-Kit-W                  PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 QTD-COMPONENTES              PIC 9(003)   VALUE ZEROES.
           05 WRK-QTD-COMP                 PIC ZZ.ZZ9,999.
           05 SW-E-KIT                     PIC X        VALUE "N".
           05 SW-E-COMPONENTE              PIC X        VALUE "N".
           05 SW-COMP-FIM                  PIC X        VALUE "N".
           05 SW-FIM-COMP                  PIC X        VALUE "N".
              88 FIM-COMP                               VALUE "S".
              88 NO-FIM-COMP                            VALUE "N".
           05 FILE-STATUS-UN               PIC 99       VALUE ZEROES.
           05 Unidade-Alt-W                PIC X(003)   VALUE SPACES.
           05 Fator-W                      PIC 9(005)v9(004)
                                            VALUE ZEROES.
           05 Preco-Unid-W                 PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 QTD-UNIDADES                 PIC 9(003)   VALUE ZEROES.
           05 WRK-FATOR                    PIC ZZ.ZZ9,9999.
           05 SW-UNID-FIM                  PIC X        VALUE "N".
           05 SW-FIM-UNID                  PIC X        VALUE "N".
              88 FIM-UNID                               VALUE "S".
              88 NO-FIM-UNID                            VALUE "N".
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 VALID-Ativo                  PIC X        VALUE "N".
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 WRK-PRECO                    PIC Z.ZZZ.ZZ9,99.
           05 WRK-PESO                     PIC ZZ.ZZ9,999.
           05 WRK-VOLUME                   PIC ZZ9,9999.
           05 Entidade-Audit-W             PIC X(010)   VALUE SPACES.
           05 Acao-Audit-W                 PIC X(012)   VALUE SPACES.
           05 Chave-Audit-W                PIC X(014)   VALUE SPACES.
           MOVE "N"          TO VALID-Unidade
           MOVE "N"          TO VALID-Preco
           MOVE "N"          TO VALID-Custo
           MOVE "N"          TO VALID-Peso
           MOVE "N"          TO VALID-Ativo
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display "         2 => Alteração                   "
           display "         3 => Exclusão                    "
           display "         5 => Consulta                    "
           display "         6 => Composicao (Kit)            "
           display "         7 => Unidades Alternativas       "
           display "                                          "
           display "         9 => Salir                       "
           display "                                          "
                   PERFORM ELIMINA
                   WHEN = 5
                   PERFORM CONSULTA
                   WHEN = 6
                   PERFORM MANTER-COMPOSICAO
                   WHEN = 7
                   PERFORM MANTER-UNIDADES
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Custo
           END-IF
      ********** PESO BRUTO E VOLUME, USADOS NA CUBAGEM DO ROMANEIO **
           IF VALID-Peso = "N" AND VALID-Custo = "S"
           display "INSIRA Peso Bruto em KG (NNNNN,NNN): "
           display " "with no advancing
           accept Peso-Bruto-W
           display "INSIRA Volume em M3 (NNN,NNNN): "
           display " "with no advancing
           accept Volume-W
           display "INSIRA NCM (8 DIGITOS, BRANCO=SEM CLASSIF.): "
           display " "with no advancing
           accept NCM-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Peso
           END-IF

           IF (VALID-Peso = "S" AND VALID-Custo = "S" AND
               VALID-Preco = "S" AND VALID-Unidade = "S" AND
               VALID-Descricao = "S")
               MOVE "A"                TO SW-TABLA
                  MOVE Unidade-Produto-W  TO Unidade-Produto
                  MOVE Preco-Lista-W      TO Preco-Lista
                  MOVE Custo-Produto-W    TO Custo-Produto
                  MOVE Peso-Bruto-W       TO Peso-Bruto-Produto
                  MOVE Volume-W           TO Volume-Produto
                  MOVE NCM-W              TO NCM-Produto
                  MOVE "S"                TO Produto-Ativo
                  MOVE OPERADOR-W         TO
                       Operador-Inclusao IN REG-PRODUTOS
                  MOVE "N"          TO VALID-Descricao
                  MOVE "N"          TO VALID-Unidade
                  MOVE "N"          TO VALID-Preco
                  MOVE "N"          TO VALID-Custo
                  MOVE "N"          TO VALID-Peso
               END-EVALUATE
           END-IF
           END-PERFORM.
           IF VALID-Custo = "N" AND
               (VALID-Preco = "S" AND VALID-Unidade = "S"
                AND VALID-Descricao = "S")
           IF SW-CUSTO-MEDIO = "S"
           MOVE Custo-Produto-W TO WRK-PRECO
           display "Custo medio (mantido pelas entradas): " WRK-PRECO
           MOVE "S"                    TO VALID-Custo
           ELSE
           display "Alterar Custo de Aquisicao (NNNNNNN,NN): "
           display " "with no advancing
           accept Custo-Produto-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Custo
           END-IF
           END-IF
           IF VALID-Peso = "N" AND VALID-Custo = "S"
           display "Alterar Peso Bruto em KG (NNNNN,NNN): "
           display " "with no advancing
           accept Peso-Bruto-W
           display "Alterar Volume em M3 (NNN,NNNN): "
           display " "with no advancing
           accept Volume-W
           display "NCM atual: " NCM-W
           display "Alterar NCM (BRANCO=MANTER): "
           display " "with no advancing
           accept NCM-Novo-W
           IF NCM-Novo-W NOT = SPACES
              MOVE NCM-Novo-W          TO NCM-W
           END-IF
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Peso
           END-IF
           IF VALID-Ativo = "N" AND
               (VALID-Peso = "S" AND VALID-Custo = "S" AND
                VALID-Preco = "S" AND VALID-Unidade = "S"
                AND VALID-Descricao = "S")
           display "Alterar Ativo (S=Sim N=Nao): "

           IF (VALID-Produto = "S" AND VALID-Descricao = "S" AND
               VALID-Unidade = "S" AND VALID-Preco = "S" AND
               VALID-Custo = "S" AND VALID-Peso = "S" AND
               VALID-Ativo = "S")
               MOVE "M"   TO SW-TABLA
               PERFORM MOSTRAR-REGISTRO
               EVALUATE OPC-W
                  MOVE Unidade-Produto-W  TO Unidade-Produto
                  MOVE Preco-Lista-W      TO Preco-Lista
                  MOVE Custo-Produto-W    TO Custo-Produto
                  MOVE Peso-Bruto-W       TO Peso-Bruto-Produto
                  MOVE Volume-W           TO Volume-Produto
                  MOVE NCM-W              TO NCM-Produto
                  MOVE Produto-Ativo-W    TO Produto-Ativo
                  MOVE OPERADOR-W         TO
                       Operador-Alteracao IN REG-PRODUTOS
                  MOVE "N"          TO VALID-Unidade
                  MOVE "N"          TO VALID-Preco
                  MOVE "N"          TO VALID-Custo
                  MOVE "N"          TO VALID-Peso
                  MOVE "N"          TO VALID-Ativo
               END-EVALUATE
           END-IF
                  MOVE SPACES       TO Valor-Depois-Audit-W
                  PERFORM GRAVAR-AUDITORIA
                  DELETE PRODUTOS
                  PERFORM EXCLUIR-COMPOSICAO
                  PERFORM EXCLUIR-UNIDADES
                  MOVE "S"          TO SW-EXCLUC
                  INITIALIZE REG-WORK
                  MOVE "S"          TO Produto-Ativo-W
              display "Preco Lista   : " WRK-PRECO
              MOVE Custo-Produto TO WRK-PRECO
              display "Custo Aquisic.: " WRK-PRECO
              MOVE Peso-Bruto-Produto TO WRK-PESO
              display "Peso Bruto KG : " WRK-PESO
              MOVE Volume-Produto TO WRK-VOLUME
              display "Volume M3     : " WRK-VOLUME
              display "NCM           : " NCM-Produto
              display "Ativo         : " Produto-Ativo
              MOVE Codigo-Produto-W TO Kit-W
              PERFORM MOSTRAR-COMPOSICAO
              PERFORM MOSTRAR-UNIDADES
              display " "
              display "Tecle ENTER para continuar"
              accept OPC-W
           MOVE "S"          TO Produto-Ativo-W
           MOVE "N"          TO VALID-Produto.

       MANTER-COMPOSICAO.
      ********** COMPONENTES DO KIT (PRODCOMP.DAT): O FATURAMENTO ****
      *    (PROGRAMA10) BAIXA OS COMPONENTES EM VEZ DO KIT E A       *
      *    MARGEM (PROGRAMA56) USA O CUSTO DELES. UM SO NIVEL: KIT   *
      *    NAO ENTRA COMO COMPONENTE DE OUTRO KIT                    *
           MOVE SPACES   TO MENSAGEM
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display "COMPOSICAO DE PRODUTO (KIT)"
           display " "
           PERFORM SELECIONA-PRODUTO
           IF VALID-Produto = "S"
              OPEN I-O PRODCOMP
              IF FILE-STATUS-PC NOT = 00
                 OPEN OUTPUT PRODCOMP
                 CLOSE PRODCOMP
                 OPEN I-O PRODCOMP
              END-IF
              MOVE Codigo-Produto-W TO Kit-W
              PERFORM VERIFICAR-COMPONENTE
              IF SW-E-COMPONENTE = "S"
                 MOVE FUNCTION CONCATENATE("Produto " Kit-W
                      " E COMPONENTE DE OUTRO KIT") TO MENSAGEM
              ELSE
                 MOVE "N" TO SW-COMP-FIM
                 PERFORM ALTERAR-COMPONENTE
                    UNTIL SW-COMP-FIM = "S"
              END-IF
              CLOSE PRODCOMP
           END-IF
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display MENSAGEM
           display "Tecle ENTER para continuar"
           accept OPC-W
           INITIALIZE REG-WORK
           MOVE "S"          TO Produto-Ativo-W
           MOVE "N"          TO VALID-Produto.

       ALTERAR-COMPONENTE.
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display "COMPOSICAO DO PRODUTO " Kit-W " "
                   Descricao-Produto-W
           PERFORM LISTAR-COMPONENTES
           display " "
           display MENSAGEM
           MOVE SPACES   TO MENSAGEM
           display "INSIRA CODIGO DO COMPONENTE (0 = FIM): "
           display " "with no advancing
           MOVE ZEROES TO Componente-W
           accept Componente-W
           IF Componente-W = ZEROES
              MOVE "S" TO SW-COMP-FIM
              MOVE "COMPOSICAO ATUALIZADA" TO MENSAGEM
           ELSE
              MOVE Componente-W TO Codigo-Produto
              READ PRODUTOS
              IF FILE-STATUS <> 00 OR Componente-W = Kit-W
                 MOVE FUNCTION CONCATENATE("Componente " Componente-W
                      " INVALIDO") TO MENSAGEM
              ELSE
                 MOVE Componente-W TO Codigo-Kit-pc
                 MOVE ZEROES       TO Codigo-Componente-pc
                 PERFORM VERIFICAR-KIT
                 IF SW-E-KIT = "S"
                    MOVE FUNCTION CONCATENATE("Componente "
                         Componente-W " E UM KIT") TO MENSAGEM
                 ELSE
                    display "INSIRA QUANTIDADE POR KIT (NNNNN,NNN; "
                            "0 = RETIRAR): "
                    display " "with no advancing
                    MOVE ZEROES TO Qtd-Comp-W
                    accept Qtd-Comp-W
                    PERFORM GRAVAR-COMPONENTE
                 END-IF
              END-IF
           END-IF.

       GRAVAR-COMPONENTE.
           PERFORM ATUALIZAR-DATA-HORA
           MOVE "PRODUTO"        TO Entidade-Audit-W
           MOVE "COMPOSICAO"     TO Acao-Audit-W
           MOVE Kit-W            TO Chave-Audit-W
           MOVE SPACES           TO Valor-Antes-Audit-W
           MOVE SPACES           TO Valor-Depois-Audit-W
           MOVE Kit-W            TO Codigo-Kit-pc
           MOVE Componente-W     TO Codigo-Componente-pc
           READ PRODCOMP
           IF FILE-STATUS-PC = 00
              MOVE Quantidade-pc TO WRK-QTD-COMP
              STRING "COMP " Componente-W " QTD " WRK-QTD-COMP
                 DELIMITED BY SIZE INTO Valor-Antes-Audit-W
              IF Qtd-Comp-W = ZEROES
                 DELETE PRODCOMP
              ELSE
                 MOVE Qtd-Comp-W TO Quantidade-pc
                 REWRITE REG-PRODCOMP
              END-IF
           ELSE
              IF Qtd-Comp-W > ZEROES
                 MOVE Kit-W        TO Codigo-Kit-pc
                 MOVE Componente-W TO Codigo-Componente-pc
                 MOVE Qtd-Comp-W   TO Quantidade-pc
                 WRITE REG-PRODCOMP
              END-IF
           END-IF
           MOVE Qtd-Comp-W TO WRK-QTD-COMP
           STRING "COMP " Componente-W " QTD " WRK-QTD-COMP
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA.

       LISTAR-COMPONENTES.
      ********** COMPONENTES ATUAIS E O CUSTO DO KIT PELA SOMA DOS ***
      *    CUSTOS DOS COMPONENTES                                    *
           MOVE ZEROES TO QTD-COMPONENTES
           MOVE ZEROES TO Custo-Kit-W
           MOVE Kit-W  TO Codigo-Kit-pc
           MOVE ZEROES TO Codigo-Componente-pc
           SET NO-FIM-COMP TO TRUE
           START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
              INVALID KEY SET FIM-COMP TO TRUE
           END-START
           PERFORM UNTIL FIM-COMP
              READ PRODCOMP NEXT RECORD
                 AT END SET FIM-COMP TO TRUE
              END-READ
              IF NO-FIM-COMP
                 IF Codigo-Kit-pc NOT = Kit-W
                    SET FIM-COMP TO TRUE
                 ELSE
                    ADD 1 TO QTD-COMPONENTES
                    MOVE Codigo-Componente-pc TO Codigo-Produto
                    READ PRODUTOS
                    IF FILE-STATUS <> 00
                       MOVE SPACES TO Descricao-Produto
                       MOVE ZEROES TO Custo-Produto
                    END-IF
                    COMPUTE Custo-Kit-W ROUNDED = Custo-Kit-W
                          + Quantidade-pc * Custo-Produto
                    MOVE Quantidade-pc TO WRK-QTD-COMP
                    display "  " Codigo-Componente-pc " "
                            Descricao-Produto " " WRK-QTD-COMP
                 END-IF
              END-IF
           END-PERFORM
           IF QTD-COMPONENTES = ZEROES
              display "  (PRODUTO SIMPLES, SEM COMPONENTES)"
           ELSE
              MOVE Custo-Kit-W TO WRK-PRECO
              display "Custo pelos componentes: " WRK-PRECO
           END-IF.

       MOSTRAR-COMPOSICAO.
           OPEN INPUT PRODCOMP
           IF FILE-STATUS-PC = 00
              MOVE Kit-W  TO Codigo-Kit-pc
              MOVE ZEROES TO Codigo-Componente-pc
              PERFORM VERIFICAR-KIT
              IF SW-E-KIT = "S"
                 display "Componentes do Kit:"
                 PERFORM LISTAR-COMPONENTES
              END-IF
              CLOSE PRODCOMP
           END-IF.

       VERIFICAR-KIT.
      ********** O PRODUTO EM Codigo-Kit-pc TEM COMPONENTES? *********
           MOVE Codigo-Kit-pc TO Kit-Teste-W
           MOVE "N" TO SW-E-KIT
           START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ PRODCOMP NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF Codigo-Kit-pc = Kit-Teste-W
                          MOVE "S" TO SW-E-KIT
                       END-IF
                 END-READ
           END-START.

       VERIFICAR-COMPONENTE.
      ********** O PRODUTO EM Kit-W JA E COMPONENTE DE ALGUM KIT? ****
           MOVE "N" TO SW-E-COMPONENTE
           MOVE ZEROES TO Chave-Prodcomp
           SET NO-FIM-COMP TO TRUE
           START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
              INVALID KEY SET FIM-COMP TO TRUE
           END-START
           PERFORM UNTIL FIM-COMP
              READ PRODCOMP NEXT RECORD
                 AT END SET FIM-COMP TO TRUE
              END-READ
              IF NO-FIM-COMP AND Codigo-Componente-pc = Kit-W
                 MOVE "S" TO SW-E-COMPONENTE
                 SET FIM-COMP TO TRUE
              END-IF
           END-PERFORM.

       EXCLUIR-COMPOSICAO.
      ********** PRODUTO EXCLUIDO LEVA A SUA COMPOSICAO JUNTO ********
           OPEN I-O PRODCOMP
           IF FILE-STATUS-PC = 00
              MOVE Codigo-Produto-W TO Codigo-Kit-pc
              MOVE ZEROES           TO Codigo-Componente-pc
              SET NO-FIM-COMP TO TRUE
              START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
                 INVALID KEY SET FIM-COMP TO TRUE
              END-START
              PERFORM UNTIL FIM-COMP
                 READ PRODCOMP NEXT RECORD
                    AT END SET FIM-COMP TO TRUE
                 END-READ
                 IF NO-FIM-COMP
                    IF Codigo-Kit-pc NOT = Codigo-Produto-W
                       SET FIM-COMP TO TRUE
                    ELSE
                       DELETE PRODCOMP
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PRODCOMP
           END-IF.

       MANTER-UNIDADES.
      ********** UNIDADES ALTERNATIVAS (PRODUNID.DAT) COM O FATOR ****
      *    DE CONVERSAO PARA A UNIDADE DE ESTOQUE (EX.: CX = 12 UN). *
      *    O PEDIDO (PGM00005) E AS IMPORTACOES (PROGRAMA49 E        *
      *    PROGRAMA51) CONVERTEM A QUANTIDADE E O PRECO POR ELAS     *
           MOVE SPACES   TO MENSAGEM
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display "UNIDADES ALTERNATIVAS DO PRODUTO"
           display " "
           PERFORM SELECIONA-PRODUTO
           IF VALID-Produto = "S"
              OPEN I-O PRODUNID
              IF FILE-STATUS-UN NOT = 00
                 OPEN OUTPUT PRODUNID
                 CLOSE PRODUNID
                 OPEN I-O PRODUNID
              END-IF
              MOVE "N" TO SW-UNID-FIM
              PERFORM ALTERAR-UNIDADE
                 UNTIL SW-UNID-FIM = "S"
              CLOSE PRODUNID
           END-IF
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display MENSAGEM
           display "Tecle ENTER para continuar"
           accept OPC-W
           INITIALIZE REG-WORK
           MOVE "S"          TO Produto-Ativo-W
           MOVE "N"          TO VALID-Produto.

       ALTERAR-UNIDADE.
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display "UNIDADES DO PRODUTO " Codigo-Produto-W " "
                   Descricao-Produto-W
           display "Unidade de estoque: " Unidade-Produto-W
           PERFORM LISTAR-UNIDADES
           display " "
           display MENSAGEM
           MOVE SPACES   TO MENSAGEM
           display "INSIRA A UNIDADE ALTERNATIVA (BRANCO = FIM): "
           display " "with no advancing
           MOVE SPACES TO Unidade-Alt-W
           accept Unidade-Alt-W
           MOVE FUNCTION UPPER-CASE(Unidade-Alt-W) TO Unidade-Alt-W
           IF Unidade-Alt-W = SPACES
              MOVE "S" TO SW-UNID-FIM
              MOVE "UNIDADES ATUALIZADAS" TO MENSAGEM
           ELSE
              IF Unidade-Alt-W = Unidade-Produto-W
                 MOVE FUNCTION CONCATENATE("Unidade " Unidade-Alt-W
                      " E A UNIDADE DE ESTOQUE") TO MENSAGEM
              ELSE
                 display "INSIRA QUANTAS " Unidade-Produto-W
                         " HA EM 1 " Unidade-Alt-W
                         " (NNNNN,NNNN; 0 = RETIRAR): "
                 display " "with no advancing
                 MOVE ZEROES TO Fator-W
                 accept Fator-W
                 PERFORM GRAVAR-UNIDADE
              END-IF
           END-IF.

       GRAVAR-UNIDADE.
           PERFORM ATUALIZAR-DATA-HORA
           MOVE "PRODUTO"        TO Entidade-Audit-W
           MOVE "UNIDADE"        TO Acao-Audit-W
           MOVE Codigo-Produto-W TO Chave-Audit-W
           MOVE SPACES           TO Valor-Antes-Audit-W
           MOVE SPACES           TO Valor-Depois-Audit-W
           MOVE Codigo-Produto-W TO Codigo-Produto-un
           MOVE Unidade-Alt-W    TO Unidade-Alt-un
           READ PRODUNID
           IF FILE-STATUS-UN = 00
              MOVE Fator-Conversao-un TO WRK-FATOR
              STRING Unidade-Alt-W " = " WRK-FATOR " "
                 Unidade-Produto-W
                 DELIMITED BY SIZE INTO Valor-Antes-Audit-W
              IF Fator-W = ZEROES
                 DELETE PRODUNID
              ELSE
                 MOVE Fator-W TO Fator-Conversao-un
                 REWRITE REG-PRODUNID
              END-IF
           ELSE
              IF Fator-W > ZEROES
                 MOVE Codigo-Produto-W TO Codigo-Produto-un
                 MOVE Unidade-Alt-W    TO Unidade-Alt-un
                 MOVE Fator-W          TO Fator-Conversao-un
                 WRITE REG-PRODUNID
              END-IF
           END-IF
           MOVE Fator-W TO WRK-FATOR
           STRING Unidade-Alt-W " = " WRK-FATOR " " Unidade-Produto-W
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA.

       LISTAR-UNIDADES.
      ********** UNIDADES ATUAIS COM O PRECO DE LISTA CONVERTIDO *****
           MOVE ZEROES TO QTD-UNIDADES
           MOVE Codigo-Produto-W TO Codigo-Produto-un
           MOVE SPACES           TO Unidade-Alt-un
           SET NO-FIM-UNID TO TRUE
           START PRODUNID KEY IS NOT LESS THAN Chave-Produnid
              INVALID KEY SET FIM-UNID TO TRUE
           END-START
           PERFORM UNTIL FIM-UNID
              READ PRODUNID NEXT RECORD
                 AT END SET FIM-UNID TO TRUE
              END-READ
              IF NO-FIM-UNID
                 IF Codigo-Produto-un NOT = Codigo-Produto-W
                    SET FIM-UNID TO TRUE
                 ELSE
                    ADD 1 TO QTD-UNIDADES
                    COMPUTE Preco-Unid-W ROUNDED =
                       Preco-Lista-W * Fator-Conversao-un
                    MOVE Fator-Conversao-un TO WRK-FATOR
                    MOVE Preco-Unid-W       TO WRK-PRECO
                    display "  1 " Unidade-Alt-un " = " WRK-FATOR " "
                            Unidade-Produto-W "  Preco: " WRK-PRECO
                 END-IF
              END-IF
           END-PERFORM
           IF QTD-UNIDADES = ZEROES
              display "  (SEM UNIDADES ALTERNATIVAS)"
           END-IF.

       MOSTRAR-UNIDADES.
           OPEN INPUT PRODUNID
           IF FILE-STATUS-UN = 00
              display "Unidades Alternativas:"
              PERFORM LISTAR-UNIDADES
              CLOSE PRODUNID
           END-IF.

       EXCLUIR-UNIDADES.
      ********** PRODUTO EXCLUIDO LEVA AS SUAS UNIDADES JUNTO ********
           OPEN I-O PRODUNID
           IF FILE-STATUS-UN = 00
              MOVE Codigo-Produto-W TO Codigo-Produto-un
              MOVE SPACES           TO Unidade-Alt-un
              SET NO-FIM-UNID TO TRUE
              START PRODUNID KEY IS NOT LESS THAN Chave-Produnid
                 INVALID KEY SET FIM-UNID TO TRUE
              END-START
              PERFORM UNTIL FIM-UNID
                 READ PRODUNID NEXT RECORD
                    AT END SET FIM-UNID TO TRUE
                 END-READ
                 IF NO-FIM-UNID
                    IF Codigo-Produto-un NOT = Codigo-Produto-W
                       SET FIM-UNID TO TRUE
                    ELSE
                       DELETE PRODUNID
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PRODUNID
           END-IF.

       SELECIONA-PRODUTO.
           display "INSIRA CODIGO DO PRODUTO: "
           display " "with no advancing
           MOVE Unidade-Produto       TO Unidade-Produto-W
           MOVE Preco-Lista           TO Preco-Lista-W
           MOVE Custo-Produto         TO Custo-Produto-W
           MOVE Peso-Bruto-Produto    TO Peso-Bruto-W
           MOVE Volume-Produto        TO Volume-W
           MOVE NCM-Produto           TO NCM-W
           MOVE Produto-Ativo         TO Produto-Ativo-W
           MOVE "S"                   TO VALID-Produto
           PERFORM VERIFICAR-CUSTO-MEDIO
           END-IF.

       VERIFICAR-CUSTO-MEDIO.
      ********** PRODUTO COM MOVIMENTO DE ESTOQUE TEM O CUSTO MEDIO **
      *    PONDERADO MANTIDO PELAS ENTRADAS (PGM00033/PGM00039); O   *
      *    CUSTO SO E DIGITADO AQUI ENQUANTO NAO HOUVER MOVIMENTO    *
           MOVE "N" TO SW-CUSTO-MEDIO
           OPEN INPUT SALDOS
           IF FILE-STATUS-SD = 00
              MOVE Codigo-Produto-W TO Codigo-Produto-sd
              READ SALDOS
              IF FILE-STATUS-SD = 00 AND Ult-Seq-Mov-sd > ZEROES
                 MOVE "S" TO SW-CUSTO-MEDIO
              END-IF
              CLOSE SALDOS
           END-IF.

       VALIDA-Descricao.
           MOVE "S"                   TO VALID-Custo
           END-IF.

       VALIDA-Peso.
      ********** PESO E VOLUME ZERO SAO ACEITOS (PRODUTO AINDA SEM ***
      *    CUBAGEM); O ROMANEIO SO NAO CONSEGUE LIMITAR A CARGA. O   *
      *    NCM EM BRANCO TAMBEM (O SPED FISCAL APONTA NA CRITICA),   *
      *    MAS QUANDO INFORMADO TEM DE TER OS 8 DIGITOS              *
           IF Peso-Bruto-W IS NOT NUMERIC OR Volume-W IS NOT NUMERIC
           MOVE "Peso ou Volume INVALIDO" TO MENSAGEM
           MOVE "N"                   TO VALID-Peso
           ELSE
           IF NCM-W NOT = SPACES AND NCM-W IS NOT NUMERIC
           MOVE "NCM INVALIDO (8 DIGITOS)" TO MENSAGEM
           MOVE "N"                   TO VALID-Peso
           ELSE
           MOVE "S"                   TO VALID-Peso
           END-IF
           END-IF.

       GRAVAR-PRECO-VIGENCIA.
      ********** O PRECO NOVO ENTRA NO PRECOVIG.DAT COM VIGENCIA *****
      *    A PARTIR DE HOJE, PRESERVANDO O HISTORICO DE PRECOS       *
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

           display "Preco Lista   : " WRK-PRECO
           MOVE Custo-Produto-W TO WRK-PRECO
           display "Custo Aquisic.: " WRK-PRECO
           MOVE Peso-Bruto-W TO WRK-PESO
           display "Peso Bruto KG : " WRK-PESO
           MOVE Volume-W TO WRK-VOLUME
           display "Volume M3     : " WRK-VOLUME
           display "NCM           : " NCM-W
           display "Ativo         : " Produto-Ativo-W
           display " "
           display MENSAGEM2
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL
           MOVE SPACES TO ARQ-SALDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldos.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDOS
           MOVE SPACES TO ARQ-CUSTOHIST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "precovig.dat" DELIMITED BY SIZE
                  INTO ARQ-PRECOVIG
           MOVE SPACES TO ARQ-PRODCOMP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "prodcomp.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODCOMP
           MOVE SPACES TO ARQ-PRODUNID
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produnid.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUNID.
       END PROGRAM Pgm00006.
