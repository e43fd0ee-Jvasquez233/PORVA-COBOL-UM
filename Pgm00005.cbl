           RECORD KEY IS Chave-Trava
           FILE STATUS IS FILE-STATUS-TRV.

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

           SELECT ITEMUNID ASSIGN ARQ-ITEMUNID
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Itemunid
           FILE STATUS IS FILE-STATUS-IU.

           SELECT SALDOS ASSIGN ARQ-SALDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Acordo
           FILE STATUS IS FILE-STATUS-AC.

           SELECT CAMPANHAS ASSIGN ARQ-CAMPANHAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Campanha-cp
           FILE STATUS IS FILE-STATUS-CP.

           SELECT PRECOVIG ASSIGN ARQ-PRECOVIG
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Km-Ate-tf
           FILE STATUS IS FILE-STATUS-FRT.

           SELECT ZONAS ASSIGN ARQ-ZONAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Zona
           FILE STATUS IS FILE-STATUS-ZON.

           SELECT FERIADOS ASSIGN ARQ-FERIADOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Data-Feriado-fe
           FILE STATUS IS FILE-STATUS-FER.

           SELECT PERFECH ASSIGN ARQ-PERFECH
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SESSAO   ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.
              88 PEDIDO-EM-SEPARACAO                     VALUE "S".
              88 PEDIDO-EM-ENTREGA                       VALUE "T".
              88 PEDIDO-ENTREGUE                         VALUE "E".
              88 PEDIDO-BACKORDER                        VALUE "B".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  ITENS.

           05 Quantidade-it                PIC 9(007)v9(002).
           05 Preco-Unitario-it            PIC 9(007)v9(002).
           05 Total-Item-it                PIC 9(009)v9(002).
           05 Quantidade-Faturada-it       PIC 9(007)v9(002).
           05 Tipo-Item-it                 PIC X(001).
              88 ITEM-NORMAL                             VALUE "N".
              88 ITEM-BONIFICACAO                        VALUE "B".
           05 Codigo-Campanha-it           PIC 9(005).
           05 Valor-Campanha-it            PIC 9(009)v9(002).

       FD  PRODUTOS.

           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  CLIENTES.

           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  VENDEDOR.

           05 Data-tv                      PIC X(010).
           05 Hora-tv                      PIC X(008).

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

      ********** UNIDADES ALTERNATIVAS DO PRODUTO (CX, PL, ...): ******
      *    MANTIDAS PELO PGM00006. FATOR = QUANTAS UNIDADES DE       *
      *    ESTOQUE (Unidade-Produto) HA EM UMA UNIDADE ALTERNATIVA   *
       01  REG-PRODUNID.
           05 Chave-Produnid.
              10 Codigo-Produto-un         PIC 9(005).
              10 Unidade-Alt-un            PIC X(003).
           05 Fator-Conversao-un           PIC 9(005)v9(004).

       FD  ITEMUNID.

      ********** UNIDADE EM QUE O CLIENTE PEDIU A LINHA, QUANDO ******
      *    DIFERENTE DA UNIDADE DE ESTOQUE. A LINHA EM ITENS FICA    *
      *    SEMPRE NA UNIDADE DE ESTOQUE (SALDOS, MOVEST, RESERVA);   *
      *    NOTA FISCAL E ROMANEIO IMPRIMEM A UNIDADE PEDIDA          *
       01  REG-ITEMUNID.
           05 Chave-Itemunid.
              10 Numero-Pedido-iu          PIC 9(007).
              10 Sequencia-iu              PIC 9(003).
           05 Unidade-Pedida-iu            PIC X(003).
           05 Quantidade-Pedida-iu         PIC 9(007)v9(002).
           05 Fator-iu                     PIC 9(005)v9(004).
           05 Preco-Pedido-iu              PIC 9(007)v9(002).

       FD  SALDOS.

       01  REG-SALDOS.
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  ACORDOS.

           05 Vigencia-Ini-ac              PIC 9(008).
           05 Vigencia-Fim-ac              PIC 9(008).

       FD  CAMPANHAS.

      ********** CAMPANHA PROMOCIONAL (PGM00041): DESCONTO % OU ******
      *    BONIFICACAO (Qtd-Bonus-cp A CADA Qtd-Base-cp DO MESMO     *
      *    PRODUTO) PARA UMA FAIXA DE PRODUTOS, NA ZONA E NA         *
      *    CLASSIFICACAO DO CLIENTE (EM BRANCO = TODAS)              *
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

       FD  PRECOVIG.

       01  REG-PRECOVIG.
           05 Km-Ate-tf                    PIC 9(006).
           05 Valor-Frete-tf               PIC 9(007)v9(002).

       FD  ZONAS.

       01  REG-ZONAS.
           05 Codigo-Zona                  PIC X(003).
           05 Descricao-Zona               PIC X(030).
           05 Zona-Ativa                   PIC X(001)   VALUE "S".
              88 ZONA-E-ATIVA                            VALUE "S".
              88 ZONA-INATIVA                            VALUE "N".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Qtd-Faixas-Zona              PIC 9(002)   VALUE ZEROES.
           05 Faixas-Cep-Zona.
              10 Faixa-Cep-Zona            OCCURS 10 TIMES.
                 15 Cep-Inicial-Zona       PIC 9(008).
                 15 Cep-Final-Zona         PIC 9(008).
           05 Dias-Entrega-Zona.
              10 Dia-Entrega-Zona          PIC X(001)   OCCURS 7 TIMES.
           05 Hora-Corte-Zona              PIC 9(004)   VALUE ZEROES.

       FD  FERIADOS.

       01  REG-FERIADOS.
           05 Data-Feriado-fe              PIC 9(008).
           05 Descricao-Feriado            PIC X(030).

       FD  PERFECH.

       01  REG-PERFECH.
           05 Codigo-Tabprod               PIC 9(005).
           05 Codigo-Taborc                PIC 9(007).
           05 Codigo-Tabocor               PIC 9(007).
           05 Codigo-Tabforn               PIC 9(005).
           05 Codigo-Tabcomp               PIC 9(007).

       FD  RELVENCL BLOCK 107 CHARACTERS.

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
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-PERFECH                     PIC X(080)   VALUE SPACES.
           05 ARQ-TABFRETE                    PIC X(080)   VALUE SPACES.
           05 ARQ-ZONAS                       PIC X(080)   VALUE SPACES.
           05 ARQ-FERIADOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRECOVIG                    PIC X(080)   VALUE SPACES.
           05 ARQ-ACORDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CAMPANHAS                   PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODCOMP                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUNID                    PIC X(080)   VALUE SPACES.
           05 ARQ-ITEMUNID                    PIC X(080)   VALUE SPACES.
           05 ARQ-TRAVAS                      PIC X(080)   VALUE SPACES.
           05 ARQ-CLIMOV                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-TABLA                       PIC X(080)   VALUE SPACES.
           05 ARQ-RELVENCL                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Numero-Pedido-W              PIC 9(007)   VALUE ZEROES.
       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 COMANDO-ESPELHO              PIC X(040)   VALUE SPACES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-AGREGAR                   PIC X        VALUE SPACES.
           05 SW-MODIFIC                   PIC X        VALUE SPACES.
           05 Codigo-Produto-Item-W        PIC 9(005)   VALUE ZEROES.
           05 Quantidade-Item-W            PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Unidade-Pedida-W             PIC X(003)   VALUE SPACES.
           05 Qtd-Pedida-W                 PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Fator-Item-W                 PIC 9(005)v9(004)
                                            VALUE ZEROES.
           05 FILE-STATUS-UN               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IU               PIC 99       VALUE ZEROES.
           05 SW-UNIDADE-OK                PIC X        VALUE "S".
           05 Perc-Desconto-W              PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Desc-Max-Perfil-W            PIC 9(002)v9(002)
           05 FILE-STATUS-FRT              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CP               PIC 99       VALUE ZEROES.
           05 SW-ACORDO-APLICADO           PIC X        VALUE "N".
           05 SW-FIM-CAMPANHAS             PIC X        VALUE "N".
              88 FIM-CAMPANHAS                           VALUE "S".
              88 NO-FIM-CAMPANHAS                        VALUE "N".
           05 Zona-Cliente-W               PIC X(003)   VALUE SPACES.
           05 Classif-Cliente-W            PIC X(001)   VALUE SPACES.
           05 Campanha-Escolhida-W         PIC 9(005)   VALUE ZEROES.
           05 Tipo-Campanha-W              PIC X(001)   VALUE SPACES.
           05 Beneficio-W                  PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Melhor-Beneficio-W           PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Perc-Campanha-W              PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Multiplo-Bonus-W             PIC 9(007)   VALUE ZEROES.
           05 Qtd-Bonus-W                  PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Bonus-Cand-W             PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Preco-Campanha-W             PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Valor-Campanha-W             PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 FILE-STATUS-EST              PIC 99       VALUE ZEROES.
           05 SW-SALDOS-IO                 PIC X        VALUE "N".
           05 Situacao-Reserva-W           PIC X        VALUE SPACES.
              88 PEDIDO-RESERVA-ESTOQUE              VALUE "A" "P" "B".
           05 Qtd-Reserva-W                PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Reservado-Novo-W             PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Disponivel-Est-W             PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 WRK-DISPONIVEL               PIC ZZZ.ZZ9,99-.
           05 FILE-STATUS-PC               PIC 99       VALUE ZEROES.
           05 SW-E-KIT                     PIC X        VALUE "N".
           05 SW-FIM-COMP                  PIC X        VALUE "N".
              88 FIM-COMP                               VALUE "S".
              88 NO-FIM-COMP                            VALUE "N".
           05 Disponivel-Comp-W            PIC s9(007)  VALUE ZEROES.
           05 FILE-STATUS-TRV              PIC 99       VALUE ZEROES.
           05 SW-TRAVA-OK                  PIC X        VALUE "N".
           05 CHAVE-TRAVA-W                PIC X(014)   VALUE SPACES.
           05 Long-Cliente-W               PIC s9(003)v9(008)
                                            VALUE ZEROES.
           05 WRK-FRETE                    PIC Z.ZZZ.ZZ9,99.
      ********** DATA PROMETIDA DE ENTREGA (AAAAMMDD): DIAS DA *******
      *    SEMANA COM ENTREGA NA ZONA NA ORDEM SEG...SAB,DOM, O      *
      *    MESMO SENTIDO DO DIA 1 DO CALENDARIO INTEIRO DO COBOL     *
      *    (UMA SEGUNDA-FEIRA)                                       *
           05 FILE-STATUS-ZON              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FER              PIC 99       VALUE ZEROES.
           05 SW-FERIADOS-OK               PIC X        VALUE "N".
           05 SW-FERIADO                   PIC X        VALUE "N".
           05 Data-Prometida-W             PIC 9(008)   VALUE ZEROES.
           05 Data-Prometida-R REDEFINES Data-Prometida-W.
              10 AAAA-Prom-W               PIC 9(004).
              10 MM-Prom-W                 PIC 9(002).
              10 DD-Prom-W                 PIC 9(002).
           05 Data-Prometida-Edit          PIC X(010)   VALUE SPACES.
           05 Dias-Entrega-W               PIC X(007)   VALUE SPACES.
           05 Qtd-Dias-Entrega-W           PIC 9(001)   VALUE ZEROES.
           05 Hora-Corte-W                 PIC 9(004)   VALUE ZEROES.
           05 Hora-Pedido-W                PIC 9(004)   VALUE ZEROES.
           05 Data-Corrida-Int             PIC 9(008)   VALUE ZEROES.
           05 Data-Teste-Amd               PIC 9(008)   VALUE ZEROES.
           05 Dia-Semana-W                 PIC 9(001)   VALUE ZEROES.
           05 Dias-Busca-W                 PIC 9(003)   VALUE ZEROES.
           05 VARIABLES-HAVERSINE.
              10 PI-CONST              PIC 9(001)v9(009)
                                        VALUE 3,141592653.
                 15 Quantidade-ItT         PIC 9(007)v9(002).
                 15 Preco-ItT              PIC 9(007)v9(002).
                 15 Total-ItT              PIC 9(009)v9(002).
                 15 Tipo-ItT               PIC X(001).
                 15 Campanha-ItT           PIC 9(005).
                 15 Valor-Camp-ItT         PIC 9(009)v9(002).
                 15 Unidade-ItT            PIC X(003).
                 15 Qtd-Pedida-ItT         PIC 9(007)v9(002).
                 15 Fator-ItT              PIC 9(005)v9(004).

           05 CONSTANT-LITERALES.
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00005".
                  MOVE "N"             TO VALID-Valor
               ELSE
               PERFORM CALCULAR-FRETE-PEDIDO
               PERFORM CALCULAR-DATA-PROMETIDA
               MOVE "A"                TO SW-TABLA
               PERFORM MOSTRAR-REGISTRO
               EVALUATE OPC-W
                  MOVE SPACES             TO Data-Situacao-ped
                  MOVE SPACES             TO Responsavel-ped
                  MOVE Valor-Frete-W      TO Valor-Frete-ped
                  MOVE Data-Prometida-W   TO Data-Prometida-ped
                  WRITE REG-PEDIDOS
                  PERFORM GRAVAR-CLIMOV-PEDIDO
                  MOVE Situacao-Pedido    TO Situacao-Reserva-W
                  PERFORM GRAVAR-ITENS-PEDIDO
                  MOVE "PEDIDO"     TO Entidade-Audit-W
                  MOVE "INCLUSAO"   TO Acao-Audit-W
                  STRING "CLIENTE " Codigo-Cliente-W
                         " VENDEDOR " Codigo-Vendedor-W
                         " DESC " Perc-Desconto-W
                         " ENTREGA " Data-Prometida-W
                     DELIMITED BY SIZE INTO Valor-Depois-Audit-W
                  PERFORM GRAVAR-AUDITORIA
                  PERFORM EMITIR-ESPELHO-PEDIDO
                  MOVE "S"          TO SW-AGREGAR
                  INITIALIZE REG-WORK
                  END-IF
              CLOSE TABFRETE
           END-IF.

       CALCULAR-DATA-PROMETIDA.
      ********** DATA PROMETIDA DE ENTREGA: O PRIMEIRO DIA DE ********
      *    ENTREGA DA ZONA DO CLIENTE (ZONAS.DAT, PGM00008) A PARTIR *
      *    DO DIA SEGUINTE AO PEDIDO, OU DE DOIS DIAS DEPOIS QUANDO  *
      *    O PEDIDO ENTRA APOS A HORA DE CORTE DA ZONA, PULANDO OS   *
      *    FERIADOS (PGM00023). ZONA SEM DIAS CADASTRADOS (OU O      *
      *    CLIENTE SEM ZONA) RECEBE DE SEGUNDA A SEXTA, SEM CORTE    *
           MOVE ZEROES TO Data-Prometida-W
           PERFORM BUSCAR-PERFIL-CAMPANHA
           MOVE SPACES TO Dias-Entrega-W
           MOVE ZEROES TO Hora-Corte-W
           OPEN INPUT ZONAS
           IF FILE-STATUS-ZON = 00
              MOVE Zona-Cliente-W TO Codigo-Zona
              READ ZONAS
              IF FILE-STATUS-ZON = 00
                 MOVE Dias-Entrega-Zona TO Dias-Entrega-W
                 IF Hora-Corte-Zona IS NUMERIC
                    MOVE Hora-Corte-Zona TO Hora-Corte-W
                 END-IF
              END-IF
              CLOSE ZONAS
           END-IF
           MOVE ZEROES TO Qtd-Dias-Entrega-W
           INSPECT Dias-Entrega-W TALLYING Qtd-Dias-Entrega-W
              FOR ALL "S"
           IF Qtd-Dias-Entrega-W = ZEROES
              MOVE "SSSSS  " TO Dias-Entrega-W
           END-IF

           PERFORM ATUALIZAR-DATA-HORA
           COMPUTE Data-Corrida-Int = FUNCTION INTEGER-OF-DATE
              (20000000 + FUNCTION NUMVAL(AA-AUX) * 10000
               + FUNCTION NUMVAL(MM-AUX) * 100
               + FUNCTION NUMVAL(DD-AUX)) + 1
           COMPUTE Hora-Pedido-W = FUNCTION NUMVAL(HH-AUX) * 100
                                 + FUNCTION NUMVAL(MIN-AUX)
           IF Hora-Corte-W > ZEROES AND Hora-Pedido-W > Hora-Corte-W
              ADD 1 TO Data-Corrida-Int
           END-IF

           OPEN INPUT FERIADOS
           IF FILE-STATUS-FER = 00
              MOVE "S" TO SW-FERIADOS-OK
           ELSE
              MOVE "N" TO SW-FERIADOS-OK
           END-IF
           MOVE ZEROES TO Dias-Busca-W
           PERFORM TESTAR-DIA-ENTREGA
              UNTIL Data-Prometida-W > ZEROES OR Dias-Busca-W > 60
           IF SW-FERIADOS-OK = "S"
              CLOSE FERIADOS
           END-IF
           IF Data-Prometida-W = ZEROES
              MOVE "ZONA SEM DIA DE ENTREGA LIVRE EM 60 DIAS"
                   TO MENSAGEM
           END-IF.

       TESTAR-DIA-ENTREGA.
           COMPUTE Dia-Semana-W =
              FUNCTION MOD(Data-Corrida-Int - 1, 7) + 1
           IF Dias-Entrega-W(Dia-Semana-W:1) = "S"
              COMPUTE Data-Teste-Amd = FUNCTION DATE-OF-INTEGER
                                       (Data-Corrida-Int)
              MOVE "N" TO SW-FERIADO
              IF SW-FERIADOS-OK = "S"
                 MOVE Data-Teste-Amd TO Data-Feriado-fe
                 READ FERIADOS
                 IF FILE-STATUS-FER = 00
                    MOVE "S" TO SW-FERIADO
                 END-IF
              END-IF
              IF SW-FERIADO = "N"
                 MOVE Data-Teste-Amd TO Data-Prometida-W
              END-IF
           END-IF
           ADD 1 TO Data-Corrida-Int
           ADD 1 TO Dias-Busca-W.

       EDITAR-DATA-PROMETIDA.
           MOVE SPACES TO Data-Prometida-Edit
           STRING DD-Prom-W "-" MM-Prom-W "-" AAAA-Prom-W
              DELIMITED BY SIZE INTO Data-Prometida-Edit.

       PROCURAR-FAIXA-FRETE.
           SET NO-FIM-FRT TO TRUE
           MOVE ZEROES TO Km-Ate-tf
           PERFORM VALIDA-Vendedor-Pedido
           END-IF
           IF VALID-Valor = "N" AND VALID-Vendedor = "S"
      ********** PEDIDO COM FATURAMENTO PARCIAL (BACKORDER) JA TEM ***
      *    QUANTIDADES FATURADAS NAS LINHAS: OS ITENS NAO SAO        *
      *    REDIGITADOS                                               *
           IF PEDIDO-BACKORDER
              display "PEDIDO PARCIALMENTE FATURADO: ITENS MANTIDOS"
              MOVE 2                   TO OPC-W
           ELSE
           display "Alterar Itens do Pedido (1=Sim 2=Manter): "
           display " "with no advancing
           accept OPC-W
           END-IF
           MOVE SPACES                 TO MENSAGEM
           IF OPC-W = 1
              PERFORM INFORMAR-ITENS
                  REWRITE REG-PEDIDOS
                  PERFORM ATUALIZAR-CLIMOV-PEDIDO
                  IF SW-ITENS-NOVOS = "S"
                     MOVE Situacao-Pedido TO Situacao-Reserva-W
                     PERFORM APAGAR-ITENS-PEDIDO
                     PERFORM GRAVAR-ITENS-PEDIDO
                  END-IF
                  PERFORM GRAVAR-AUDITORIA
                  PERFORM EMITIR-ESPELHO-PEDIDO
                  MOVE "S"          TO SW-MODIFIC
                  END-IF
                  WHEN OTHER
           display "EXCLUSAO DE PEDIDOS"
           display MENSAGEM
           PERFORM SELECIONA-PEDIDO
           IF VALID-Pedido = "S" AND PEDIDO-BACKORDER
              MOVE "PEDIDO PARCIALMENTE FATURADO: EXCLUSAO RECUSADA"
                   TO MENSAGEM
              INITIALIZE REG-WORK
              MOVE "S"              TO SW-EXCLUC
              MOVE "N"              TO VALID-Pedido
           END-IF
           IF VALID-Pedido = "S"
           MOVE "E"                 TO SW-TABLA
           PERFORM MOSTRAR-REGISTRO
                     DELIMITED BY SIZE INTO Valor-Antes-Audit-W
                  MOVE SPACES       TO Valor-Depois-Audit-W
                  PERFORM GRAVAR-AUDITORIA
                  MOVE Situacao-Pedido TO Situacao-Reserva-W
                  DELETE PEDIDOS
                  PERFORM REMOVER-CLIMOV-PEDIDO
                  PERFORM APAGAR-ITENS-PEDIDO
           MOVE ZEROES                TO Valor-Pedido-W
           MOVE "S"                   TO SW-ITENS-NOVOS
           SET NO-FIM-ITENS           TO TRUE
           PERFORM BUSCAR-PERFIL-CAMPANHA
           display "ENTRADA DE ITENS DO PEDIDO (PRODUTO 0 = FIM)"
           PERFORM INFORMAR-UM-ITEM UNTIL FIM-ITENS
           IF Valor-Pedido-W > ZEROES
              IF Quantidade-Item-W IS NOT NUMERIC
                 OR Quantidade-Item-W = ZEROES
                 display "QUANTIDADE INVALIDA, ITEM DESCARTADO"
              ELSE
                 PERFORM INFORMAR-UNIDADE-ITEM
              IF SW-UNIDADE-OK NOT = "S"
                 display "UNIDADE " Unidade-Pedida-W
                         " NAO CADASTRADA PARA O PRODUTO, "
                         "ITEM DESCARTADO"
              ELSE
                 PERFORM AVISAR-SALDO-ESTOQUE
                 PERFORM APLICAR-CAMPANHA
                 ADD 1                TO QTD-ITENS-W
                 MOVE Codigo-Produto  TO Produto-ItT(QTD-ITENS-W)
                 MOVE Descricao-Produto
                                      TO Descricao-ItT(QTD-ITENS-W)
                 MOVE Quantidade-Item-W
                                      TO Quantidade-ItT(QTD-ITENS-W)
                 MOVE Preco-Campanha-W TO Preco-ItT(QTD-ITENS-W)
                 COMPUTE Total-ItT(QTD-ITENS-W) ROUNDED =
                    Quantidade-Item-W * Preco-Campanha-W
                 MOVE "N"             TO Tipo-ItT(QTD-ITENS-W)
                 MOVE Campanha-Escolhida-W
                                      TO Campanha-ItT(QTD-ITENS-W)
                 MOVE Valor-Campanha-W TO Valor-Camp-ItT(QTD-ITENS-W)
                 MOVE Unidade-Pedida-W TO Unidade-ItT(QTD-ITENS-W)
                 MOVE Qtd-Pedida-W    TO Qtd-Pedida-ItT(QTD-ITENS-W)
                 MOVE Fator-Item-W    TO Fator-ItT(QTD-ITENS-W)
                 ADD Total-ItT(QTD-ITENS-W) TO Valor-Pedido-W
                 MOVE Total-ItT(QTD-ITENS-W) TO WRK-TOTAL-IT
                 display "TOTAL DA LINHA: " WRK-TOTAL-IT
                 IF Qtd-Bonus-W > ZEROES
                    PERFORM INCLUIR-LINHA-BONIFICACAO
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       INFORMAR-UNIDADE-ITEM.
      ********** O CLIENTE PODE PEDIR EM UNIDADE ALTERNATIVA *********
      *    (PRODUNID.DAT, PGM00006): A QUANTIDADE E CONVERTIDA PARA  *
      *    A UNIDADE DE ESTOQUE, QUE E A DA LINHA EM ITENS, E A      *
      *    UNIDADE PEDIDA FICA GUARDADA PARA A NOTA E O ROMANEIO     *
           MOVE "S"    TO SW-UNIDADE-OK
           MOVE ZEROES TO Qtd-Pedida-W
           MOVE ZEROES TO Fator-Item-W
           display "INSIRA UNIDADE (BRANCO = " Unidade-Produto "): "
           display " "with no advancing
           MOVE SPACES TO Unidade-Pedida-W
           accept Unidade-Pedida-W
           MOVE FUNCTION UPPER-CASE(Unidade-Pedida-W)
                                TO Unidade-Pedida-W
           IF Unidade-Pedida-W = Unidade-Produto
              MOVE SPACES       TO Unidade-Pedida-W
           END-IF
           IF Unidade-Pedida-W NOT = SPACES
              MOVE "N" TO SW-UNIDADE-OK
              OPEN INPUT PRODUNID
              IF FILE-STATUS-UN = 00
                 MOVE Codigo-Produto   TO Codigo-Produto-un
                 MOVE Unidade-Pedida-W TO Unidade-Alt-un
                 READ PRODUNID
                 IF FILE-STATUS-UN = 00
                    MOVE "S" TO SW-UNIDADE-OK
                    MOVE Fator-Conversao-un TO Fator-Item-W
                 END-IF
                 CLOSE PRODUNID
              END-IF
              IF SW-UNIDADE-OK = "S"
                 MOVE Quantidade-Item-W TO Qtd-Pedida-W
                 COMPUTE Quantidade-Item-W ROUNDED =
                    Qtd-Pedida-W * Fator-Item-W
                 MOVE Quantidade-Item-W TO WRK-QTD-IT
                 display "Em estoque    : " WRK-QTD-IT " "
                         Unidade-Produto
                 COMPUTE WRK-PRECO-IT ROUNDED =
                    Preco-Vigente-W * Fator-Item-W
                 display "Preco Vigente : " WRK-PRECO-IT " POR "
                         Unidade-Pedida-W
              END-IF
           END-IF.

       AVISAR-SALDO-ESTOQUE.
      ********** AVISO (SEM BLOQUEIO) QUANDO O SALDO DISPONIVEL ******
      *    (SALDO DE ESTOQUE MENOS O JA RESERVADO POR OUTROS PEDIDOS *
      *    EM ABERTO) NAO COBRE A QUANTIDADE DIGITADA                *
           OPEN INPUT SALDOS
           IF FILE-STATUS-EST = 00
              MOVE "N" TO SW-E-KIT
              OPEN INPUT PRODCOMP
              IF FILE-STATUS-PC = 00
                 PERFORM CALCULAR-DISPONIVEL-KIT
                 CLOSE PRODCOMP
              END-IF
              IF SW-E-KIT = "S"
                 MOVE Disponivel-Est-W TO WRK-DISPONIVEL
                 display "Disponivel    : " WRK-DISPONIVEL
                         " (KIT, PELOS COMPONENTES)"
                 IF Disponivel-Est-W < Quantidade-Item-W
                    display "AVISO: SALDO DISPONIVEL INSUFICIENTE "
                            "PARA A QUANTIDADE DIGITADA"
                 END-IF
              ELSE
                 MOVE Codigo-Produto TO Codigo-Produto-sd
                 READ SALDOS
                 IF FILE-STATUS-EST NOT = 00
                    display "AVISO: PRODUTO SEM SALDO DE ESTOQUE"
                 ELSE
                    COMPUTE Disponivel-Est-W =
                       Saldo-Estoque-sd - Reservado-sd
                    MOVE Disponivel-Est-W TO WRK-DISPONIVEL
                    display "Disponivel    : " WRK-DISPONIVEL
                    IF Disponivel-Est-W < Quantidade-Item-W
                       display "AVISO: SALDO DISPONIVEL INSUFICIENTE "
                               "PARA A QUANTIDADE DIGITADA"
                    END-IF
                 END-IF
              END-IF
              CLOSE SALDOS
           END-IF.

       CALCULAR-DISPONIVEL-KIT.
      ********** KIT (PRODCOMP.DAT, PGM00006): QUANTOS KITS CABEM ****
      *    NO DISPONIVEL DE CADA COMPONENTE, O MENOR DELES, MENOS O  *
      *    JA RESERVADO PARA O PROPRIO KIT                           *
           MOVE 9999999        TO Disponivel-Est-W
           MOVE Codigo-Produto TO Codigo-Kit-pc
           MOVE ZEROES         TO Codigo-Componente-pc
           SET NO-FIM-COMP TO TRUE
           START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
              INVALID KEY SET FIM-COMP TO TRUE
           END-START
           PERFORM UNTIL FIM-COMP
              READ PRODCOMP NEXT RECORD
                 AT END SET FIM-COMP TO TRUE
              END-READ
              IF NO-FIM-COMP
                 IF Codigo-Kit-pc NOT = Codigo-Produto
                    SET FIM-COMP TO TRUE
                 ELSE
                    MOVE "S" TO SW-E-KIT
                    MOVE ZEROES TO Disponivel-Comp-W
                    MOVE Codigo-Componente-pc TO Codigo-Produto-sd
                    READ SALDOS
                    IF FILE-STATUS-EST = 00 AND Quantidade-pc > ZEROES
                       COMPUTE Disponivel-Comp-W =
                          (Saldo-Estoque-sd - Reservado-sd)
                          / Quantidade-pc
                    END-IF
                    IF Disponivel-Comp-W < Disponivel-Est-W
                       MOVE Disponivel-Comp-W TO Disponivel-Est-W
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF SW-E-KIT = "S"
              MOVE Codigo-Produto TO Codigo-Produto-sd
              READ SALDOS
              IF FILE-STATUS-EST = 00
                 SUBTRACT Reservado-sd FROM Disponivel-Est-W
              END-IF
           END-IF.

       APLICAR-ACORDO-CLIENTE.
      ********** PRECO NEGOCIADO DO CLIENTE (ACORDOS.DAT, PGM00032) **
      *    DENTRO DA VIGENCIA TEM PRIORIDADE SOBRE A TABELA          *
           MOVE "N" TO SW-ACORDO-APLICADO
           OPEN INPUT ACORDOS
           IF FILE-STATUS-AC = 00
              COMPUTE DATA-HOJE-AMD =
                 AND Vigencia-Ini-ac <= DATA-HOJE-AMD
                 AND Vigencia-Fim-ac >= DATA-HOJE-AMD
                 MOVE Preco-Acordo-ac TO Preco-Vigente-W
                 MOVE "S"             TO SW-ACORDO-APLICADO
                 display "(PRECO DE ACORDO COMERCIAL APLICADO)"
              END-IF
              CLOSE ACORDOS
           END-IF.

       BUSCAR-PERFIL-CAMPANHA.
      ********** ZONA E CLASSIFICACAO DO CLIENTE DO PEDIDO, QUE ******
      *    DECIDEM QUAIS CAMPANHAS (CAMPANHAS.DAT) VALEM PARA ELE    *
           MOVE SPACES TO Zona-Cliente-W
           MOVE SPACES TO Classif-Cliente-W
           MOVE Codigo-Cliente-W TO Codigo-Cliente
           READ CLIENTES KEY IS Codigo-Cliente
           IF FILE-STATUS = 00
              MOVE Zona-Cliente          TO Zona-Cliente-W
              MOVE Classificacao-Cliente TO Classif-Cliente-W
           END-IF.

       APLICAR-CAMPANHA.
      ********** ESCOLHE, ENTRE AS CAMPANHAS ATIVAS E VIGENTES QUE ***
      *    ALCANCAM O PRODUTO, A ZONA E A CLASSIFICACAO DO CLIENTE,  *
      *    A DE MAIOR BENEFICIO NA QUANTIDADE DIGITADA; CAMPANHA NAO *
      *    SE SOMA AO PRECO DE ACORDO COMERCIAL                      *
           MOVE ZEROES          TO Campanha-Escolhida-W
           MOVE SPACES          TO Tipo-Campanha-W
           MOVE ZEROES          TO Melhor-Beneficio-W
           MOVE ZEROES          TO Perc-Campanha-W
           MOVE ZEROES          TO Qtd-Bonus-W
           MOVE ZEROES          TO Valor-Campanha-W
           MOVE Preco-Vigente-W TO Preco-Campanha-W
           IF SW-ACORDO-APLICADO = "N"
              OPEN INPUT CAMPANHAS
              IF FILE-STATUS-CP = 00
                 COMPUTE DATA-HOJE-AMD =
                    20000000 + FUNCTION NUMVAL(AA-AUX) * 10000
                    + FUNCTION NUMVAL(MM-AUX) * 100
                    + FUNCTION NUMVAL(DD-AUX)
                 SET NO-FIM-CAMPANHAS TO TRUE
                 MOVE ZEROES TO Codigo-Campanha-cp
                 START CAMPANHAS KEY IS NOT LESS THAN
                       Codigo-Campanha-cp
                    INVALID KEY SET FIM-CAMPANHAS TO TRUE
                 END-START
                 PERFORM AVALIAR-UMA-CAMPANHA UNTIL FIM-CAMPANHAS
                 CLOSE CAMPANHAS
              END-IF
           END-IF
           IF Campanha-Escolhida-W NOT = ZEROES
              IF Tipo-Campanha-W = "D"
                 COMPUTE Preco-Campanha-W ROUNDED =
                    Preco-Vigente-W * (100 - Perc-Campanha-W) / 100
                 COMPUTE Valor-Campanha-W ROUNDED =
                    Quantidade-Item-W * Preco-Vigente-W
                    - Quantidade-Item-W * Preco-Campanha-W
                 display "(CAMPANHA " Campanha-Escolhida-W
                         " APLICADA: DESCONTO DE " Perc-Campanha-W
                         "%)"
              ELSE
                 MOVE Qtd-Bonus-W TO WRK-QTD-IT
                 display "(CAMPANHA " Campanha-Escolhida-W
                         " APLICADA: BONIFICACAO DE " WRK-QTD-IT ")"
              END-IF
           END-IF.

       AVALIAR-UMA-CAMPANHA.
           READ CAMPANHAS NEXT RECORD
              AT END SET FIM-CAMPANHAS TO TRUE
           END-READ
           IF NOT FIM-CAMPANHAS
              IF CAMPANHA-ATIVA
                 AND Vigencia-Ini-cp <= DATA-HOJE-AMD
                 AND Vigencia-Fim-cp >= DATA-HOJE-AMD
                 AND Codigo-Produto >= Produto-Ini-cp
                 AND Codigo-Produto <= Produto-Fim-cp
                 AND (Zona-cp = SPACES OR Zona-cp = Zona-Cliente-W)
                 AND (Classificacao-cp = SPACES
                      OR Classificacao-cp = Classif-Cliente-W)
                 MOVE ZEROES TO Beneficio-W
                 MOVE ZEROES TO Qtd-Bonus-Cand-W
                 IF CAMPANHA-DESCONTO
                    COMPUTE Beneficio-W ROUNDED =
                       Quantidade-Item-W * Preco-Vigente-W
                       * Perc-Desconto-cp / 100
                 ELSE
      ********** A LINHA BONIFICADA PRECISA DE LUGAR NA TABELA *******
                 IF CAMPANHA-BONIFICACAO AND Qtd-Base-cp > ZEROES
                    AND QTD-ITENS-W < 49
                    DIVIDE Quantidade-Item-W BY Qtd-Base-cp
                       GIVING Multiplo-Bonus-W
                    COMPUTE Qtd-Bonus-Cand-W =
                       Multiplo-Bonus-W * Qtd-Bonus-cp
                    COMPUTE Beneficio-W ROUNDED =
                       Qtd-Bonus-Cand-W * Preco-Vigente-W
                 END-IF
                 END-IF
                 IF Beneficio-W > Melhor-Beneficio-W
                    MOVE Beneficio-W        TO Melhor-Beneficio-W
                    MOVE Codigo-Campanha-cp TO Campanha-Escolhida-W
                    MOVE Tipo-Campanha-cp   TO Tipo-Campanha-W
                    MOVE Perc-Desconto-cp   TO Perc-Campanha-W
                    MOVE Qtd-Bonus-Cand-W   TO Qtd-Bonus-W
                 END-IF
              END-IF
           END-IF.

       INCLUIR-LINHA-BONIFICACAO.
      ********** MERCADORIA BONIFICADA SAI EM LINHA PROPRIA A PRECO **
      *    ZERO, MARCADA COMO BONIFICACAO PARA A NF-E (PROGRAMA68);  *
      *    O VALOR DE TABELA DA BONIFICACAO FICA EM Valor-Camp-ItT   *
           ADD 1                TO QTD-ITENS-W
           MOVE Codigo-Produto  TO Produto-ItT(QTD-ITENS-W)
           MOVE Descricao-Produto
                                TO Descricao-ItT(QTD-ITENS-W)
           MOVE Qtd-Bonus-W     TO Quantidade-ItT(QTD-ITENS-W)
           MOVE ZEROES          TO Preco-ItT(QTD-ITENS-W)
           MOVE ZEROES          TO Total-ItT(QTD-ITENS-W)
           MOVE "B"             TO Tipo-ItT(QTD-ITENS-W)
           MOVE SPACES          TO Unidade-ItT(QTD-ITENS-W)
           MOVE ZEROES          TO Qtd-Pedida-ItT(QTD-ITENS-W)
           MOVE ZEROES          TO Fator-ItT(QTD-ITENS-W)
           MOVE Campanha-Escolhida-W
                                TO Campanha-ItT(QTD-ITENS-W)
           COMPUTE Valor-Camp-ItT(QTD-ITENS-W) ROUNDED =
              Qtd-Bonus-W * Preco-Vigente-W
           MOVE Qtd-Bonus-W     TO WRK-QTD-IT
           display "LINHA DE BONIFICACAO INCLUIDA: " WRK-QTD-IT " "
                   Unidade-Produto " A PRECO ZERO".

       BUSCAR-PRECO-VIGENTE-PED.
      ********** PRECO VIGENTE NA DATA (PRECOVIG.DAT, MANTIDO PELO ***
      *    PGM00006 E PELO REAJUSTE DO PROGRAMA57); SEM HISTORICO    *

       GRAVAR-ITENS-PEDIDO.
      ********** GRAVA AS LINHAS DIGITADAS COM O NUMERO DO PEDIDO ****
      *    RESERVADO NA TABLA; PEDIDO ABERTO OU PENDENTE COMPROMETE  *
      *    O ESTOQUE DE CADA LINHA (Reservado-sd) ATE O FATURAMENTO  *
           PERFORM ABRIR-SALDOS-RESERVA
           OPEN I-O ITEMUNID
           IF FILE-STATUS-IU NOT = 00
              OPEN OUTPUT ITEMUNID
              CLOSE ITEMUNID
              OPEN I-O ITEMUNID
           END-IF
           PERFORM GRAVAR-UM-ITEM
              VARYING IND-IT FROM 1 BY 1
              UNTIL IND-IT > QTD-ITENS-W
           CLOSE ITEMUNID
           PERFORM FECHAR-SALDOS-RESERVA.

       GRAVAR-UM-ITEM.
           MOVE Numero-Pedido-W       TO Numero-Pedido-it
           MOVE Quantidade-ItT(IND-IT) TO Quantidade-it
           MOVE Preco-ItT(IND-IT)     TO Preco-Unitario-it
           MOVE Total-ItT(IND-IT)     TO Total-Item-it
           MOVE ZEROES                TO Quantidade-Faturada-it
           MOVE Tipo-ItT(IND-IT)      TO Tipo-Item-it
           MOVE Campanha-ItT(IND-IT)  TO Codigo-Campanha-it
           MOVE Valor-Camp-ItT(IND-IT) TO Valor-Campanha-it
           WRITE REG-ITENS
           IF Unidade-ItT(IND-IT) NOT = SPACES
              MOVE Numero-Pedido-W    TO Numero-Pedido-iu
              MOVE IND-IT             TO Sequencia-iu
              MOVE Unidade-ItT(IND-IT) TO Unidade-Pedida-iu
              MOVE Qtd-Pedida-ItT(IND-IT) TO Quantidade-Pedida-iu
              MOVE Fator-ItT(IND-IT)  TO Fator-iu
              COMPUTE Preco-Pedido-iu ROUNDED =
                 Preco-ItT(IND-IT) * Fator-ItT(IND-IT)
              WRITE REG-ITEMUNID
                 INVALID KEY REWRITE REG-ITEMUNID
              END-WRITE
           END-IF
           IF PEDIDO-RESERVA-ESTOQUE
              MOVE Quantidade-it      TO Qtd-Reserva-W
              PERFORM ATUALIZAR-RESERVA
           END-IF.

       APAGAR-ITENS-PEDIDO.
      ********** REMOVE TODAS AS LINHAS DO PEDIDO (EXCLUSAO OU *******
      *    REDIGITACAO DOS ITENS NA ALTERACAO), DEVOLVENDO A RESERVA *
      *    DE ESTOQUE DE CADA LINHA                                  *
           PERFORM ABRIR-SALDOS-RESERVA
           MOVE Numero-Pedido-W       TO Numero-Pedido-it
           MOVE ZEROES                TO Sequencia-it
           SET NO-FIM-ITENS           TO TRUE
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY SET FIM-ITENS TO TRUE
           END-START
           OPEN I-O ITEMUNID
           PERFORM APAGAR-UM-ITEM UNTIL FIM-ITENS
           IF FILE-STATUS-IU = 00
              CLOSE ITEMUNID
           END-IF
           PERFORM FECHAR-SALDOS-RESERVA.

       APAGAR-UM-ITEM.
           READ ITENS NEXT RECORD
           END-READ
           IF NOT FIM-ITENS
              IF Numero-Pedido-it = Numero-Pedido-W
                 IF PEDIDO-RESERVA-ESTOQUE
                    COMPUTE Qtd-Reserva-W = Quantidade-Faturada-it
                                          - Quantidade-it
                    PERFORM ATUALIZAR-RESERVA
                 END-IF
                 IF FILE-STATUS-IU = 00
                    MOVE Numero-Pedido-it TO Numero-Pedido-iu
                    MOVE Sequencia-it     TO Sequencia-iu
                    DELETE ITEMUNID
                       INVALID KEY CONTINUE
                    END-DELETE
                    MOVE ZEROES           TO FILE-STATUS-IU
                 END-IF
                 DELETE ITENS
              ELSE
                 SET FIM-ITENS        TO TRUE
              END-IF
           END-IF.

       ABRIR-SALDOS-RESERVA.
      ********** SEM O ARQUIVO DE SALDOS (PGM00033 NAO UTILIZADO) ****
      *    NAO HA RESERVA A MANTER                                   *
           MOVE "N" TO SW-SALDOS-IO
           OPEN I-O SALDOS
           IF FILE-STATUS-EST = 00
              MOVE "S" TO SW-SALDOS-IO
           END-IF.

       FECHAR-SALDOS-RESERVA.
           IF SW-SALDOS-IO = "S"
              CLOSE SALDOS
              MOVE "N" TO SW-SALDOS-IO
           END-IF.

       ATUALIZAR-RESERVA.
      ********** SOMA (OU, COM Qtd-Reserva-W NEGATIVA, DEVOLVE) A ****
      *    QUANTIDADE RESERVADA DO PRODUTO; PRODUTO AINDA SEM SALDO  *
      *    GANHA O REGISTRO ZERADO, COMO NA MOVIMENTACAO (PGM00033)  *
           IF SW-SALDOS-IO = "S"
              MOVE Codigo-Produto-it TO Codigo-Produto-sd
              READ SALDOS
              IF FILE-STATUS-EST NOT = 00 AND Qtd-Reserva-W > ZEROES
                 MOVE ZEROES        TO Saldo-Estoque-sd
                 MOVE ZEROES        TO Ponto-Reposicao-sd
                 MOVE ZEROES        TO Ult-Seq-Mov-sd
                 MOVE ZEROES        TO Reservado-sd
                 WRITE REG-SALDOS
                 READ SALDOS
              END-IF
              IF FILE-STATUS-EST = 00
                 COMPUTE Reservado-Novo-W = Reservado-sd + Qtd-Reserva-W
                 IF Reservado-Novo-W < ZEROES
                    MOVE ZEROES     TO Reservado-Novo-W
                 END-IF
                 MOVE Reservado-Novo-W TO Reservado-sd
                 REWRITE REG-SALDOS
              END-IF
           END-IF.

       LISTAR-ITENS-PEDIDO.
           display "SEQ PRODUTO    QUANTIDADE   PRECO UNITARIO"
                   "           TOTAL"
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY SET FIM-ITENS TO TRUE
           END-START
           OPEN INPUT ITEMUNID
           PERFORM LISTAR-UM-ITEM UNTIL FIM-ITENS
           IF FILE-STATUS-IU = 00
              CLOSE ITEMUNID
           END-IF.

       LISTAR-UM-ITEM.
           READ ITENS NEXT RECORD
                 MOVE Quantidade-it   TO WRK-QTD-IT
                 MOVE Preco-Unitario-it TO WRK-PRECO-IT
                 MOVE Total-Item-it   TO WRK-TOTAL-IT
                 IF ITEM-BONIFICACAO
                    display Sequencia-it " " Codigo-Produto-it "   "
                            WRK-QTD-IT " " WRK-PRECO-IT " "
                            WRK-TOTAL-IT " BONIF " Codigo-Campanha-it
                 ELSE
                    display Sequencia-it " " Codigo-Produto-it "   "
                            WRK-QTD-IT " " WRK-PRECO-IT " "
                            WRK-TOTAL-IT
                 END-IF
                 IF FILE-STATUS-IU = 00
                    MOVE Numero-Pedido-it TO Numero-Pedido-iu
                    MOVE Sequencia-it     TO Sequencia-iu
                    READ ITEMUNID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                          MOVE Quantidade-Pedida-iu TO WRK-QTD-IT
                          MOVE Preco-Pedido-iu      TO WRK-PRECO-IT
                          display "    PEDIDO EM " Unidade-Pedida-iu
                                  ": " WRK-QTD-IT " " WRK-PRECO-IT
                    END-READ
                    MOVE ZEROES           TO FILE-STATUS-IU
                 END-IF
              ELSE
                 SET FIM-ITENS        TO TRUE
              END-IF
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

       EMITIR-ESPELHO-PEDIDO.
      ********** ESPELHO DO PEDIDO PARA CONFIRMACAO AO CLIENTE *******
      *    (PROGRAMA98): TEXTO PARA IMPRESSAO E E-MAIL PRONTO PARA   *
      *    ENVIO, REEMITIDO A CADA GRAVACAO DO PEDIDO                *
           MOVE SPACES TO COMANDO-ESPELHO
           STRING "Programa98.exe " Numero-Pedido
              DELIMITED BY SIZE INTO COMANDO-ESPELHO
           CALL "SYSTEM" USING COMANDO-ESPELHO.

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".

           IF SW-TABLA = "A"
              MOVE Valor-Frete-W TO WRK-FRETE
              display "Frete         : " WRK-FRETE
           ELSE
              IF Data-Prometida-ped IS NUMERIC
                 MOVE Data-Prometida-ped TO Data-Prometida-W
              ELSE
                 MOVE ZEROES             TO Data-Prometida-W
              END-IF
           END-IF
           IF Data-Prometida-W > ZEROES
              PERFORM EDITAR-DATA-PROMETIDA
              display "Entrega Prom. : " Data-Prometida-Edit
           ELSE
              display "Entrega Prom. : (SEM DATA PROMETIDA)"
           END-IF
           display " "
           display MENSAGEM2
                  DELIMITED BY SIZE
                  "perfech.dat" DELIMITED BY SIZE
                  INTO ARQ-PERFECH
           MOVE SPACES TO ARQ-ZONAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "zonas.dat" DELIMITED BY SIZE
                  INTO ARQ-ZONAS
           MOVE SPACES TO ARQ-FERIADOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "feriados.dat" DELIMITED BY SIZE
                  INTO ARQ-FERIADOS
           MOVE SPACES TO ARQ-TABFRETE
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "tabfrete.dat" DELIMITED BY SIZE
                  INTO ARQ-TABFRETE
           MOVE SPACES TO ARQ-CAMPANHAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "campanhas.dat" DELIMITED BY SIZE
                  INTO ARQ-CAMPANHAS
           MOVE SPACES TO ARQ-PRECOVIG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  DELIMITED BY SIZE
                  "saldos.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDOS
           MOVE SPACES TO ARQ-PRODCOMP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "prodcomp.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODCOMP
           MOVE SPACES TO ARQ-PRODUNID
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produnid.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUNID
           MOVE SPACES TO ARQ-ITEMUNID
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itemunid.dat" DELIMITED BY SIZE
                  INTO ARQ-ITEMUNID
           MOVE SPACES TO ARQ-TRAVAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL.
       END PROGRAM Pgm00005.
