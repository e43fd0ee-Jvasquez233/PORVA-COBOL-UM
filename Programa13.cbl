           ALTERNATE RECORD KEY IS Codigo-Vendedor
           FILE STATUS IS FILE-STATUS.

           SELECT EQUIPES ASSIGN ARQ-EQUIPES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Equipe
           FILE STATUS IS FILE-STATUS-EQ.

           SELECT RECEBTOS ASSIGN ARQ-RECEBTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Recebto
           FILE STATUS IS FILE-STATUS-RC.

           SELECT RENEGOC ASSIGN ARQ-RENEGOC
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Renegoc
           FILE STATUS IS FILE-STATUS-RN.

           SELECT COMISDET ASSIGN ARQ-COMISDET
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT COMISEQP ASSIGN ARQ-COMISEQP
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT JOBLOG   ASSIGN ARQ-JOBLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.
              88 FATURA-PAGA                             VALUE "P".
              88 FATURA-CANCELADA                        VALUE "C".
              88 FATURA-PERDA                            VALUE "L".
              88 FATURA-RENEGOCIADA                      VALUE "R".
           05 Data-Pagamento-fa            PIC X(010)   VALUE SPACES.
           05 Valor-Pago-fa                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  VENDEDOR.

           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.

       FD  EQUIPES.

      ********** VIGENCIAS DA HIERARQUIA DE VENDAS (PGM00045): A *****
      *    PARTIR DE Data-Inicio-eq (AAAAMMDD) O VENDEDOR RESPONDE   *
      *    AO SUPERVISOR E AO GERENTE REGIONAL INFORMADOS, QUE SAO   *
      *    CODIGOS DO CADASTRO DE VENDEDORES (ZERO = SEM). VALE A    *
      *    VIGENCIA MAIS RECENTE ATE A DATA DE REFERENCIA, O QUE     *
      *    PRESERVA A APURACAO DOS MESES PASSADOS. O OVERRIDE E O    *
      *    PERCENTUAL DO SUPERVISOR SOBRE AS VENDAS DO VENDEDOR      *
       01  REG-EQUIPES.
           05 Chave-Equipe.
              10 Codigo-Vendedor-eq        PIC 9(003).
              10 Data-Inicio-eq            PIC 9(008).
           05 Codigo-Supervisor-eq         PIC 9(003).
           05 Codigo-Gerente-eq            PIC 9(003).
           05 Perc-Override-eq             PIC 9(002)v9(002).
           05 Operador-eq                  PIC X(010).
           05 Data-Registro-eq             PIC X(010).

       FD  RECEBTOS.

      ********** FORMA N = NOTA DE CREDITO DE DEVOLUCAO (PGM00037) ***
       01  REG-RECEBTOS.
           05 Chave-Recebto.
              10 Numero-Pedido-rc          PIC 9(007).
              10 Parcela-rc                PIC 9(002).
              10 Sequencia-rc              PIC 9(003).
           05 Data-Recebto-rc              PIC X(010).
           05 Valor-Recebto-rc             PIC 9(009)v9(002).
           05 Forma-Recebto-rc             PIC X(001).
              88 RECEBTO-DEVOLUCAO                       VALUE "N".
           05 Operador-rc                  PIC X(010).

       FD  RENEGOC.

      ********** ACORDO DE RENEGOCIACAO (PGM00044): UMA LINHA POR ****
      *    FATURA ORIGINAL; AS NOVAS PARCELAS FICAM NO FATURAS COM O *
      *    NUMERO DO ACORDO NO LUGAR DO NUMERO DO PEDIDO             *
       01  REG-RENEGOC.
           05 Chave-Renegoc.
              10 Numero-Acordo-rn          PIC 9(007).
              10 Pedido-Original-rn        PIC 9(007).
              10 Parcela-Original-rn       PIC 9(002).
           05 Codigo-Cliente-rn            PIC 9(007).
           05 Data-Acordo-rn               PIC X(010).
           05 Vencimento-Original-rn       PIC X(010).
           05 Dias-Atraso-rn               PIC 9(005).
           05 Saldo-Original-rn            PIC 9(009)v9(002).
           05 Valor-Corrigido-rn           PIC 9(009)v9(002).
           05 Qtd-Parcelas-rn              PIC 9(002).
           05 Valor-Acordo-rn              PIC 9(009)v9(002).
           05 Operador-rn                  PIC X(010).

       FD  COMISDET BLOCK 107 CHARACTERS.

       01  REG-COMISDET.
           05 FIL-CR4                      PIC X           VALUE ";".
           05 Total-Comissao-cr            PIC ZZZ.ZZZ.ZZ9,99.
           05 FIL-CR5                      PIC X           VALUE ";".
           05 Total-Override-cr            PIC ZZZ.ZZZ.ZZ9,99.
           05 FIL-CR6                      PIC X           VALUE ";".
           05 Total-Acerto-cr              PIC ZZZ.ZZZ.ZZ9,99.
           05 FIL-CR7                      PIC X           VALUE ";".

       FD  COMISRAZ BLOCK 107 CHARACTERS.

           05 FIL-CZ1                      PIC X           VALUE ";".
           05 Nombre-Vendedor-cz           PIC X(040).
           05 FIL-CZ2                      PIC X           VALUE ";".
           05 Comis-Gerada-cz              PIC -ZZ.ZZZ.ZZ9,99.
           05 FIL-CZ3                      PIC X           VALUE ";".
           05 Comis-Paga-cz                PIC ZZZ.ZZZ.ZZ9,99.
           05 FIL-CZ4                      PIC X           VALUE ";".
           05 Comis-Estornada-cz           PIC ZZZ.ZZZ.ZZ9,99.
           05 FIL-CZ5                      PIC X           VALUE ";".

      ********** SUBTOTAIS POR EQUIPE: SUP = SUPERVISOR, GER = *****
      *    GERENTE REGIONAL. VENDAS E COMISSOES SAO DOS VENDEDORES   *
      *    DA EQUIPE; OVERRIDE E O PAGO AOS SUPERVISORES SOBRE ELAS  *
       FD  COMISEQP BLOCK 107 CHARACTERS.

       01  REG-COMISEQP.
           05 Tipo-ce                      PIC X(003).
           05 FIL-CE1                      PIC X           VALUE ";".
           05 Codigo-ce                    PIC ZZZ.
           05 FIL-CE2                      PIC X           VALUE ";".
           05 Nome-ce                      PIC X(040).
           05 FIL-CE3                      PIC X           VALUE ";".
           05 Qtd-Vendedores-ce            PIC ZZ9.
           05 FIL-CE4                      PIC X           VALUE ";".
           05 Vendido-ce                   PIC ZZZ.ZZZ.ZZ9,99.
           05 FIL-CE5                      PIC X           VALUE ";".
           05 Comissao-ce                  PIC ZZZ.ZZZ.ZZ9,99.
           05 FIL-CE6                      PIC X           VALUE ";".
           05 Override-ce                  PIC ZZZ.ZZZ.ZZ9,99.
           05 FIL-CE7                      PIC X           VALUE ";".

       FD  JOBLOG.

       01  REG-JOBLOG.
           05 ARQ-COMISDET                    PIC X(080)   VALUE SPACES.
           05 ARQ-COMISRES                    PIC X(080)   VALUE SPACES.
           05 ARQ-COMISRAZ                    PIC X(080)   VALUE SPACES.
           05 ARQ-EQUIPES                     PIC X(080)   VALUE SPACES.
           05 ARQ-COMISEQP                    PIC X(080)   VALUE SPACES.
           05 ARQ-RECEBTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-RENEGOC                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
           05 CONT-FAT-QUITADAS            PIC 9(007)   VALUE ZEROES.
           05 CONT-FAT-GERADAS             PIC 9(007)   VALUE ZEROES.
           05 CONT-FAT-ESTORNADAS          PIC 9(007)   VALUE ZEROES.
           05 FILE-STATUS-EQ               PIC 99       VALUE ZEROES.
           05 DATA-REF-AMD                 PIC 9(008)   VALUE ZEROES.
           05 COD-E                        PIC 9(004)   VALUE ZEROES.
           05 COD-S                        PIC 9(003)   VALUE ZEROES.
           05 VALOR-OVERRIDE               PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 CONT-FAT-RENEGOCIADAS        PIC 9(007)   VALUE ZEROES.
           05 FILE-STATUS-RC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RN               PIC 99       VALUE ZEROES.
           05 SW-RECEBTOS-OK               PIC X        VALUE "N".
           05 SW-RENEGOC-OK                PIC X        VALUE "N".
           05 SW-FIM-AUX                   PIC X        VALUE "N".
              88 FIM-AUX                                VALUE "S".
              88 NO-FIM-AUX                             VALUE "N".
           05 SW-ACORDO                    PIC X        VALUE "N".
              88 PARCELA-DE-ACORDO                      VALUE "S".
              88 PARCELA-DE-PEDIDO                      VALUE "N".

      ********** BASE DA COMISSAO DA PARCELA: O VALOR DA FATURA *****
      *    MENOS O QUE FOI QUITADO COM NOTA DE CREDITO DE DEVOLUCAO  *
      *    (MERCADORIA DEVOLVIDA NAO COMISSIONA) E, NA PARCELA DE    *
      *    ACORDO, SO A PARTE DO PRINCIPAL ORIGINAL (SEM MULTA E     *
      *    JUROS DA RENEGOCIACAO)                                    *
           05 Devolvido-Total-W            PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Devolvido-Mes-W              PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Base-Comissao-W              PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Base-Provisao-W              PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Principal-Acordo-W           PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Total-Acordo-W               PIC 9(009)v9(002)
                                            VALUE ZEROES.

      ********** PERCENTUAIS DE COMISSAO POR CLASSIFICACAO DO ********
      *    CLIENTE: VENDA A PROSPECTO PAGA MAIS PARA INCENTIVAR A    *
              10 COMIS-VEND-OCC OCCURS 999 TIMES.
                 15 Vendido-Vend-T         PIC 9(011)v9(002).
                 15 Comissao-Vend-T        PIC 9(011)v9(002).
                 15 Gerada-Vend-T          PIC S9(011)v9(002).
                 15 Estornada-Vend-T       PIC 9(011)v9(002).
                 15 Supervisor-Vend-T      PIC 9(003).
                 15 Gerente-Vend-T         PIC 9(003).
                 15 Perc-Override-Vend-T   PIC 9(002)v9(002).
                 15 Override-Vend-T        PIC 9(011)v9(002).

      ********** SUBTOTAIS POR EQUIPE, INDEXADOS PELO CODIGO DO ******
      *    SUPERVISOR E DO GERENTE REGIONAL                          *
           05 TABELA-COMIS-EQUIPE.
              10 COMIS-EQUIPE-OCC OCCURS 999 TIMES.
                 15 Vendedores-Sup-T       PIC 9(003).
                 15 Vendido-Sup-T          PIC 9(011)v9(002).
                 15 Comissao-Sup-T         PIC 9(011)v9(002).
                 15 Override-Sup-T         PIC 9(011)v9(002).
                 15 Vendedores-Ger-T       PIC 9(003).
                 15 Vendido-Ger-T          PIC 9(011)v9(002).
                 15 Comissao-Ger-T         PIC 9(011)v9(002).
                 15 Override-Ger-T         PIC 9(011)v9(002).
           05 SEM-EQUIPE.
              10 Vendedores-Sem-Sup        PIC 9(003).
              10 Vendido-Sem-Sup           PIC 9(011)v9(002).
              10 Comissao-Sem-Sup          PIC 9(011)v9(002).

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
           ACCEPT MES-REL

           INITIALIZE TABELA-COMIS-VEND
                      TABELA-COMIS-EQUIPE
                      SEM-EQUIPE
           PERFORM CARREGAR-EQUIPES

           OPEN INPUT FATURAS
                INPUT CLIENTES
                INPUT VENDEDOR
                OUTPUT COMISDET

           OPEN INPUT RECEBTOS
           IF FILE-STATUS-RC = 00
              MOVE "S" TO SW-RECEBTOS-OK
           ELSE
              DISPLAY "AVISO: recebtos.dat NAO DISPONIVEL; NOTAS DE "
                      "CREDITO DE DEVOLUCAO NAO DESCONTADAS"
              ADD 1 TO JOB-AVISOS
           END-IF
           OPEN INPUT RENEGOC
           IF FILE-STATUS-RN = 00
              MOVE "S" TO SW-RENEGOC-OK
              PERFORM ESTORNAR-RENEGOCIADAS
           END-IF

           SET NO-FIN-FATURAS TO TRUE
           MOVE ZEROES        TO Chave-Fatura
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
      ********** REGIME DE CAIXA: SO GERA DIREITO A COMISSAO A *******
      *    FATURA QUITADA NO PERIODO. A EMISSAO DO PERIODO ENTRA NO  *
      *    RAZAO COMO COMISSAO GERADA (PROVISAO) E O CANCELAMENTO    *
      *    COMO ESTORNO. A DEVOLUCAO ABATIDA NA PARCELA NO PERIODO   *
      *    REDUZ A PROVISAO DO MES                                   *
           IF Codigo-Vendedor-fa > ZEROES
              PERFORM APURAR-BASE-COMISSAO
              IF FATURA-PAGA
                 AND FUNCTION NUMVAL(Data-Pagamento-fa(7:4))
                     = ANO-REL
                 AND FUNCTION NUMVAL(Data-Pagamento-fa(4:2))
                     = MES-REL
                 AND Base-Comissao-W > ZEROES
                 PERFORM CALCULAR-COMISSAO-FATURA
              END-IF
              PERFORM DETERMINAR-PERCENTUAL
              IF FUNCTION NUMVAL(Data-Emissao-fa(7:4)) = ANO-REL
                 AND FUNCTION NUMVAL(Data-Emissao-fa(4:2)) = MES-REL
                 IF FATURA-CANCELADA
                    ADD 1 TO CONT-FAT-ESTORNADAS
                    COMPUTE VALOR-COMISSAO ROUNDED =
                       Base-Provisao-W * PERC-APLICADO / 100
                    ADD VALOR-COMISSAO TO
                        Estornada-Vend-T(Codigo-Vendedor-fa)
                 ELSE
                    ADD 1 TO CONT-FAT-GERADAS
                    COMPUTE VALOR-COMISSAO ROUNDED =
                       Base-Provisao-W * PERC-APLICADO / 100
                    ADD VALOR-COMISSAO TO
                        Gerada-Vend-T(Codigo-Vendedor-fa)
                 END-IF
              END-IF
              IF Devolvido-Mes-W > ZEROES
                 AND NOT FATURA-CANCELADA
                 COMPUTE VALOR-COMISSAO ROUNDED =
                    Devolvido-Mes-W * PERC-APLICADO / 100
                 SUBTRACT VALOR-COMISSAO FROM
                          Gerada-Vend-T(Codigo-Vendedor-fa)
              END-IF
           END-IF
           PERFORM LEER-FATURAS.

       APURAR-BASE-COMISSAO.
           MOVE ZEROES              TO Devolvido-Total-W
                                       Devolvido-Mes-W
           IF SW-RECEBTOS-OK = "S"
              PERFORM SOMAR-DEVOLVIDO-PARCELA
           END-IF
           IF Valor-Fatura > Devolvido-Total-W
              COMPUTE Base-Comissao-W =
                 Valor-Fatura - Devolvido-Total-W
           ELSE
              MOVE ZEROES           TO Base-Comissao-W
           END-IF
           MOVE Valor-Fatura        TO Base-Provisao-W

           SET PARCELA-DE-PEDIDO    TO TRUE
           IF SW-RENEGOC-OK = "S"
              PERFORM VERIFICAR-ACORDO
           END-IF
           IF PARCELA-DE-ACORDO
              AND Total-Acordo-W > Principal-Acordo-W
              COMPUTE Base-Comissao-W ROUNDED = Base-Comissao-W
                 * Principal-Acordo-W / Total-Acordo-W
              COMPUTE Base-Provisao-W ROUNDED = Base-Provisao-W
                 * Principal-Acordo-W / Total-Acordo-W
           END-IF.

       SOMAR-DEVOLVIDO-PARCELA.
      ********** NOTAS DE CREDITO (FORMA N) LANCADAS NA PARCELA: ****
      *    TOTAL, QUE SAI DA BASE DA COMISSAO, E AS DO PERIODO, QUE  *
      *    SAEM DA PROVISAO DO MES                                   *
           MOVE Numero-Pedido-fa    TO Numero-Pedido-rc
           MOVE Parcela-fa          TO Parcela-rc
           MOVE ZEROES              TO Sequencia-rc
           SET NO-FIM-AUX           TO TRUE
           START RECEBTOS KEY IS NOT LESS THAN Chave-Recebto
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
              READ RECEBTOS NEXT RECORD
                 AT END SET FIM-AUX TO TRUE
              END-READ
              IF NO-FIM-AUX
                 IF Numero-Pedido-rc NOT = Numero-Pedido-fa
                    OR Parcela-rc NOT = Parcela-fa
                    SET FIM-AUX TO TRUE
                 ELSE
                    IF RECEBTO-DEVOLUCAO
                       ADD Valor-Recebto-rc TO Devolvido-Total-W
                       IF FUNCTION NUMVAL(Data-Recebto-rc(7:4))
                          = ANO-REL
                          AND FUNCTION NUMVAL(Data-Recebto-rc(4:2))
                          = MES-REL
                          ADD Valor-Recebto-rc TO Devolvido-Mes-W
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       VERIFICAR-ACORDO.
      ********** A PARCELA E DE ACORDO QUANDO O SEU NUMERO DE ********
      *    PEDIDO E UM NUMERO DE ACORDO DO RENEGOC (A NUMERACAO E A  *
      *    MESMA DOS PEDIDOS, ENTAO NAO HA COLISAO). O PRINCIPAL E A *
      *    SOMA DOS SALDOS DAS FATURAS ORIGINAIS                     *
           MOVE ZEROES              TO Principal-Acordo-W
                                       Total-Acordo-W
           MOVE Numero-Pedido-fa    TO Numero-Acordo-rn
           MOVE ZEROES              TO Pedido-Original-rn
                                       Parcela-Original-rn
           SET NO-FIM-AUX           TO TRUE
           START RENEGOC KEY IS NOT LESS THAN Chave-Renegoc
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
              READ RENEGOC NEXT RECORD
                 AT END SET FIM-AUX TO TRUE
              END-READ
              IF NO-FIM-AUX
                 IF Numero-Acordo-rn NOT = Numero-Pedido-fa
                    SET FIM-AUX TO TRUE
                 ELSE
                    SET PARCELA-DE-ACORDO TO TRUE
                    ADD Saldo-Original-rn TO Principal-Acordo-W
                    MOVE Valor-Acordo-rn  TO Total-Acordo-W
                 END-IF
              END-IF
           END-PERFORM.

       ESTORNAR-RENEGOCIADAS.
      ********** FATURA RENEGOCIADA (R) NO PERIODO: O SALDO QUE ******
      *    PASSOU PARA O ACORDO SAI DA PROVISAO COMO ESTORNO, POIS A *
      *    COMISSAO PASSA A SER GERADA PELAS PARCELAS DO ACORDO      *
           MOVE ZEROES              TO Chave-Renegoc
           SET NO-FIM-AUX           TO TRUE
           START RENEGOC KEY IS NOT LESS THAN Chave-Renegoc
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
              READ RENEGOC NEXT RECORD
                 AT END SET FIM-AUX TO TRUE
              END-READ
              IF NO-FIM-AUX
                 AND FUNCTION NUMVAL(Data-Acordo-rn(7:4)) = ANO-REL
                 AND FUNCTION NUMVAL(Data-Acordo-rn(4:2)) = MES-REL
                 MOVE Pedido-Original-rn  TO Numero-Pedido-fa
                 MOVE Parcela-Original-rn TO Parcela-fa
                 READ FATURAS
                 IF FILE-STATUS = 00
                    AND Codigo-Vendedor-fa > ZEROES
                    ADD 1 TO CONT-FAT-RENEGOCIADAS
                    PERFORM DETERMINAR-PERCENTUAL
                    COMPUTE VALOR-COMISSAO ROUNDED =
                       Saldo-Original-rn * PERC-APLICADO / 100
                    ADD VALOR-COMISSAO TO
                        Estornada-Vend-T(Codigo-Vendedor-fa)
                 END-IF
              END-IF
           END-PERFORM.

       LEER-FATURAS.
           READ FATURAS NEXT RECORD
                AT END
           PERFORM DETERMINAR-PERCENTUAL

           COMPUTE VALOR-COMISSAO ROUNDED =
              Base-Comissao-W * PERC-APLICADO / 100

           MOVE Codigo-Vendedor-fa  TO Codigo-Vendedor-cd
           MOVE Numero-Pedido-fa    TO Numero-Pedido-cd
           MOVE Parcela-fa          TO Parcela-cd
           MOVE Codigo-Cliente-fa   TO Codigo-Cliente-cd
           MOVE Classificacao-fa    TO Classificacao-cd
           MOVE Base-Comissao-W     TO Valor-Pedido-cd
           MOVE PERC-APLICADO       TO Percentual-cd
           MOVE VALOR-COMISSAO      TO Comissao-cd
           MOVE "/" TO FIL-CD1A
                       FIL-CD6 FIL-CD7
           WRITE REG-COMISDET

           ADD Base-Comissao-W      TO
               Vendido-Vend-T(Codigo-Vendedor-fa)
           ADD VALOR-COMISSAO       TO
               Comissao-Vend-T(Codigo-Vendedor-fa)

      ********** OVERRIDE: O SUPERVISOR DA EQUIPE DO VENDEDOR NO *****
      *    PERIODO RECEBE O SEU PERCENTUAL SOBRE A VENDA QUITADA     *
           MOVE Supervisor-Vend-T(Codigo-Vendedor-fa) TO COD-S
           IF COD-S > ZEROES
              AND Perc-Override-Vend-T(Codigo-Vendedor-fa) > ZEROES
              COMPUTE VALOR-OVERRIDE ROUNDED = Base-Comissao-W
                 * Perc-Override-Vend-T(Codigo-Vendedor-fa) / 100
              ADD VALOR-OVERRIDE    TO Override-Vend-T(COD-S)
              ADD VALOR-OVERRIDE    TO Override-Sup-T(COD-S)
              IF Gerente-Vend-T(Codigo-Vendedor-fa) > ZEROES
                 ADD VALOR-OVERRIDE TO
                     Override-Ger-T(Gerente-Vend-T(Codigo-Vendedor-fa))
              END-IF
           END-IF.

       CARREGAR-EQUIPES.
      ********** EQUIPE DE CADA VENDEDOR NO PERIODO: A ULTIMA *******
      *    VIGENCIA INICIADA ATE O FIM DO MES (EQUIPES.DAT, MANTIDO  *
      *    PELO PGM00045). COMO O ARQUIVO ESTA EM ORDEM DE VENDEDOR  *
      *    E DATA, A ULTIMA LIDA E A QUE VALE                        *
           COMPUTE DATA-REF-AMD = ANO-REL * 10000 + MES-REL * 100 + 31
           OPEN INPUT EQUIPES
           IF FILE-STATUS-EQ = 00
              SET NO-FIN-FATURAS TO TRUE
              MOVE ZEROES        TO Chave-Equipe
              START EQUIPES KEY IS NOT LESS THAN Chave-Equipe
                 INVALID KEY SET FIN-FATURAS TO TRUE
              END-START
              PERFORM UNTIL FIN-FATURAS
                 READ EQUIPES NEXT RECORD
                    AT END SET FIN-FATURAS TO TRUE
                 END-READ
                 IF NOT FIN-FATURAS
                    IF Data-Inicio-eq <= DATA-REF-AMD
                       AND Codigo-Vendedor-eq > ZEROES
                       MOVE Codigo-Supervisor-eq TO
                            Supervisor-Vend-T(Codigo-Vendedor-eq)
                       MOVE Codigo-Gerente-eq    TO
                            Gerente-Vend-T(Codigo-Vendedor-eq)
                       MOVE Perc-Override-eq     TO
                            Perc-Override-Vend-T(Codigo-Vendedor-eq)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE EQUIPES
           ELSE
              DISPLAY "AVISO: equipes.dat NAO DISPONIVEL; SEM "
                      "OVERRIDE E SEM SUBTOTAIS POR EQUIPE"
              ADD 1 TO JOB-AVISOS
           END-IF.

       FIN.
           CLOSE FATURAS
                 COMISDET
           IF SW-RECEBTOS-OK = "S"
              CLOSE RECEBTOS
           END-IF
           IF SW-RENEGOC-OK = "S"
              CLOSE RENEGOC
           END-IF

           PERFORM GERAR-RESUMO
           PERFORM GERAR-RAZAO
           PERFORM GERAR-EQUIPES

           CLOSE CLIENTES
                 VENDEDOR
                   CONT-FAT-GERADAS
           DISPLAY "Faturas canceladas (estorno) : "
                   CONT-FAT-ESTORNADAS
           DISPLAY "Faturas renegociadas (estorno): "
                   CONT-FAT-RENEGOCIADAS
           DISPLAY "Detalhe   : comissao.csv"
           DISPLAY "Acerto    : comisresumo.csv"
           DISPLAY "Razao     : comisrazao.csv"
           DISPLAY "Equipes   : comisequipe.csv"

           MOVE CONT-FAT-QUITADAS TO JOB-LIDOS JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
           CLOSE COMISRAZ.

       GRAVAR-RAZAO-VENDEDOR.
           IF Gerada-Vend-T(COD-V) NOT = ZEROES
              OR Comissao-Vend-T(COD-V) > ZEROES
              OR Estornada-Vend-T(COD-V) > ZEROES
              MOVE COD-V              TO Codigo-Vendedor-cz

       GRAVAR-RESUMO-VENDEDOR.
           IF Vendido-Vend-T(COD-V) > ZEROES
              OR Override-Vend-T(COD-V) > ZEROES
              MOVE COD-V              TO Codigo-Vendedor-cr
              MOVE ZEROES             TO CPF-cr
              MOVE SPACES             TO Nombre-Vendedor-cr
              END-IF
              MOVE Vendido-Vend-T(COD-V)  TO Total-Vendido-cr
              MOVE Comissao-Vend-T(COD-V) TO Total-Comissao-cr
              MOVE Override-Vend-T(COD-V) TO Total-Override-cr
              COMPUTE Total-Acerto-cr = Comissao-Vend-T(COD-V)
                                      + Override-Vend-T(COD-V)
              MOVE ";" TO FIL-CR1 FIL-CR2 FIL-CR3 FIL-CR4 FIL-CR5
                          FIL-CR6 FIL-CR7
              WRITE REG-COMISRES
           END-IF.

       GERAR-EQUIPES.
      ********** VENDAS QUITADAS, COMISSOES E OVERRIDE SOMADOS POR ****
      *    SUPERVISOR E POR GERENTE REGIONAL (EQUIPE DO PERIODO)     *
           PERFORM ACUMULAR-EQUIPE-VENDEDOR
              VARYING COD-E FROM 1 BY 1 UNTIL COD-E > 999
           OPEN OUTPUT COMISEQP
           PERFORM GRAVAR-EQUIPE-SUPERVISOR
              VARYING COD-E FROM 1 BY 1 UNTIL COD-E > 999
           IF Vendido-Sem-Sup > ZEROES
              MOVE "SUP"                 TO Tipo-ce
              MOVE ZEROES                TO Codigo-ce
              MOVE "SEM SUPERVISOR"      TO Nome-ce
              MOVE Vendedores-Sem-Sup    TO Qtd-Vendedores-ce
              MOVE Vendido-Sem-Sup       TO Vendido-ce
              MOVE Comissao-Sem-Sup      TO Comissao-ce
              MOVE ZEROES                TO Override-ce
              MOVE ";" TO FIL-CE1 FIL-CE2 FIL-CE3 FIL-CE4 FIL-CE5
                          FIL-CE6 FIL-CE7
              WRITE REG-COMISEQP
           END-IF
           PERFORM GRAVAR-EQUIPE-GERENTE
              VARYING COD-E FROM 1 BY 1 UNTIL COD-E > 999
           CLOSE COMISEQP.

       ACUMULAR-EQUIPE-VENDEDOR.
           IF Vendido-Vend-T(COD-E) > ZEROES
              IF Supervisor-Vend-T(COD-E) > ZEROES
                 MOVE Supervisor-Vend-T(COD-E) TO COD-S
                 ADD 1                      TO Vendedores-Sup-T(COD-S)
                 ADD Vendido-Vend-T(COD-E)  TO Vendido-Sup-T(COD-S)
                 ADD Comissao-Vend-T(COD-E) TO Comissao-Sup-T(COD-S)
              ELSE
                 ADD 1                      TO Vendedores-Sem-Sup
                 ADD Vendido-Vend-T(COD-E)  TO Vendido-Sem-Sup
                 ADD Comissao-Vend-T(COD-E) TO Comissao-Sem-Sup
              END-IF
              IF Gerente-Vend-T(COD-E) > ZEROES
                 MOVE Gerente-Vend-T(COD-E) TO COD-S
                 ADD 1                      TO Vendedores-Ger-T(COD-S)
                 ADD Vendido-Vend-T(COD-E)  TO Vendido-Ger-T(COD-S)
                 ADD Comissao-Vend-T(COD-E) TO Comissao-Ger-T(COD-S)
              END-IF
           END-IF.

       GRAVAR-EQUIPE-SUPERVISOR.
           IF Vendido-Sup-T(COD-E) > ZEROES
              OR Override-Sup-T(COD-E) > ZEROES
              MOVE "SUP"                   TO Tipo-ce
              MOVE COD-E                   TO Codigo-ce
              PERFORM BUSCAR-NOME-EQUIPE
              MOVE Vendedores-Sup-T(COD-E) TO Qtd-Vendedores-ce
              MOVE Vendido-Sup-T(COD-E)    TO Vendido-ce
              MOVE Comissao-Sup-T(COD-E)   TO Comissao-ce
              MOVE Override-Sup-T(COD-E)   TO Override-ce
              MOVE ";" TO FIL-CE1 FIL-CE2 FIL-CE3 FIL-CE4 FIL-CE5
                          FIL-CE6 FIL-CE7
              WRITE REG-COMISEQP
           END-IF.

       GRAVAR-EQUIPE-GERENTE.
           IF Vendido-Ger-T(COD-E) > ZEROES
              OR Override-Ger-T(COD-E) > ZEROES
              MOVE "GER"                   TO Tipo-ce
              MOVE COD-E                   TO Codigo-ce
              PERFORM BUSCAR-NOME-EQUIPE
              MOVE Vendedores-Ger-T(COD-E) TO Qtd-Vendedores-ce
              MOVE Vendido-Ger-T(COD-E)    TO Vendido-ce
              MOVE Comissao-Ger-T(COD-E)   TO Comissao-ce
              MOVE Override-Ger-T(COD-E)   TO Override-ce
              MOVE ";" TO FIL-CE1 FIL-CE2 FIL-CE3 FIL-CE4 FIL-CE5
                          FIL-CE6 FIL-CE7
              WRITE REG-COMISEQP
           END-IF.

       BUSCAR-NOME-EQUIPE.
           MOVE SPACES                     TO Nome-ce
           MOVE COD-E                      TO Codigo-Vendedor
           READ VENDEDOR KEY Codigo-Vendedor
           IF FILE-STATUS = 00
              MOVE Nombre-Vendedor         TO Nome-ce
           END-IF.


       GRAVAR-JOBLOG.
      ********** REGISTRA INICIO/FIM DA EXECUCAO NO JOBLOG.CSV *******
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "comisrazao.csv" DELIMITED BY SIZE
                  INTO ARQ-COMISRAZ
           MOVE SPACES TO ARQ-EQUIPES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "equipes.dat" DELIMITED BY SIZE
                  INTO ARQ-EQUIPES
           MOVE SPACES TO ARQ-COMISEQP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "comisequipe.csv" DELIMITED BY SIZE
                  INTO ARQ-COMISEQP
           MOVE SPACES TO ARQ-RECEBTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "recebtos.dat" DELIMITED BY SIZE
                  INTO ARQ-RECEBTOS
           MOVE SPACES TO ARQ-RENEGOC
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "renegoc.dat" DELIMITED BY SIZE
                  INTO ARQ-RENEGOC.
       END PROGRAM PROGRAMA13.
