           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT RELVOFIC ASSIGN ARQ-RELVOFIC
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT PROPDIST ASSIGN ARQ-PROPDIST
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT RESVEND ASSIGN ARQ-RESVEND
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           RECORD KEY IS Chave-Filial
           FILE STATUS IS FILE-STATUS.

           SELECT DISTROD ASSIGN ARQ-DISTROD
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Distrod
           FILE STATUS IS FILE-STATUS-DR.

           SELECT AUSENCIAS ASSIGN ARQ-AUSENCIAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT PERDAVEND ASSIGN ARQ-PERDAVEND
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT ESTATDIST ASSIGN ARQ-ESTATDIST
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  VENDEDOR.
      *
           05 Numero-Filial-i              PIC ZZZ.
           05 FIL-9                        PIC X           VALUE ";".

      ********** RELVENCLI.CSV OFICIAL (ULTIMA DISTRIBUICAO **********
      *    APROVADA), BASE DAS TROCAS E DA ESTABILIDADE; O PROGRAMA1 *
      *    SO GRAVA A PROPOSTA (RELVENCL = RELVENPROP.CSV)           *
       FD  RELVOFIC.

       01  REG-RELVOFIC                    PIC X(159).

       FD  PROPDIST.

      ********** SITUACAO DA DISTRIBUICAO PROPOSTA (RELVENPROP.CSV) **
      *    GRAVADA PELO PROGRAMA1 COMO PENDENTE E DECIDIDA PELO      *
      *    SUPERVISOR NO PGM00053; SO A APROVACAO SUBSTITUI O        *
      *    RELVENCLI.CSV OFICIAL E LIBERA O RESTO DO LOTE            *
       01  REG-PROPDIST.
           05 Situacao-pd                  PIC X(001).
              88 PROPOSTA-EM-GERACAO                    VALUE "G".
              88 PROPOSTA-PENDENTE                      VALUE "P".
              88 PROPOSTA-APROVADA                      VALUE "A".
              88 PROPOSTA-REJEITADA                     VALUE "R".
           05 FIL-PD1                      PIC X           VALUE ";".
           05 Data-Geracao-pd              PIC X(010).
           05 FIL-PD2                      PIC X           VALUE ";".
           05 Hora-Geracao-pd              PIC X(008).
           05 FIL-PD3                      PIC X           VALUE ";".
           05 Clientes-pd                  PIC 9(007).
           05 FIL-PD4                      PIC X           VALUE ";".
           05 Trocas-pd                    PIC 9(007).
           05 FIL-PD5                      PIC X           VALUE ";".
           05 Perdas-pd                    PIC 9(007).
           05 FIL-PD6                      PIC X           VALUE ";".
           05 Data-Decisao-pd              PIC X(010).
           05 FIL-PD7                      PIC X           VALUE ";".
           05 Hora-Decisao-pd              PIC X(008).
           05 FIL-PD8                      PIC X           VALUE ";".
           05 Usuario-pd                   PIC X(010).
           05 FIL-PD9                      PIC X           VALUE ";".
           05 Excluidos-pd                 PIC 9(005).

       FD  RESVEND.

       01  REG-RESVEND                      PIC X(100).
           05 Filial-Primaria              PIC X(001)   VALUE "N".
              88 FILIAL-E-PRIMARIA                       VALUE "S".

      ********** MATRIZ RODOVIARIA DE DISTANCIA E TEMPO **************
      *    ORIGEM "V" = BASE DO VENDEDOR, "C" = LOCAL DE CLIENTE;    *
      *    DESTINO SEMPRE UM LOCAL DE CLIENTE (FILIAL ZERO = O       *
      *    CADASTRO). AS COORDENADAS SAO AS DO PAR QUANDO FOI        *
      *    ROTEIRIZADO: SE O CADASTRO MUDOU, O PAR NAO VALE MAIS     *
       FD  DISTROD.

       01  REG-DISTROD.
           05 Chave-Distrod.
              10 Tipo-Origem-dr            PIC X(001).
                 88 ORIGEM-VENDEDOR                      VALUE "V".
                 88 ORIGEM-CLIENTE                       VALUE "C".
              10 Codigo-Origem-dr          PIC 9(007).
              10 Filial-Origem-dr          PIC 9(003).
              10 Codigo-Destino-dr         PIC 9(007).
              10 Filial-Destino-dr         PIC 9(003).
           05 Metros-Rod-dr                PIC 9(008).
           05 Minutos-Rod-dr               PIC 9(005).
           05 Lat-Origem-dr                PIC s9(003)v9(008).
           05 Long-Origem-dr               PIC s9(003)v9(008).
           05 Lat-Destino-dr               PIC s9(003)v9(008).
           05 Long-Destino-dr              PIC s9(003)v9(008).
           05 Data-Importacao-dr           PIC X(010).

       FD  RELVANTSORT.

       01  REG-RELVANT.
           05 Nombre-Vendedor-Nov-ra       PIC X(040).
           05 FIL-RA6                      PIC X           VALUE ";".

       FD  PERDAVEND BLOCK 107 CHARACTERS.

       01  REG-PERDAVEND.
           05 Codigo-Cliente-pv            PIC X(007).
           05 FIL-PV1                      PIC X           VALUE ";".
           05 Razão-Social-pv              PIC X(040).
           05 FIL-PV2                      PIC X           VALUE ";".
           05 Codigo-Vendedor-pv           PIC X(003).
           05 FIL-PV3                      PIC X           VALUE ";".
           05 Nombre-Vendedor-pv           PIC X(040).
           05 FIL-PV4                      PIC X           VALUE ";".

       FD  TRANSBORDO BLOCK 107 CHARACTERS.

       01  REG-TRANSBORDO.
           05 Max-Dist-VIP-F               PIC 9(010).
           05 Prazo-Venc-F                 PIC 9(003).
           05 Meses-Inat-F                 PIC 9(003).
           05 Perc-Multa-F                 PIC 9(003)v9(002).
           05 Juros-Dia-F                  PIC 9(001)v9(004).
           05 Conta-Clientes-F             PIC X(008).
           05 Conta-Receita-F              PIC X(008).
           05 Conta-Caixa-F                PIC X(008).
           05 Perc-Prov-6190-F             PIC 9(003).
           05 Perc-Prov-90-F               PIC 9(003).
           05 Limite-Alcada-F              PIC 9(009)v9(002).
           05 Desc-Max-Oper-F              PIC 9(002)v9(002).
           05 Desc-Max-Super-F             PIC 9(002)v9(002).
           05 Dias-Entrega-F               PIC 9(003).
           05 Valor-Km-F                   PIC 9(003)v9(002).
           05 Tol-Km-F                     PIC 9(003).
           05 Perc-Cresc-F                 PIC 9(003)v9(002).
           05 Bloq-Docs-F                  PIC X(001).
           05 Validade-Senha-F             PIC 9(003).
           05 Max-Tentativas-F             PIC 9(001).
           05 Minutos-Inativ-F             PIC 9(003).
           05 Tol-Visita-F                 PIC 9(005).
           05 Vel-Max-F                    PIC 9(003).
           05 Conta-Estoque-F              PIC X(008).
           05 Conta-CMV-F                  PIC X(008).
           05 Dias-Atraso-Bloq-F           PIC 9(003).
           05 Valor-Atraso-Bloq-F          PIC 9(009)v9(002).
           05 Perc-Estab-F                 PIC 9(003)v9(002).
           05 Km-Estab-F                   PIC 9(003).

       WORKING-STORAGE SECTION.

           05 Max-Dist-VIP-Par             PIC 9(010)   VALUE 300000.
           05 Prazo-Venc-Par               PIC 9(003)   VALUE 30.
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.
           05 Perc-Estab-Par               PIC 9(003)v9(002)
                                            VALUE 10,00.
           05 Km-Estab-Par                 PIC 9(003)   VALUE 5.

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-RELCURSORT                  PIC X(080)   VALUE SPACES.
           05 ARQ-WORKTRC                     PIC X(080)   VALUE SPACES.
           05 ARQ-EXCECOES                    PIC X(080)   VALUE SPACES.
           05 ARQ-DISTROD                     PIC X(080)   VALUE SPACES.
           05 ARQ-RELVOFIC                    PIC X(080)   VALUE SPACES.
           05 ARQ-PROPDIST                    PIC X(080)   VALUE SPACES.
           05 ARQ-PERDAVEND                   PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
           05 CONT-PULADOS-SIT             PIC 9(005)   VALUE ZEROES.
           05 CONT-DIST-MAXIMA             PIC 9(005)   VALUE ZEROES.
           05 CONT-TROCAS                  PIC 9(005)   VALUE ZEROES.
           05 CONT-PERDAS                  PIC 9(005)   VALUE ZEROES.
           05 Situacao-Prop-W              PIC X        VALUE "G".
           05 CONT-TRANSBORDOS             PIC 9(005)   VALUE ZEROES.
           05 Idx-Mais-Proximo             PIC 9(003)   VALUE ZEROES.
           05 Metros-Prox                  PIC s9(010)v9(002)
           05 Metros-Fil                   PIC s9(010)v9(002)
                                            VALUE ZEROES.
           05 Filial-Venceu                PIC 9(003)   VALUE ZEROES.
      ********** DISTANCIA DE ESTRADA (DISTROD.DAT, PROGRAMA104) NO **
      *    LUGAR DA LINHA RETA QUANDO O PAR VENDEDOR X LOCAL EXISTE  *
      *    COM AS COORDENADAS ATUAIS ("R" = ESTRADA, "L" = RETA)     *
           05 FILE-STATUS-DR               PIC 9(002)   VALUE ZEROES.
           05 SW-DISTROD-OK                PIC X        VALUE "N".
           05 Fonte-Dist                   PIC X        VALUE "L".
           05 Fonte-Venceu                 PIC X        VALUE "L".
           05 CONT-DIST-RODOVIA            PIC 9(007)   VALUE ZEROES.
           05 CONT-DIST-RETA               PIC 9(007)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 CONT-VEND-AUSENTES           PIC 9(003)   VALUE ZEROES.
           05 CONT-REATRIB-AUS             PIC 9(005)   VALUE ZEROES.
                 15 Capacidade-T       PIC 9(005).
                 15 Metros-T           PIC s9(010)v9(002).
                 15 Filial-T           PIC 9(003).
                 15 Fonte-T            PIC X(001).
                 15 Qtd-Clientes-T     PIC 9(005)   VALUE ZEROES.
                 15 Min-Dist-T         PIC 9(010)v9(002).
                 15 Max-Dist-T         PIC 9(010)v9(002).
              88 NO-FIM-CUR                          VALUE "N".
           05 Cod-Vend-Ant-Num         PIC 9(003)   VALUE ZEROES.

      ********** ESTABILIDADE DA CARTEIRA: TITULAR DE CADA CLIENTE ***
      *    NA EXECUCAO ANTERIOR (RELVANTSORT, JA EM ORDEM DE CODIGO, *
      *    PESQUISADO POR BUSCA BINARIA). O CLIENTE SO MUDA DE       *
      *    VENDEDOR SE O NOVO FOR MAIS PROXIMO PELO GANHO MINIMO     *
      *    DOS PARAMETROS (% OU KM); AMBOS ZERO DESLIGAM A REGRA     *
           05 TABELA-CARTEIRA-ANT.
              10 CARTEIRA-ANT-OCC OCCURS 99999 TIMES.
                 15 Cliente-Cart-T     PIC 9(007).
                 15 Vendedor-Cart-T    PIC 9(003).
           05 QTD-CARTEIRA-ANT         PIC 9(005)   VALUE ZEROES.
           05 Ini-Busca-Cart           PIC 9(005)   VALUE ZEROES.
           05 Fim-Busca-Cart           PIC 9(005)   VALUE ZEROES.
           05 Meio-Busca-Cart          PIC 9(005)   VALUE ZEROES.
           05 Vend-Anterior-W          PIC 9(003)   VALUE ZEROES.
           05 Idx-Anterior             PIC 9(003)   VALUE ZEROES.
           05 Ganho-Metros             PIC s9(010)v9(002)
                                        VALUE ZEROES.
           05 SW-GANHO-SUFICIENTE      PIC X(001)   VALUE "S".
           05 SW-AVISO-CART-CHEIA      PIC X(001)   VALUE "N".
           05 CONT-TROCAS-EVITADAS     PIC 9(007)   VALUE ZEROES.

      ********** SINCRONIZACAO DO FLUXO PERSISTENTE DE EXCECOES ******
           05 SW-FIM-EXC               PIC X(001)   VALUE "N".
              88 FIM-EXC                             VALUE "S".

           PERFORM BACKUP-RELVENCL
           PERFORM ORDENAR-RELVENCL-ANTERIOR
           PERFORM CARREGAR-CARTEIRA-ANTERIOR
           MOVE "G" TO Situacao-Prop-W
           PERFORM GRAVAR-PROPOSTA
           PERFORM VERIFICAR-CHECKPOINT

           IF RETOMANDO-CHECKPOINT
           PERFORM CARREGAR-VENDEDORES
           CLOSE VENDEDOR

           OPEN INPUT DISTROD
           IF FILE-STATUS-DR = 00
              MOVE "S" TO SW-DISTROD-OK
           ELSE
              MOVE "N" TO SW-DISTROD-OK
           END-IF

           IF QTD-VENDEDORES = ZEROES
              DISPLAY "ATENCAO: nao ha vendedores cadastrados. Todos "
              DISPLAY "os clientes serao gravados em excvencli.csv."
      *    ORDENA CORRETAMENTE POIS E ALINHADO A DIREITA). NA 1A    *
      *    EXECUCAO NAO HA ARQUIVO E NENHUMA TROCA E REPORTADA      *
           MOVE "N" TO SW-TEM-ANTERIOR
           OPEN INPUT RELVOFIC
           IF FILE-STATUS = 00
              CLOSE RELVOFIC
              SORT WORKTRC ON ASCENDING KEY Codigo-Cliente-wt
              USING RELVOFIC GIVING RELVANTSORT
              MOVE "S" TO SW-TEM-ANTERIOR
           END-IF.

       CARREGAR-CARTEIRA-ANTERIOR.
      ********** TITULAR ANTERIOR DE CADA CLIENTE PARA A REGRA DE ****
      *    ESTABILIDADE. SEM EXECUCAO ANTERIOR A TABELA FICA VAZIA   *
      *    E TODOS OS CLIENTES SEGUEM O CALCULO DE DISTANCIA         *
           MOVE ZEROES TO QTD-CARTEIRA-ANT
           IF SW-TEM-ANTERIOR = "S"
              OPEN INPUT RELVANTSORT
              SET NO-FIM-ANT TO TRUE
              PERFORM LEER-RELVANT
              PERFORM UNTIL FIM-ANT
                 IF FUNCTION NUMVAL(Codigo-Cliente-va) > ZEROES
                    AND FUNCTION NUMVAL(Codigo-Vendedor-va) > ZEROES
                    IF QTD-CARTEIRA-ANT < 99999
                       ADD 1 TO QTD-CARTEIRA-ANT
                       MOVE FUNCTION NUMVAL(Codigo-Cliente-va)
                            TO Cliente-Cart-T(QTD-CARTEIRA-ANT)
                       MOVE FUNCTION NUMVAL(Codigo-Vendedor-va)
                            TO Vendedor-Cart-T(QTD-CARTEIRA-ANT)
                    ELSE
                       IF SW-AVISO-CART-CHEIA = "N"
                          MOVE "S" TO SW-AVISO-CART-CHEIA
                          DISPLAY "AVISO: carteira anterior com mais "
                                  "de 99999 clientes; os demais nao "
                                  "usam a regra de estabilidade"
                       END-IF
                    END-IF
                 END-IF
                 PERFORM LEER-RELVANT
              END-PERFORM
              CLOSE RELVANTSORT
           END-IF.

       CARREGAR-VENDEDORES.
      ********** CARGA A TABELA DE VENDEDORES EM MEMORIA *************
      *    EVITA RELER O ARQUIVO VENDEDOR PARA CADA CLIENTE.          *
              PERFORM APLICAR-VENDEDOR-FIXO
           END-IF

           IF Codigo-Vendedor-Fixo = ZEROES OR Idx-Fixo = ZEROES
              PERFORM APLICAR-ESTABILIDADE
           END-IF

           PERFORM ESCOLHER-BACKUP

           PERFORM GENERA-FICHERO
      *    CAPACIDADE DE CADA VENDEDOR                               *
           MOVE 999999,99          TO Metros-Fil
           MOVE ZEROES             TO Filial-Venceu
           MOVE "L"                TO Fonte-Venceu
           PERFORM VARYING IND-FIL FROM 1 BY 1
              UNTIL IND-FIL > QTD-FILIAIS-CLI
              MOVE Lat-Fil-T(IND-FIL)   TO Lat-Ponto
              MOVE Long-Fil-T(IND-FIL)  TO Long-Ponto
              PERFORM CALCULAR-HAVERSINE
              PERFORM BUSCAR-DISTANCIA-RODOVIA
              IF Metros-Dis < Metros-Fil
                 MOVE Metros-Dis        TO Metros-Fil
                 MOVE Num-Fil-T(IND-FIL) TO Filial-Venceu
                 MOVE Fonte-Dist        TO Fonte-Venceu
              END-IF
           END-PERFORM
           MOVE Metros-Fil TO Metros-T(IDX-VEND)
           MOVE Filial-Venceu TO Filial-T(IDX-VEND)
           MOVE Fonte-Venceu TO Fonte-T(IDX-VEND).

       BUSCAR-DISTANCIA-RODOVIA.
      ********** PAR NA MATRIZ COM AS COORDENADAS DE HOJE: VALEM OS **
      *    METROS DE ESTRADA; SENAO FICA A LINHA RETA (HAVERSINE)    *
           MOVE "L" TO Fonte-Dist
           IF SW-DISTROD-OK = "S"
              MOVE "V"                         TO Tipo-Origem-dr
              MOVE Codigo-Vendedor-T(IDX-VEND) TO Codigo-Origem-dr
              MOVE ZEROES                      TO Filial-Origem-dr
              MOVE Codigo-Cliente              TO Codigo-Destino-dr
              MOVE Num-Fil-T(IND-FIL)          TO Filial-Destino-dr
              READ DISTROD
              IF FILE-STATUS-DR = 00
                 AND Lat-Origem-dr = Latitude-v-T(IDX-VEND)
                 AND Long-Origem-dr = Longitude-v-T(IDX-VEND)
                 AND Lat-Destino-dr = Lat-Ponto
                 AND Long-Destino-dr = Long-Ponto
                 MOVE Metros-Rod-dr TO Metros-Dis
                 MOVE "R"           TO Fonte-Dist
              END-IF
           END-IF.

       ESCOLHER-TITULAR.
      ********** TITULAR = VENDEDOR MAIS PROXIMO COM VAGA ************
              MOVE "F"                          TO ORIGEM-TITULAR
           END-IF.

       APLICAR-ESTABILIDADE.
      ********** ESTABILIDADE DA CARTEIRA ****************************
      *    O CLIENTE FICA COM O TITULAR DA EXECUCAO ANTERIOR QUANDO  *
      *    O NOVO NAO E MAIS PROXIMO PELO GANHO MINIMO (% OU KM).    *
      *    A TROCA E FORCADA (A REGRA NAO SE APLICA) QUANDO O        *
      *    ANTERIOR ESTA AUSENTE, SAIU DO CADASTRO, NAO TEM VAGA,    *
      *    E DE OUTRA ZONA TENDO VENDEDOR DA ZONA DO CLIENTE, OU     *
      *    QUANDO O CLIENTE TEM VENDEDOR FIXO (NAO CHEGA AQUI)       *
           IF (Perc-Estab-Par > ZEROES OR Km-Estab-Par > ZEROES)
              AND Idx-Melhor > ZEROES
              PERFORM BUSCAR-TITULAR-ANTERIOR
              IF Idx-Anterior > ZEROES
                 AND Idx-Anterior NOT = Idx-Melhor
                 PERFORM AVALIAR-GANHO-TROCA
                 IF SW-GANHO-SUFICIENTE = "N"
                    SET IDX-VEND                     TO Idx-Anterior
                    MOVE Codigo-Vendedor-T(IDX-VEND) TO Codven-ant
                    MOVE Nombre-Vendedor-T(IDX-VEND) TO Nomven-ant
                    MOVE Metros-T(IDX-VEND)          TO Metros-Sal
                    SET Idx-Melhor                   TO IDX-VEND
                    MOVE "N"                         TO SW-TRANSBORDO
                    MOVE "E"                         TO ORIGEM-TITULAR
                 END-IF
              END-IF
           END-IF.

       BUSCAR-TITULAR-ANTERIOR.
      ********** BUSCA BINARIA DO CLIENTE NA CARTEIRA ANTERIOR E *****
      *    POSICAO DO SEU TITULAR NA TABELA DE VENDEDORES DE HOJE;   *
      *    Idx-Anterior FICA ZERO QUANDO A TROCA E FORCADA           *
           MOVE ZEROES           TO Vend-Anterior-W
           MOVE ZEROES           TO Idx-Anterior
           MOVE 1                TO Ini-Busca-Cart
           MOVE QTD-CARTEIRA-ANT TO Fim-Busca-Cart
           PERFORM UNTIL Ini-Busca-Cart > Fim-Busca-Cart
              COMPUTE Meio-Busca-Cart =
                 (Ini-Busca-Cart + Fim-Busca-Cart) / 2
              EVALUATE TRUE
                 WHEN Cliente-Cart-T(Meio-Busca-Cart) = Codigo-Cliente
                    MOVE Vendedor-Cart-T(Meio-Busca-Cart)
                         TO Vend-Anterior-W
                    MOVE Fim-Busca-Cart TO Ini-Busca-Cart
                    ADD 1 TO Ini-Busca-Cart
                 WHEN Cliente-Cart-T(Meio-Busca-Cart) < Codigo-Cliente
                    COMPUTE Ini-Busca-Cart = Meio-Busca-Cart + 1
                 WHEN Meio-Busca-Cart = 1
                    MOVE ZEROES TO Fim-Busca-Cart
                 WHEN OTHER
                    COMPUTE Fim-Busca-Cart = Meio-Busca-Cart - 1
              END-EVALUATE
           END-PERFORM
           IF Vend-Anterior-W > ZEROES
              PERFORM VARYING IDX-VEND FROM 1 BY 1
                 UNTIL IDX-VEND > QTD-VENDEDORES
                 IF Codigo-Vendedor-T(IDX-VEND) = Vend-Anterior-W
                    SET Idx-Anterior TO IDX-VEND
                 END-IF
              END-PERFORM
           END-IF
           IF Idx-Anterior > ZEROES
              IF Capacidade-T(Idx-Anterior) > ZEROES
                 AND Qtd-Clientes-T(Idx-Anterior) >=
                     Capacidade-T(Idx-Anterior)
                 MOVE ZEROES TO Idx-Anterior
              END-IF
           END-IF
           IF Idx-Anterior > ZEROES AND Idx-Melhor-Zona > ZEROES
              IF Zona-Vendedor-T(Idx-Anterior) NOT = Zona-Cliente
                 MOVE ZEROES TO Idx-Anterior
              END-IF
           END-IF.

       AVALIAR-GANHO-TROCA.
      ********** GANHO DO NOVO TITULAR SOBRE O ANTERIOR. PARAMETRO ***
      *    ZERO NAO CONTA; BASTA UM DOS DOIS SER ATINGIDO            *
           MOVE "N" TO SW-GANHO-SUFICIENTE
           COMPUTE Ganho-Metros = Metros-T(Idx-Anterior) - Metros-Sal
           IF Ganho-Metros > ZEROES
              IF Km-Estab-Par > ZEROES
                 AND Ganho-Metros >= Km-Estab-Par * 1000
                 MOVE "S" TO SW-GANHO-SUFICIENTE
              END-IF
              IF Perc-Estab-Par > ZEROES
                 AND Ganho-Metros * 100 >=
                     Perc-Estab-Par * Metros-T(Idx-Anterior)
                 MOVE "S" TO SW-GANHO-SUFICIENTE
              END-IF
           END-IF.

       CALCULAR-HAVERSINE.
      ********** DISTANCIA REAL ENTRE CLIENTE E VENDEDOR ************
      *    FORMULA DE HAVERSINE SOBRE A SUPERFICIE DA TERRA          *
              WHEN OTHER
                 ADD 1 TO HIST-FAIXA(5)
           END-EVALUATE
           IF Fonte-T(Idx-Melhor) = "R"
              ADD 1 TO CONT-DIST-RODOVIA
           ELSE
              ADD 1 TO CONT-DIST-RETA
           END-IF
           EVALUATE ORIGEM-TITULAR
              WHEN "Z" ADD 1 TO CONT-ORIG-ZONA
              WHEN "F" ADD 1 TO CONT-ORIG-FIXO
              WHEN "E" ADD 1 TO CONT-TROCAS-EVITADAS
              WHEN OTHER ADD 1 TO CONT-ORIG-DIST
           END-EVALUATE
           MOVE ZEROES TO IDX-EZ-ACHADA
      *    DE 9999 POSICOES E A BUSCA LINEAR POR CLIENTE)            *
           OPEN OUTPUT TROCAVEND
                OUTPUT REATAUS
                OUTPUT PERDAVEND
           IF SW-TEM-ANTERIOR = "S"
              SORT WORKTRC ON ASCENDING KEY Codigo-Cliente-wt
              USING RELVENCL GIVING RELCURSORT
                    RELCURSORT
           END-IF
           CLOSE TROCAVEND
                 REATAUS
                 PERDAVEND.

       CASAR-REGISTROS.
      ********** CLIENTE SO NA DISTRIBUICAO OFICIAL = PERDE O SEU ****
      *    VENDEDOR NA PROPOSTA (INATIVO, BLOQUEADO, SEM VAGA...)    *
           EVALUATE TRUE
              WHEN FIM-CUR
                 PERFORM GRAVAR-LINHA-PERDA
                 PERFORM LEER-RELVANT
              WHEN FIM-ANT
                 PERFORM LEER-RELCUR
              WHEN Codigo-Cliente-va < Codigo-Cliente-vc
                 PERFORM GRAVAR-LINHA-PERDA
                 PERFORM LEER-RELVANT
              WHEN Codigo-Cliente-va > Codigo-Cliente-vc
                 PERFORM LEER-RELCUR
              PERFORM GRAVAR-LINHA-REATAUS
           END-IF.

       GRAVAR-LINHA-PERDA.
           ADD 1                           TO CONT-PERDAS
           MOVE Codigo-Cliente-va          TO Codigo-Cliente-pv
           MOVE Razão-Social-va            TO Razão-Social-pv
           MOVE Codigo-Vendedor-va         TO Codigo-Vendedor-pv
           MOVE Nombre-Vendedor-va         TO Nombre-Vendedor-pv
           MOVE ";" TO FIL-PV1 FIL-PV2 FIL-PV3 FIL-PV4
           WRITE REG-PERDAVEND.

       GRAVAR-LINHA-REATAUS.
           ADD 1                           TO CONT-REATRIB-AUS
           MOVE Codigo-Cliente-vc          TO Codigo-Cliente-ra
                 EXCVENCLI
                 CLIDISTMAX
                 TRANSBORDO
           IF SW-DISTROD-OK = "S"
              CLOSE DISTROD
           END-IF

           PERFORM GERAR-TROCAS

           PERFORM SINCRONIZAR-EXCECOES

           MOVE "P" TO Situacao-Prop-W
           PERFORM GRAVAR-PROPOSTA

      ********** EXECUCAO COMPLETA COM SUCESSO; APAGA O CHECKPOINT **
      *    PARA QUE A PROXIMA EXECUCAO COMECE DO PRIMEIRO CLIENTE   *
           OPEN OUTPUT CKPDIST
              DISPLAY "sv"
           END-IF

           DISPLAY "DISTRIBUICAO PROPOSTA GRAVADA EM relvenprop.csv;"
           DISPLAY "O relvencli.csv OFICIAL SO MUDA APOS A APROVACAO"
           DISPLAY "DO SUPERVISOR (OPCAO 158 DO MENU)"

           IF CONT-PERDAS > ZEROES
              DISPLAY "AVISO: " CONT-PERDAS " cliente(s) perdem o ven"
              DISPLAY "dedor na proposta; ver perdavend.csv"
           END-IF

           IF CONT-TROCAS > ZEROES
              DISPLAY "AVISO: " CONT-TROCAS " cliente(s) trocaram de "
              DISPLAY "vendedor desde a execucao anterior; ver trocav"
              DISPLAY "end.csv"
           END-IF

           IF CONT-TROCAS-EVITADAS > ZEROES
              DISPLAY "AVISO: " CONT-TROCAS-EVITADAS " troca(s) de v"
              DISPLAY "endedor evitada(s) pela estabilidade da carte"
              DISPLAY "ira; ver estatdist.txt"
           END-IF

           IF CONT-REATRIB-AUS > ZEROES
              DISPLAY "AVISO: " CONT-REATRIB-AUS " cliente(s) reatri"
              DISPLAY "buidos por ausencia do titular; ver reatribau"
           PERFORM GRAVAR-JOBLOG
           STOP RUN.

       GRAVAR-PROPOSTA.
      ********** "G" DURANTE A GERACAO, "P" (PENDENTE DE APROVACAO) **
      *    NO FIM; O LOTE (PGM00004) NAO SEGUE ENQUANTO A PROPOSTA   *
      *    NAO FOR DECIDIDA NO PGM00053                              *
           OPEN OUTPUT PROPDIST
           IF FILE-STATUS = 00
              ACCEPT JOB-DT-AUX FROM DATE
              ACCEPT JOB-HR-AUX FROM TIME
              MOVE Situacao-Prop-W  TO Situacao-pd
              MOVE SPACES           TO Data-Geracao-pd
              STRING JOB-DD "-" JOB-MM "-20" JOB-AA
                 DELIMITED BY SIZE INTO Data-Geracao-pd
              MOVE SPACES           TO Hora-Geracao-pd
              STRING JOB-HH ":" JOB-MI ":" JOB-SS
                 DELIMITED BY SIZE INTO Hora-Geracao-pd
              MOVE CONT-ATRIBUIDOS  TO Clientes-pd
              MOVE CONT-TROCAS      TO Trocas-pd
              MOVE CONT-PERDAS      TO Perdas-pd
              MOVE SPACES           TO Data-Decisao-pd
                                       Hora-Decisao-pd
                                       Usuario-pd
              MOVE ZEROES           TO Excluidos-pd
              MOVE ";" TO FIL-PD1 FIL-PD2 FIL-PD3 FIL-PD4 FIL-PD5
                          FIL-PD6 FIL-PD7 FIL-PD8 FIL-PD9
              WRITE REG-PROPDIST
              CLOSE PROPDIST
           END-IF.

      ********** RESUMO DE CARGA DE TRABALHO POR VENDEDOR ************
       GERAR-RESUMO-VENDEDORES.
           ACCEPT DATE-AUXILIAR FROM DATE
              VARYING IDX-VEND FROM 1 BY 1
              UNTIL IDX-VEND > QTD-VENDEDORES

           CLOSE RESVEND
           MOVE "resumovend.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       GERAR-ESTATISTICAS.
      ********** ANEXO DE KPIS DA DISTRIBUICAO (ESTATDIST.TXT) ******
           STRING "  VEND FIXO : " VAL-EDIT-Q
              DELIMITED BY SIZE INTO REG-ESTATDIST
           WRITE REG-ESTATDIST
           MOVE CONT-TROCAS-EVITADAS TO VAL-EDIT-Q
           MOVE SPACES TO REG-ESTATDIST
           STRING "  ESTABILID.: " VAL-EDIT-Q
              DELIMITED BY SIZE INTO REG-ESTATDIST
           WRITE REG-ESTATDIST
           MOVE SPACES TO REG-ESTATDIST
           STRING "TROCAS EVITADAS PELA ESTABILIDADE DA CARTEIRA: "
                  VAL-EDIT-Q
              DELIMITED BY SIZE INTO REG-ESTATDIST
           WRITE REG-ESTATDIST

           MOVE SPACES TO REG-ESTATDIST
           WRITE REG-ESTATDIST
           MOVE "FONTE DA DISTANCIA DO TITULAR" TO REG-ESTATDIST
           WRITE REG-ESTATDIST
           MOVE CONT-DIST-RODOVIA TO VAL-EDIT-Q
           MOVE SPACES TO REG-ESTATDIST
           STRING "  ESTRADA   : " VAL-EDIT-Q
              DELIMITED BY SIZE INTO REG-ESTATDIST
           WRITE REG-ESTATDIST
           MOVE CONT-DIST-RETA TO VAL-EDIT-Q
           MOVE SPACES TO REG-ESTATDIST
           STRING "  LINHA RETA: " VAL-EDIT-Q
              DELIMITED BY SIZE INTO REG-ESTATDIST
           WRITE REG-ESTATDIST

           MOVE SPACES TO REG-ESTATDIST
           WRITE REG-ESTATDIST
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA1 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
                       AND Meses-Inat-F > ZEROES
                       MOVE Meses-Inat-F TO Meses-Inat-Par
                    END-IF
                    IF Perc-Estab-F IS NUMERIC
                       MOVE Perc-Estab-F TO Perc-Estab-Par
                    END-IF
                    IF Km-Estab-F IS NUMERIC
                       MOVE Km-Estab-F TO Km-Estab-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           MOVE SPACES TO ARQ-RELVENCL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "relvenprop.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVENCL
           MOVE SPACES TO ARQ-RESVEND
           STRING FUNCTION TRIM(Dir-Dados-Par)
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "excecoes.dat" DELIMITED BY SIZE
                  INTO ARQ-EXCECOES
           MOVE SPACES TO ARQ-DISTROD
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "distrod.dat" DELIMITED BY SIZE
                  INTO ARQ-DISTROD
           MOVE SPACES TO ARQ-RELVOFIC
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "relvencli.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVOFIC
           MOVE SPACES TO ARQ-PROPDIST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "propdist.txt" DELIMITED BY SIZE
                  INTO ARQ-PROPDIST
           MOVE SPACES TO ARQ-PERDAVEND
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "perdavend.csv" DELIMITED BY SIZE
                  INTO ARQ-PERDAVEND.
       END PROGRAM PROGRAMA1.
