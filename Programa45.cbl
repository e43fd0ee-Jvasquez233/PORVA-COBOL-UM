              88 CONTRATO-ATIVO                          VALUE "A".
              88 CONTRATO-ENCERRADO                      VALUE "E".
           05 Ultimo-Gerado-ct             PIC 9(006).
      ********** REAJUSTE ANUAL (PROGRAMA84): INDICE DO PGM00047, ***
      *    MES DO ANIVERSARIO E ANO DO ULTIMO REAJUSTE APLICADO      *
           05 Codigo-Indice-ct             PIC X(006)   VALUE SPACES.
           05 Mes-Aniversario-ct           PIC 9(002)   VALUE ZEROES.
           05 Ultimo-Reajuste-ct           PIC 9(004)   VALUE ZEROES.

       FD  PEDIDOS.

           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  CLIMOV.

           05 Codigo-Tabprod               PIC 9(005).
           05 Codigo-Taborc                PIC 9(007).
           05 Codigo-Tabocor               PIC 9(007).
           05 Codigo-Tabforn               PIC 9(005).
           05 Codigo-Tabcomp               PIC 9(007).

       FD  CONTRAREL.

           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CONTRATOS                   PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
              88 NO-FIN-CONTRATOS                       VALUE "N".

           05 PERIODO-ATUAL                PIC 9(006)   VALUE ZEROES.
           05 ANO-ATUAL-W                  PIC 9(004)   VALUE ZEROES.
           05 MES-ATUAL-W                  PIC 9(002)   VALUE ZEROES.
           05 SW-REAJUSTE-PENDENTE         PIC X        VALUE "N".
           05 CONT-AGUARDANDO              PIC 9(005)   VALUE ZEROES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-FIM-INT                 PIC 9(008)   VALUE ZEROES.
           05 DATA-INI-INT                 PIC 9(008)   VALUE ZEROES.
           COMPUTE PERIODO-ATUAL =
              (2000 + FUNCTION NUMVAL(AA-AUX)) * 100
              + FUNCTION NUMVAL(MM-AUX)
           COMPUTE ANO-ATUAL-W = PERIODO-ATUAL / 100
           COMPUTE MES-ATUAL-W = FUNCTION MOD(PERIODO-ATUAL, 100)
           COMPUTE DATA-HOJE-INT =
              20000000 + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
       AVALIAR-CONTRATO.
      ********** GERA NO MAXIMO UM PEDIDO POR CONTRATO POR MES *******
      *    (ULTIMO-GERADO GUARDA O AAAAMM DA ULTIMA GERACAO);        *
      *    CONTRATO FORA DA VIGENCIA E LISTADO COMO VENCIDO.         *
      *    NO MES DO ANIVERSARIO O PEDIDO ESPERA O REAJUSTE ANUAL    *
      *    (PROGRAMA84), PARA NAO SAIR PELO VALOR ANTIGO             *
           COMPUTE DATA-FIM-INT =
              FUNCTION NUMVAL(Vigencia-Fim-ct(7:4)) * 10000
              + FUNCTION NUMVAL(Vigencia-Fim-ct(4:2)) * 100
              FUNCTION NUMVAL(Vigencia-Ini-ct(7:4)) * 10000
              + FUNCTION NUMVAL(Vigencia-Ini-ct(4:2)) * 100
              + FUNCTION NUMVAL(Vigencia-Ini-ct(1:2))
           MOVE "N" TO SW-REAJUSTE-PENDENTE
           IF Codigo-Indice-ct NOT = SPACES
              AND Mes-Aniversario-ct IS NUMERIC
              AND Ultimo-Reajuste-ct IS NUMERIC
              AND Mes-Aniversario-ct = MES-ATUAL-W
              AND Ultimo-Reajuste-ct < ANO-ATUAL-W
              MOVE "S" TO SW-REAJUSTE-PENDENTE
           END-IF
           EVALUATE TRUE
              WHEN DATA-FIM-INT < DATA-HOJE-INT
                 ADD 1 TO CONT-VENCIDOS
                 CONTINUE
              WHEN Ultimo-Gerado-ct = PERIODO-ATUAL
                 CONTINUE
              WHEN SW-REAJUSTE-PENDENTE = "S"
                 ADD 1 TO CONT-AGUARDANDO
                 MOVE SPACES TO LINHA-REL
                 STRING "CONTRATO " Numero-Contrato
                        " AGUARDANDO REAJUSTE ANUAL (INDICE "
                        Codigo-Indice-ct ")"
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-CONTRAREL FROM LINHA-REL
                 ADD 1 TO JOB-AVISOS
              WHEN OTHER
                 PERFORM GERAR-PEDIDO-CONTRATO
           END-EVALUATE.
           MOVE SPACES                TO Data-Situacao-ped
           MOVE SPACES                TO Responsavel-ped
           MOVE ZEROES                TO Valor-Frete-ped
           MOVE ZEROES                TO Data-Prometida-ped
           WRITE REG-PEDIDOS
           PERFORM GRAVAR-CLIMOV-PEDIDO

                 PEDIDOS
                 TABLA
                 CONTRAREL
           MOVE "contrarel.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL

           DISPLAY "GERACAO POR CONTRATO CONCLUIDA"
           DISPLAY "Pedidos gerados    : " CONT-GERADOS
           DISPLAY "Contratos vencidos : " CONT-VENCIDOS
           DISPLAY "Aguardando reajuste: " CONT-AGUARDANDO
           DISPLAY "Relatorio          : contrarel.txt"

           MOVE CONT-GERADOS TO JOB-GRAVADOS
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA45 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
