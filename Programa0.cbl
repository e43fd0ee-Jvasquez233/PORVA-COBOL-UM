           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  VENDEDOR.

           05 Codigo-Tabprod               PIC 9(005).
           05 Codigo-Taborc                PIC 9(007).
           05 Codigo-Tabocor               PIC 9(007).
           05 Codigo-Tabforn               PIC 9(005).
           05 Codigo-Tabcomp               PIC 9(007).

       FD  FILIAIS.

           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  PRODUTOS.

           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

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

       FD  FATURAS.

           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  MOVEST.

           05 Quantidade-mv                PIC s9(007)v9(002).
           05 Operador-mv                  PIC X(010).
           05 Motivo-mv                    PIC X(030).
           05 Codigo-Deposito-mv           PIC 9(002).
           05 Numero-Lote-mv               PIC X(015).
           05 Validade-mv                  PIC 9(008).
           05 Custo-Unitario-mv            PIC 9(007)v9(002).

       FD  ACORDOS.

              10 Codigo-Cliente-vi         PIC 9(007).
           05 Resultado-vi                 PIC X(001).
           05 Observacao-vi                PIC X(060).
           05 Hora-Visita-vi               PIC 9(004).
           05 Latitude-vi                  PIC s9(003)v9(008).
           05 Longitude-vi                 PIC s9(003)v9(008).
           05 Situacao-Geo-vi              PIC X(001).
           05 Distancia-Geo-vi             PIC 9(007).

       FD  TABFRETE.

           05 Vigencia-Fim-ct              PIC X(010).
           05 Situacao-ct                  PIC X(001).
           05 Ultimo-Gerado-ct             PIC 9(006).
      ********** REAJUSTE ANUAL (PROGRAMA84): INDICE DO PGM00047, ***
      *    MES DO ANIVERSARIO E ANO DO ULTIMO REAJUSTE APLICADO      *
           05 Codigo-Indice-ct             PIC X(006)   VALUE SPACES.
           05 Mes-Aniversario-ct           PIC 9(002)   VALUE ZEROES.
           05 Ultimo-Reajuste-ct           PIC 9(004)   VALUE ZEROES.

       FD  ORCAMENTOS.

           05 Perc-Em-Dia-ri               PIC 9(003).
           05 Nota-Risco-ri                PIC X(001).
           05 Data-Calculo-ri              PIC X(010).
           05 Qtd-Cheques-Dev-ri           PIC 9(003).
           05 Data-Ult-Devol-ri            PIC X(010).

       FD  RECEBTOS.

           MOVE  ZEROES TO Codigo-Tabped
           MOVE  ZEROES TO Codigo-Taborc
           MOVE  ZEROES TO Codigo-Tabocor
           MOVE  ZEROES TO Codigo-Tabforn
           MOVE  ZEROES TO Codigo-Tabcomp
           WRITE REG-TABLA

           WRITE REG-FILIAIS
