           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  EMPRESACTL.

