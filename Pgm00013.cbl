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

           05 Validade-Senha-Par           PIC 9(003)   VALUE 90.
           05 Max-Tentativas-Par           PIC 9(001)   VALUE 3.
           05 Minutos-Inativ-Par           PIC 9(003)   VALUE 30.
           05 Tol-Visita-Par               PIC 9(005)   VALUE 300.
           05 Vel-Max-Par                  PIC 9(003)   VALUE 120.
           05 Conta-Estoque-Par            PIC X(008)
                                            VALUE "11301000".
           05 Conta-CMV-Par                PIC X(008)
                                            VALUE "41101000".
           05 Dias-Atraso-Bloq-Par         PIC 9(003)   VALUE 15.
           05 Valor-Atraso-Bloq-Par        PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Perc-Estab-Par               PIC 9(003)v9(002)
                                            VALUE 10,00.
           05 Km-Estab-Par                 PIC 9(003)   VALUE 5.

       01  AREA-DE-TRABALHO.
           05 OPC-W                        PIC 99       VALUE ZEROES.
                       AND Minutos-Inativ-F > ZEROES
                       MOVE Minutos-Inativ-F TO Minutos-Inativ-Par
                    END-IF
                    IF Tol-Visita-F IS NUMERIC
                       AND Tol-Visita-F > ZEROES
                       MOVE Tol-Visita-F TO Tol-Visita-Par
                    END-IF
                    IF Vel-Max-F IS NUMERIC
                       AND Vel-Max-F > ZEROES
                       MOVE Vel-Max-F TO Vel-Max-Par
                    END-IF
                    IF Conta-Estoque-F NOT = SPACES
                       MOVE Conta-Estoque-F TO Conta-Estoque-Par
                    END-IF
                    IF Conta-CMV-F NOT = SPACES
                       MOVE Conta-CMV-F TO Conta-CMV-Par
                    END-IF
                    IF Dias-Atraso-Bloq-F IS NUMERIC
                       AND Dias-Atraso-Bloq-F > ZEROES
                       MOVE Dias-Atraso-Bloq-F TO Dias-Atraso-Bloq-Par
                    END-IF
                    IF Valor-Atraso-Bloq-F IS NUMERIC
                       MOVE Valor-Atraso-Bloq-F
                         TO Valor-Atraso-Bloq-Par
                    END-IF
                    IF Perc-Estab-F IS NUMERIC
                       MOVE Perc-Estab-F TO Perc-Estab-Par
                    END-IF
                    IF Km-Estab-F IS NUMERIC
                       MOVE Km-Estab-F TO Km-Estab-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF.
           display "25 => Validade senha(dias): " Validade-Senha-Par
           display "26 => Tentativas de login : " Max-Tentativas-Par
           display "27 => Inatividade (min)  : " Minutos-Inativ-Par
           display "28 => Tolerancia visita(M): " Tol-Visita-Par
           display "29 => Veloc. maxima(km/h): " Vel-Max-Par
           display "30 => Conta estoque      : " Conta-Estoque-Par
           display "31 => Conta custo vendas : " Conta-CMV-Par
           display "32 => Bloqueio atraso(du): " Dias-Atraso-Bloq-Par
           display "33 => Bloqueio vencido   : " Valor-Atraso-Bloq-Par
           display "34 => Estab. carteira (%): " Perc-Estab-Par
           display "35 => Estab. carteira km : " Km-Estab-Par
           display " "
           display " 8 => GRAVAR PARAMETROS                   "
           display " 9 => Salir (sem gravar)                  "
                   IF CAMPO-NUM-W > ZEROES
                      MOVE CAMPO-NUM-W TO Minutos-Inativ-Par
                   END-IF
                   WHEN = 28
                   display "INSIRA DISTANCIA MAXIMA DA VISITA AO "
                           "CLIENTE (METROS): "
                   display " "with no advancing
                   accept CAMPO-NUM-W
                   IF CAMPO-NUM-W > ZEROES AND CAMPO-NUM-W < 100000
                      MOVE CAMPO-NUM-W TO Tol-Visita-Par
                   END-IF
                   WHEN = 29
                   display "INSIRA VELOCIDADE MAXIMA ENTRE VISITAS "
                           "(KM/H): "
                   display " "with no advancing
                   accept CAMPO-NUM-W
                   IF CAMPO-NUM-W > ZEROES AND CAMPO-NUM-W < 1000
                      MOVE CAMPO-NUM-W TO Vel-Max-Par
                   END-IF
                   WHEN = 30
                   display "INSIRA CONTA CONTABIL DE ESTOQUE: "
                   display " "with no advancing
                   accept CAMPO-CONTA-W
                   IF CAMPO-CONTA-W NOT = SPACES
                      MOVE CAMPO-CONTA-W TO Conta-Estoque-Par
                   END-IF
                   WHEN = 31
                   display "INSIRA CONTA CONTABIL DE CUSTO DAS VENDAS: "
                   display " "with no advancing
                   accept CAMPO-CONTA-W
                   IF CAMPO-CONTA-W NOT = SPACES
                      MOVE CAMPO-CONTA-W TO Conta-CMV-Par
                   END-IF
                   WHEN = 32
                   display "INSIRA DIAS UTEIS DE ATRASO PARA BLOQUEIO "
                           "DO CLIENTE: "
                   display " "with no advancing
                   accept CAMPO-NUM-W
                   IF CAMPO-NUM-W > ZEROES AND CAMPO-NUM-W < 1000
                      MOVE CAMPO-NUM-W TO Dias-Atraso-Bloq-Par
                   END-IF
                   WHEN = 33
                   display "INSIRA TOTAL VENCIDO PARA BLOQUEIO (0=SO "
                           "PELOS DIAS): "
                   display " "with no advancing
                   accept CAMPO-VALOR-W
                   IF CAMPO-VALOR-W IS NUMERIC
                      MOVE CAMPO-VALOR-W TO Valor-Atraso-Bloq-Par
                   END-IF
                   WHEN = 34
                   display "INSIRA GANHO MINIMO (NNN,NN %) PARA TROCAR "
                           "O VENDEDOR DO CLIENTE (0=NAO USA): "
                   display " "with no advancing
                   accept CAMPO-PERC-W
                   IF CAMPO-PERC-W IS NUMERIC
                      MOVE CAMPO-PERC-W TO Perc-Estab-Par
                   END-IF
                   WHEN = 35
                   display "INSIRA GANHO MINIMO EM KM PARA TROCAR "
                           "O VENDEDOR DO CLIENTE (0=NAO USA): "
                   display " "with no advancing
                   accept CAMPO-NUM-W
                   IF CAMPO-NUM-W < 1000
                      MOVE CAMPO-NUM-W TO Km-Estab-Par
                   END-IF
                   WHEN = 8
                   PERFORM GRAVAR-PARAMETROS
                   WHEN = 9
              MOVE Validade-Senha-Par TO Validade-Senha-F
              MOVE Max-Tentativas-Par TO Max-Tentativas-F
              MOVE Minutos-Inativ-Par TO Minutos-Inativ-F
              MOVE Tol-Visita-Par    TO Tol-Visita-F
              MOVE Vel-Max-Par       TO Vel-Max-F
              MOVE Conta-Estoque-Par TO Conta-Estoque-F
              MOVE Conta-CMV-Par     TO Conta-CMV-F
              MOVE Dias-Atraso-Bloq-Par TO Dias-Atraso-Bloq-F
              MOVE Valor-Atraso-Bloq-Par TO Valor-Atraso-Bloq-F
              MOVE Perc-Estab-Par    TO Perc-Estab-F
              MOVE Km-Estab-Par      TO Km-Estab-F
              WRITE REG-PARAMS
              CLOSE PARAMS
              MOVE "PARAMETROS GRAVADOS" TO MENSAGEM
