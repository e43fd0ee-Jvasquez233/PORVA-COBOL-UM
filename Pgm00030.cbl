              88 VISITA-SEM-PEDIDO                       VALUE "S".
              88 VISITA-AUSENTE                          VALUE "A".
           05 Observacao-vi                PIC X(060).
      ********** POSICAO E HORA CAPTURADAS EM CAMPO; A SITUACAO E ****
      *    MARCADA PELA VALIDACAO DE LOCALIZACAO (PROGRAMA87)        *
           05 Hora-Visita-vi               PIC 9(004).
           05 Latitude-vi                  PIC s9(003)v9(008).
           05 Longitude-vi                 PIC s9(003)v9(008).
           05 Situacao-Geo-vi              PIC X(001).
              88 GEO-NAO-VALIDADA                        VALUE " ".
              88 GEO-VALIDADA                            VALUE "V".
              88 GEO-SEM-POSICAO                         VALUE "S".
              88 GEO-DISTANTE                            VALUE "D".
              88 GEO-VELOCIDADE                          VALUE "R".
           05 Distancia-Geo-vi             PIC 9(007).

       FD  EMPRESACTL.

           05 Cliente-Vis-W                PIC 9(007)   VALUE ZEROES.
           05 Resultado-Vis-W              PIC X(001)   VALUE SPACES.
           05 Observacao-Vis-W             PIC X(060)   VALUE SPACES.
           05 Hora-Vis-W                   PIC 9(004)   VALUE ZEROES.
           05 Hora-Vis-R REDEFINES Hora-Vis-W.
              10 HH-Vis-W                  PIC 9(002).
              10 MM-Vis-W                  PIC 9(002).
           05 Latitude-Vis-W               PIC s9(003)v9(008)
                                            VALUE ZEROES.
           05 Longitude-Vis-W              PIC s9(003)v9(008)
                                            VALUE ZEROES.
           05 SW-FIM-VIS                   PIC X        VALUE "N".
              88 FIM-VIS                                VALUE "F".
              88 NO-FIM-VIS                             VALUE "N".
           display "INSIRA OBSERVACAO: "
           display " "with no advancing
           accept Observacao-Vis-W
      ********** HORA E POSICAO DO APARELHO NO MOMENTO DA VISITA; ****
      *    ZERO = NAO CAPTURADA (A VALIDACAO MARCA SEM POSICAO)      *
           display "INSIRA HORA DA VISITA (HHMM): "
           display " "with no advancing
           accept Hora-Vis-W
           display "INSIRA LATITUDE CAPTURADA NNN,NNNNNNNN (0=SEM): "
           display " "with no advancing
           accept Latitude-Vis-W
           display "INSIRA LONGITUDE CAPTURADA NNN,NNNNNNNN (0=SEM): "
           display " "with no advancing
           accept Longitude-Vis-W
           IF Vendedor-Vis-W = ZEROES OR Cliente-Vis-W = ZEROES
              OR Data-Vis-W < 20000101
              MOVE "VENDEDOR, CLIENTE OU DATA INVALIDOS"
                   TO MENSAGEM
           ELSE
           IF HH-Vis-W > 23 OR MM-Vis-W > 59
              MOVE "HORA INVALIDA, USE HHMM" TO MENSAGEM
           ELSE
           IF Latitude-Vis-W < -90 OR Latitude-Vis-W > 90
              OR Longitude-Vis-W < -180 OR Longitude-Vis-W > 180
              MOVE "POSICAO INVALIDA" TO MENSAGEM
           ELSE
           IF Resultado-Vis-W NOT = "P" AND
              Resultado-Vis-W NOT = "S" AND
              Resultado-Vis-W NOT = "A"
              IF FILE-STATUS = 00
                 MOVE Resultado-Vis-W  TO Resultado-vi
                 MOVE Observacao-Vis-W TO Observacao-vi
                 PERFORM MOVER-POSICAO
                 REWRITE REG-VISITAS
                 MOVE "VISITA ATUALIZADA" TO MENSAGEM
              ELSE
                 MOVE Cliente-Vis-W    TO Codigo-Cliente-vi
                 MOVE Resultado-Vis-W  TO Resultado-vi
                 MOVE Observacao-Vis-W TO Observacao-vi
                 PERFORM MOVER-POSICAO
                 WRITE REG-VISITAS
                 MOVE "VISITA REGISTRADA" TO MENSAGEM
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       MOVER-POSICAO.
      ********** VISITA LANCADA OU ALTERADA VOLTA A FICAR PENDENTE ***
      *    DE VALIDACAO                                              *
           MOVE Hora-Vis-W       TO Hora-Visita-vi
           MOVE Latitude-Vis-W   TO Latitude-vi
           MOVE Longitude-Vis-W  TO Longitude-vi
           MOVE SPACE            TO Situacao-Geo-vi
           MOVE ZEROES           TO Distancia-Geo-vi.

       LISTAR-VISITAS.
           PERFORM LIMPIAR-PANTALLA
           display "VISITAS DE UM VENDEDOR"
              END-READ
              IF NOT FIM-VIS
                 IF Codigo-Vendedor-vi = Vendedor-Vis-W
                    display Data-Visita-vi " " Hora-Visita-vi
                            " CLI " Codigo-Cliente-vi " ["
                            Resultado-vi Situacao-Geo-vi "] "
                            Observacao-vi
                 ELSE
                    SET FIM-VIS TO TRUE
                 END-IF
           END-PERFORM
           display " "
           display "(P=PEDIDO S=SEM PEDIDO A=AUSENTE)"
           display "(LOCALIZACAO: V=VALIDADA D=DISTANTE DO CLIENTE "
                   "R=VELOCIDADE IMPOSSIVEL S=SEM POSICAO)"
           display "Tecle ENTER para continuar"
           accept OPC-W.

