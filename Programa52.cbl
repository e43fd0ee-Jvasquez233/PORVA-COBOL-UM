           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS.

           SELECT PLANOVIS ASSIGN ARQ-PLANOVIS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Plano
           FILE STATUS IS FILE-STATUS-PL.

           SELECT ADEREL ASSIGN ARQ-ADEREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
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

       FD  CLIENTES.

           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".


       FD  PLANOVIS.

      ********** PLANO MENSAL DE VISITAS (PROGRAMA88), LIDO PELO *****
      *    ROTEIRO DIARIO (PROGRAMA18) E PELA ADERENCIA (PROGRAMA52) *
       01  REG-PLANOVIS.
           05 Chave-Plano.
              10 Codigo-Vendedor-pl        PIC 9(003).
              10 Data-Plano-pl             PIC 9(008).
              10 Codigo-Cliente-pl         PIC 9(007).
           05 Frequencia-pl                PIC X(001).
           05 Fora-Preferencia-pl          PIC X(001).

       FD  ADEREL.

           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-ROTEIROLOG                  PIC X(080)   VALUE SPACES.
           05 ARQ-VISITAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-ADEREL                      PIC X(080)   VALUE SPACES.
           05 ARQ-PLANOVIS                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIM-VIS                                VALUE "S".
              88 NO-FIM-VIS                             VALUE "N".

      ********** CONFRONTO COM O PLANO MENSAL (PROGRAMA88) ***********
           05 MES-PLANO-ADE                PIC 9(006)   VALUE ZEROES.
           05 MES-PLANO-R REDEFINES MES-PLANO-ADE.
              10 MM-PLANO-ADE              PIC 9(002).
              10 AAAA-PLANO-ADE            PIC 9(004).
           05 Data-Ini-Plano               PIC 9(008)   VALUE ZEROES.
           05 Data-Fim-Plano               PIC 9(008)   VALUE ZEROES.
           05 FILE-STATUS-PL               PIC 99       VALUE ZEROES.
           05 SW-FIM-PLANO                 PIC X        VALUE "N".
              88 FIM-PLANO                              VALUE "S".
              88 NO-FIM-PLANO                           VALUE "N".
           05 CONT-PLANEJADAS              PIC 9(005)   VALUE ZEROES.
           05 CONT-CUMPRIDAS               PIC 9(005)   VALUE ZEROES.
           05 CONT-OUTRA-DATA              PIC 9(005)   VALUE ZEROES.
           05 CONT-NAO-VISIT               PIC 9(005)   VALUE ZEROES.
           05 Data-Outra-W                 PIC 9(008)   VALUE ZEROES.
           05 PERC-ADERENCIA               PIC 9(003)v9(002)
                                            VALUE ZEROES.
           05 PERC-EDIT                    PIC ZZ9,99.

      ********** CLIENTES DISTINTOS QUE APARECERAM NO ROTEIRO ********
      *    GERADO DO VENDEDOR (ROTEIROLOG.CSV)                       *
           05 TABELA-ROTEIRO.
           DISPLAY "ADERENCIA AO ROTEIRO DE VISITAS"
           DISPLAY "INSIRA CODIGO DO VENDEDOR: "
           ACCEPT COD-VEND-ADE
           DISPLAY "INSIRA MES DO PLANO (MMAAAA, 0 = ROTEIRO "
                   "GERADO): "
           ACCEPT MES-PLANO-ADE

           IF MES-PLANO-ADE NOT = ZEROES
              PERFORM ADERENCIA-PLANO
           ELSE
           OPEN INPUT ROTEIROLOG
           IF FILE-STATUS NOT = 00
              DISPLAY "roteirolog.csv AUSENTE; GERE O ROTEIRO "
                 PERFORM GERAR-CONFRONTO
                 CLOSE ROTEIROLOG VISITAS CLIENTES
              END-IF
           END-IF
           END-IF.

       ADERENCIA-PLANO.
      ********** CADA VISITA PLANEJADA NO MES E CUMPRIDA (VISITA NA **
      *    DATA DO PLANO), FEITA EM OUTRA DATA DO MES OU NAO FEITA   *
           COMPUTE Data-Ini-Plano = AAAA-PLANO-ADE * 10000
                                  + MM-PLANO-ADE * 100 + 1
           COMPUTE Data-Fim-Plano = Data-Ini-Plano + 30
           OPEN INPUT PLANOVIS
           IF FILE-STATUS-PL NOT = 00
              DISPLAY "planovis.dat AUSENTE; EXECUTE O PLANO MENSAL "
                      "(PROGRAMA88) PRIMEIRO"
           ELSE
              OPEN INPUT VISITAS
                   INPUT CLIENTES
              IF FILE-STATUS NOT = 00
                 DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR OS "
                         "ARQUIVOS"
                 DISPLAY "STATUS: " FILE-STATUS
                 CLOSE PLANOVIS
              ELSE
                 PERFORM GERAR-CONFRONTO-PLANO
                 CLOSE PLANOVIS VISITAS CLIENTES
              END-IF
           END-IF.

       GERAR-CONFRONTO-PLANO.
           OPEN OUTPUT ADEREL
           MOVE SPACES TO LINHA-ADE
           STRING "ADERENCIA AO PLANO MENSAL - VENDEDOR " COD-VEND-ADE
                  " - " MM-PLANO-ADE "/" AAAA-PLANO-ADE
              DELIMITED BY SIZE INTO LINHA-ADE
           WRITE REG-ADEREL FROM LINHA-ADE
           WRITE REG-ADEREL FROM LINHA-EMPRESA
           MOVE SPACES TO LINHA-ADE
           WRITE REG-ADEREL FROM LINHA-ADE
           MOVE "VISITAS PLANEJADAS NAO CUMPRIDAS NA DATA:" TO LINHA-ADE
           WRITE REG-ADEREL FROM LINHA-ADE

           MOVE COD-VEND-ADE   TO Codigo-Vendedor-pl
           MOVE Data-Ini-Plano TO Data-Plano-pl
           MOVE ZEROES         TO Codigo-Cliente-pl
           SET NO-FIM-PLANO TO TRUE
           START PLANOVIS KEY IS NOT LESS THAN Chave-Plano
              INVALID KEY SET FIM-PLANO TO TRUE
           END-START
           PERFORM UNTIL FIM-PLANO
              READ PLANOVIS NEXT RECORD
                 AT END SET FIM-PLANO TO TRUE
              END-READ
              IF NO-FIM-PLANO
                 IF Codigo-Vendedor-pl NOT = COD-VEND-ADE
                    OR Data-Plano-pl > Data-Fim-Plano
                    SET FIM-PLANO TO TRUE
                 ELSE
                    PERFORM CONFRONTAR-PLANO
                 END-IF
              END-IF
           END-PERFORM

           IF CONT-PLANEJADAS > ZEROES
              COMPUTE PERC-ADERENCIA ROUNDED =
                 CONT-CUMPRIDAS * 100 / CONT-PLANEJADAS
           END-IF
           MOVE PERC-ADERENCIA TO PERC-EDIT
           MOVE SPACES TO LINHA-ADE
           WRITE REG-ADEREL FROM LINHA-ADE
           MOVE SPACES TO LINHA-ADE
           STRING "VISITAS PLANEJADAS  : " CONT-PLANEJADAS
              DELIMITED BY SIZE INTO LINHA-ADE
           WRITE REG-ADEREL FROM LINHA-ADE
           MOVE SPACES TO LINHA-ADE
           STRING "CUMPRIDAS NA DATA   : " CONT-CUMPRIDAS
              DELIMITED BY SIZE INTO LINHA-ADE
           WRITE REG-ADEREL FROM LINHA-ADE
           MOVE SPACES TO LINHA-ADE
           STRING "EM OUTRA DATA       : " CONT-OUTRA-DATA
              DELIMITED BY SIZE INTO LINHA-ADE
           WRITE REG-ADEREL FROM LINHA-ADE
           MOVE SPACES TO LINHA-ADE
           STRING "NAO VISITADAS       : " CONT-NAO-VISIT
              DELIMITED BY SIZE INTO LINHA-ADE
           WRITE REG-ADEREL FROM LINHA-ADE
           MOVE SPACES TO LINHA-ADE
           STRING "ADERENCIA AO PLANO  : " PERC-EDIT " %"
              DELIMITED BY SIZE INTO LINHA-ADE
           WRITE REG-ADEREL FROM LINHA-ADE
           CLOSE ADEREL
           MOVE "aderencia.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       CONFRONTAR-PLANO.
           ADD 1 TO CONT-PLANEJADAS
           MOVE Codigo-Vendedor-pl TO Codigo-Vendedor-vi
           MOVE Data-Plano-pl      TO Data-Visita-vi
           MOVE Codigo-Cliente-pl  TO Codigo-Cliente-vi
           READ VISITAS
           IF FILE-STATUS = 00
              ADD 1 TO CONT-CUMPRIDAS
           ELSE
      ********** SEM VISITA NA DATA: PROCURA O CLIENTE NO RESTO DO ***
      *    MES                                                       *
              MOVE ZEROES             TO Data-Outra-W
              MOVE COD-VEND-ADE       TO Codigo-Vendedor-vi
              MOVE Data-Ini-Plano     TO Data-Visita-vi
              MOVE ZEROES             TO Codigo-Cliente-vi
              SET NO-FIM-VIS TO TRUE
              START VISITAS KEY IS NOT LESS THAN Chave-Visita
                 INVALID KEY SET FIM-VIS TO TRUE
              END-START
              PERFORM UNTIL FIM-VIS
                 READ VISITAS NEXT RECORD
                    AT END SET FIM-VIS TO TRUE
                 END-READ
                 IF NO-FIM-VIS
                    IF Codigo-Vendedor-vi NOT = COD-VEND-ADE
                       OR Data-Visita-vi > Data-Fim-Plano
                       SET FIM-VIS TO TRUE
                    ELSE
                       IF Codigo-Cliente-vi = Codigo-Cliente-pl
                          MOVE Data-Visita-vi TO Data-Outra-W
                          SET FIM-VIS TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              ADD 1 TO JOB-AVISOS
              MOVE Codigo-Cliente-pl TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS NOT = 00
                 MOVE SPACES TO Razão-Social
              END-IF
              MOVE SPACES TO LINHA-ADE
              IF Data-Outra-W > ZEROES
                 ADD 1 TO CONT-OUTRA-DATA
                 STRING "  " Data-Plano-pl " " Codigo-Cliente-pl " "
                        Razão-Social " VISITADO EM " Data-Outra-W
                    DELIMITED BY SIZE INTO LINHA-ADE
              ELSE
                 ADD 1 TO CONT-NAO-VISIT
                 STRING "  " Data-Plano-pl " " Codigo-Cliente-pl " "
                        Razão-Social " NAO VISITADO"
                    DELIMITED BY SIZE INTO LINHA-ADE
              END-IF
              WRITE REG-ADEREL FROM LINHA-ADE
           END-IF.

       CARREGAR-ROTEIRO.
           STRING "NUNCA VISITADOS     : " CONT-NUNCA
              DELIMITED BY SIZE INTO LINHA-ADE
           WRITE REG-ADEREL FROM LINHA-ADE
           CLOSE ADEREL
           MOVE "aderencia.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       CONFRONTAR-CLIENTE.
      ********** PROCURA QUALQUER VISITA REGISTRADA (PGM00030) DO ****

       FIN.
           DISPLAY "CONFRONTO GERADO: aderencia.txt"
           IF MES-PLANO-ADE NOT = ZEROES
              DISPLAY "Visitas planejadas  : " CONT-PLANEJADAS
              DISPLAY "Cumpridas na data   : " CONT-CUMPRIDAS
              DISPLAY "Aderencia ao plano  : " PERC-EDIT " %"
              MOVE CONT-PLANEJADAS TO JOB-LIDOS
              MOVE CONT-CUMPRIDAS  TO JOB-GRAVADOS
           ELSE
              DISPLAY "Clientes no roteiro : " QTD-ROTEIRO
              DISPLAY "Nunca visitados     : " CONT-NUNCA
              MOVE QTD-ROTEIRO TO JOB-LIDOS
              MOVE CONT-VISITADOS TO JOB-GRAVADOS
           END-IF
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           STOP RUN.
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "VENDEDOR=" COD-VEND-ADE " MES=" MES-PLANO-ADE
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA52 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "aderencia.txt" DELIMITED BY SIZE
                  INTO ARQ-ADEREL
           MOVE SPACES TO ARQ-PLANOVIS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "planovis.dat" DELIMITED BY SIZE
                  INTO ARQ-PLANOVIS.
       END PROGRAM PROGRAMA52.
