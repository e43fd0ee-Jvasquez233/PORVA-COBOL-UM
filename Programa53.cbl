           ALTERNATE RECORD KEY IS Codigo-Vendedor
           FILE STATUS IS FILE-STATUS.

           SELECT VISITAS ASSIGN ARQ-VISITAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Visita
           FILE STATUS IS FILE-STATUS-VI.

           SELECT REEMBREL ASSIGN ARQ-REEMBREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
      ********** DECLARACAO DO VENDEDOR: VENDEDOR;KM DECLARADO *******
       01  REG-KMDECL                      PIC X(040).

       FD  VISITAS.

       01  REG-VISITAS.
           05 Chave-Visita.
              10 Codigo-Vendedor-vi        PIC 9(003).
              10 Data-Visita-vi            PIC 9(008).
              10 Codigo-Cliente-vi         PIC 9(007).
           05 Resultado-vi                 PIC X(001).
              88 VISITA-COM-PEDIDO                       VALUE "P".
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

       FD  VENDEDOR.

       01  REG-VENDEDOR.
           05 Tol-Km-Par                   PIC 9(003)   VALUE 10.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-ROTEIROLOG                  PIC X(080)   VALUE SPACES.
           05 ARQ-KMDECL                      PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-VISITAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-REEMBREL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
              88 NO-FIN-ARQ                             VALUE "N".

           05 FILE-STATUS-DCL              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VI               PIC 99       VALUE ZEROES.
           05 SW-VISITAS-OK                PIC X        VALUE "N".
           05 Cliente-Num-W                PIC 9(007)   VALUE ZEROES.
           05 Data-Visita-W                PIC 9(008)   VALUE ZEROES.
           05 Data-Visita-R REDEFINES Data-Visita-W.
              10 AAAA-Visita-W             PIC X(004).
              10 MM-Visita-W               PIC X(002).
              10 DD-Visita-W               PIC X(002).
           05 CONT-GLOSAS                  PIC 9(005)   VALUE ZEROES.
           05 ANO-REL                      PIC 9(004)   VALUE ZEROES.
           05 MES-REL                      PIC 9(002)   VALUE ZEROES.
           05 Data-Log-W                   PIC X(010)   VALUE SPACES.
           05 LINHA-REL                    PIC X(100)   VALUE SPACES.
           05 WRK-KM                       PIC ZZZ.ZZ9,99.
           05 WRK-KM2                      PIC ZZZ.ZZ9,99.
           05 WRK-KM3                      PIC ZZZ.ZZ9,99.
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.

      ********** KM CALCULADO (ROTEIROLOG) E DECLARADO (KMDECL) ******
      *    ACUMULADOS POR VENDEDOR; KM GLOSADO = PERNAS QUE CHEGAM   *
      *    EM VISITA COM LOCALIZACAO REPROVADA (D OU R), NAO PAGAS   *
           05 TABELA-KM.
              10 KM-OCC OCCURS 999 TIMES.
                 15 Km-Calculado-T         PIC 9(009)v9(002).
                 15 Km-Declarado-T         PIC 9(009)v9(002).
                 15 Km-Glosado-T           PIC 9(009)v9(002).

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
                      "(PROGRAMA18) PRIMEIRO"
           ELSE
              OPEN INPUT VENDEDOR
              OPEN INPUT VISITAS
              IF FILE-STATUS-VI = 00
                 MOVE "S" TO SW-VISITAS-OK
              END-IF
              PERFORM SOMAR-ROTEIROS
              IF SW-VISITAS-OK = "S"
                 CLOSE VISITAS
              END-IF
              CLOSE ROTEIROLOG
              PERFORM CARREGAR-DECLARADOS
              PERFORM GERAR-DEMONSTRATIVO
                 FUNCTION NUMVAL(Vendedor-Log-W)
              IF Vendedor-Num-W > ZEROES
                 COMPUTE Km-Num-W = FUNCTION NUMVAL(Km-Log-W)
                 PERFORM VERIFICAR-VISITA
                 IF GEO-DISTANTE OR GEO-VELOCIDADE
                    ADD 1 TO CONT-GLOSAS
                    ADD Km-Num-W TO Km-Glosado-T(Vendedor-Num-W)
                 ELSE
                    ADD Km-Num-W TO Km-Calculado-T(Vendedor-Num-W)
                 END-IF
              END-IF
           END-IF.

       VERIFICAR-VISITA.
      ********** VISITA DO VENDEDOR AO CLIENTE NA DATA DA PERNA, ******
      *    COM A SITUACAO DADA PELA VALIDACAO DE LOCALIZACAO         *
      *    (PROGRAMA87). SEM VISITA OU SEM VALIDACAO, A PERNA E PAGA *
           MOVE SPACE TO Situacao-Geo-vi
           IF SW-VISITAS-OK = "S"
              MOVE Data-Log-W(7:4) TO AAAA-Visita-W
              MOVE Data-Log-W(4:2) TO MM-Visita-W
              MOVE Data-Log-W(1:2) TO DD-Visita-W
              COMPUTE Cliente-Num-W = FUNCTION NUMVAL(Cliente-Log-W)
              MOVE Vendedor-Num-W TO Codigo-Vendedor-vi
              MOVE Data-Visita-W  TO Data-Visita-vi
              MOVE Cliente-Num-W  TO Codigo-Cliente-vi
              READ VISITAS
              IF FILE-STATUS-VI NOT = 00
                 MOVE SPACE TO Situacao-Geo-vi
              END-IF
           END-IF.


           PERFORM LISTAR-VENDEDOR
              VARYING COD-V FROM 1 BY 1 UNTIL COD-V > 999
           CLOSE REEMBREL
           MOVE "reembkm.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       LISTAR-VENDEDOR.
           IF Km-Calculado-T(COD-V) > ZEROES
              OR Km-Declarado-T(COD-V) > ZEROES
              OR Km-Glosado-T(COD-V) > ZEROES
              ADD 1 TO CONT-VENDEDORES
              COMPUTE Valor-Reemb-W ROUNDED =
                 Km-Calculado-T(COD-V) * Valor-Km-Par
                     "  REEMBOLSO " WRK-VALOR
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-REEMBREL FROM LINHA-REL
              IF Km-Glosado-T(COD-V) > ZEROES
                 MOVE Km-Glosado-T(COD-V) TO WRK-KM3
                 MOVE SPACES TO LINHA-REL
                 STRING "  KM GLOSADO   " WRK-KM3
                        "  (VISITA FORA DO CLIENTE OU VELOCIDADE "
                        "IMPOSSIVEL)"
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-REEMBREL FROM LINHA-REL
              END-IF
      ********** DISCREPANCIA: DECLARADO ACIMA DO CALCULADO MAIS *****
      *    A TOLERANCIA PARAMETRIZADA; O KM GLOSADO FOI RODADO E     *
      *    ENTRA NA CONFERENCIA, SO NAO E REEMBOLSADO                *
              COMPUTE Km-Limite-W ROUNDED =
                 (Km-Calculado-T(COD-V) + Km-Glosado-T(COD-V))
                 * (100 + Tol-Km-Par) / 100
              IF Km-Declarado-T(COD-V) > Km-Limite-W
                 ADD 1 TO CONT-DISCREPANCIAS
           DISPLAY "DEMONSTRATIVO GERADO: reembkm.txt"
           DISPLAY "Vendedores no periodo : " CONT-VENDEDORES
           DISPLAY "Discrepancias         : " CONT-DISCREPANCIAS
           DISPLAY "Pernas glosadas       : " CONT-GLOSAS

           MOVE CONT-VENDEDORES TO JOB-LIDOS JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "ANO=" ANO-REL " MES=" MES-REL
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA53 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
                  DELIMITED BY SIZE
                  "vendedor.dat" DELIMITED BY SIZE
                  INTO ARQ-VENDEDOR
           MOVE SPACES TO ARQ-VISITAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "visitas.dat" DELIMITED BY SIZE
                  INTO ARQ-VISITAS
           MOVE SPACES TO ARQ-REEMBREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
