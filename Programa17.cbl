           RECORD KEY IS Chave-Filial
           FILE STATUS IS FILE-STATUS.

           SELECT DISTROD ASSIGN ARQ-DISTROD
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Distrod
           FILE STATUS IS FILE-STATUS-DR.

           SELECT CANDIDATOS ASSIGN ARQ-CANDIDATOS
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  VENDEDOR.

           05 Longitude-f                  PIC s9(003)v9(008).
           05 Filial-Primaria              PIC X(001)   VALUE "N".

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

       FD  CANDIDATOS.

       01  REG-CANDIDATOS.
           05 Prazo-Venc-Par               PIC 9(003)   VALUE 30.
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-SIMREL                      PIC X(080)   VALUE SPACES.
           05 ARQ-SIMCAPT                     PIC X(080)   VALUE SPACES.
           05 ARQ-SIMRES                      PIC X(080)   VALUE SPACES.
           05 ARQ-DISTROD                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
                 15 Zona-Vendedor-T    PIC X(003).
                 15 Capacidade-T       PIC 9(005).
                 15 Metros-T           PIC s9(010)v9(002).
                 15 Fonte-T            PIC X(001).
                 15 SW-Candidato-T     PIC X(001).
                 15 Qtd-Clientes-T     PIC 9(005)   VALUE ZEROES.
           05 QTD-VENDEDORES           PIC 9(003)   VALUE ZEROES.

           05 TABELA-FILIAIS-CLI.
              10 FILIAL-CLI-OCC OCCURS 50 TIMES.
                 15 Num-Fil-T              PIC 9(003).
                 15 Lat-Fil-T              PIC s9(003)v9(008).
                 15 Long-Fil-T             PIC s9(003)v9(008).
           05 QTD-FILIAIS-CLI              PIC 9(002)   VALUE ZEROES.
                                            VALUE ZEROES.
           05 Metros-Fil                   PIC s9(010)v9(002)
                                            VALUE ZEROES.
      ********** DISTANCIA DE ESTRADA DA MATRIZ (PROGRAMA104), COMO **
      *    NO PROGRAMA1; O CANDIDATO, SEM BASE NA MATRIZ, FICA COM   *
      *    A LINHA RETA                                              *
           05 FILE-STATUS-DR               PIC 9(002)   VALUE ZEROES.
           05 SW-DISTROD-OK                PIC X        VALUE "N".
           05 Fonte-Dist                   PIC X        VALUE "L".
           05 Fonte-Venceu                 PIC X        VALUE "L".
           05 CONT-DIST-RODOVIA            PIC 9(007)   VALUE ZEROES.
           05 CONT-DIST-RETA               PIC 9(007)   VALUE ZEROES.

           05 DETALLE-SIMRES.
              10 CODE-VEN-S             PIC ZZ9.

           PERFORM CARREGAR-VENDEDORES
           CLOSE VENDEDOR
           OPEN INPUT DISTROD
           IF FILE-STATUS-DR = 00
              MOVE "S" TO SW-DISTROD-OK
           END-IF
           PERFORM CARREGAR-CANDIDATOS
           PERFORM CARREGAR-RELVENCL-ANTERIOR

                 ELSE
                    IF QTD-FILIAIS-CLI < 50
                       ADD 1 TO QTD-FILIAIS-CLI
                       MOVE Numero-Filial
                            TO Num-Fil-T(QTD-FILIAIS-CLI)
                       MOVE Latitude-f
                            TO Lat-Fil-T(QTD-FILIAIS-CLI)
                       MOVE Longitude-f
           END-PERFORM
           IF QTD-FILIAIS-CLI = ZEROES
              MOVE 1               TO QTD-FILIAIS-CLI
              MOVE ZEROES          TO Num-Fil-T(1)
              MOVE Latitude-c      TO Lat-Fil-T(1)
              MOVE Longitude-c     TO Long-Fil-T(1)
           END-IF.

       LEER-CALCULAR.
           MOVE 999999,99          TO Metros-Fil
           MOVE "L"                TO Fonte-Venceu
           PERFORM VARYING IND-FIL FROM 1 BY 1
              UNTIL IND-FIL > QTD-FILIAIS-CLI
              MOVE Lat-Fil-T(IND-FIL)   TO Lat-Ponto
              MOVE Long-Fil-T(IND-FIL)  TO Long-Ponto
              PERFORM CALCULAR-HAVERSINE
              PERFORM BUSCAR-DISTANCIA-RODOVIA
              IF Metros-Dis < Metros-Fil
                 MOVE Metros-Dis        TO Metros-Fil
                 MOVE Fonte-Dist        TO Fonte-Venceu
              END-IF
           END-PERFORM
           MOVE Metros-Fil TO Metros-T(IDX-VEND)
           MOVE Fonte-Venceu TO Fonte-T(IDX-VEND).

       BUSCAR-DISTANCIA-RODOVIA.
           MOVE "L" TO Fonte-Dist
           IF SW-DISTROD-OK = "S" AND SW-Candidato-T(IDX-VEND) = "N"
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
           PERFORM VARYING IDX-VEND FROM 1 BY 1
              MOVE ";" TO FIL-S1 FIL-S2 FIL-S3 FIL-S4 FIL-S5 FIL-S6
              WRITE REG-SIMREL
              ADD 1 TO Qtd-Clientes-T(Idx-Melhor)
              IF Fonte-T(IDX-VEND) = "R"
                 ADD 1 TO CONT-DIST-RODOVIA
              ELSE
                 ADD 1 TO CONT-DIST-RETA
              END-IF
              IF SW-Candidato-T(IDX-VEND) = "S"
                 PERFORM GRAVAR-CAPTURA
              END-IF
                 FILIAIS
                 SIMREL
                 SIMCAPT
           IF SW-DISTROD-OK = "S"
              CLOSE DISTROD
           END-IF

           DISPLAY "SIMULACAO CONCLUIDA"
           DISPLAY "Resultado   : simrelven.csv"
           PERFORM IMPRIMIR-DET-SIMRES
              VARYING COD-X FROM 1 BY 1
              UNTIL COD-X > QTD-VENDEDORES
           MOVE SPACES TO REG-SIMRES
           WRITE REG-SIMRES
           MOVE SPACES TO REG-SIMRES
           STRING "TITULARES PELA DISTANCIA DE ESTRADA: "
                  CONT-DIST-RODOVIA
                  "  PELA LINHA RETA: " CONT-DIST-RETA
              DELIMITED BY SIZE INTO REG-SIMRES
           WRITE REG-SIMRES
           CLOSE SIMRES
           MOVE "simresumo.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       IMPRIMIR-DET-SIMRES.
           INITIALIZE DETALLE-SIMRES
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA17 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "simresumo.txt" DELIMITED BY SIZE
                  INTO ARQ-SIMRES
           MOVE SPACES TO ARQ-DISTROD
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "distrod.dat" DELIMITED BY SIZE
                  INTO ARQ-DISTROD.
       END PROGRAM PROGRAMA17.
