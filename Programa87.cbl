      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: VALIDACAO DE LOCALIZACAO DAS VISITAS REGISTRADAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA87.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VISITAS ASSIGN ARQ-VISITAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Visita
           FILE STATUS IS FILE-STATUS-VI.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT FILIAIS ASSIGN ARQ-FILIAIS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Filial
           FILE STATUS IS FILE-STATUS-FI.

           SELECT VISGEOREL ASSIGN ARQ-VISGEOREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT JOBLOG   ASSIGN ARQ-JOBLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.

           SELECT EMPRESACTL ASSIGN "C:\Users\Jose Angel\Documents\co
      -    "bol\files\empresa.txt"
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-EMP.

           SELECT PARAMS   ASSIGN "C:\Users\Jose Angel\Documents\cobol\f
      -    "iles\parametros.txt"
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-PAR.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CLIENTES.

       01  REG-CLIENTES.
           05 Codigo-Cliente               PIC 9(007).
           05 CNPJ                         PIC 9(014).
           05 Razão-Social                 PIC X(040).
           05 Latitude-c                   PIC s9(003)v9(008).
           05 Longitude-c                  PIC s9(003)v9(008).
           05 Codigo-Vendedor-Fixo         PIC 9(003)   VALUE ZEROES.
           05 Zona-Cliente                 PIC X(003)   VALUE SPACES.
           05 Classificacao-Cliente        PIC X(001)   VALUE "P".
              88 CLIENTE-VIP                             VALUE "V".
              88 CLIENTE-PADRAO                          VALUE "S".
              88 CLIENTE-PROSPECTO                       VALUE "P".
           05 Situacao-Cliente             PIC X(001)   VALUE "A".
              88 CLIENTE-ATIVO                           VALUE "A".
              88 CLIENTE-INATIVO                         VALUE "I".
              88 CLIENTE-BLOQUEADO                       VALUE "B".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  FILIAIS.

       01  REG-FILIAIS.
           05 Chave-Filial.
              10 Codigo-Cliente-f          PIC 9(007).
              10 Numero-Filial             PIC 9(003).
           05 Descricao-Filial             PIC X(030).
           05 Latitude-f                   PIC s9(003)v9(008).
           05 Longitude-f                  PIC s9(003)v9(008).
           05 Filial-Primaria              PIC X(001)   VALUE "N".
              88 FILIAL-E-PRIMARIA                       VALUE "S".

       FD  VISGEOREL.

       01  REG-VISGEOREL                   PIC X(100).

       FD  JOBLOG.

       01  REG-JOBLOG.
           05 Programa-j                   PIC X(010).
           05 FIL-J1                       PIC X          VALUE ";".
           05 Evento-j                     PIC X(006).
           05 FIL-J2                       PIC X          VALUE ";".
           05 Data-j                       PIC X(010).
           05 FIL-J3                       PIC X          VALUE ";".
           05 Hora-j                       PIC X(008).
           05 FIL-J4                       PIC X          VALUE ";".
           05 Lidos-j                      PIC 9(007).
           05 FIL-J5                       PIC X          VALUE ";".
           05 Gravados-j                   PIC 9(007).
           05 FIL-J6                       PIC X          VALUE ";".
           05 Avisos-j                     PIC 9(005).
           05 FIL-J7                       PIC X          VALUE ";".
           05 Status-j                     PIC X(010).

       FD  EMPRESACTL.

       01  REG-EMPRESACTL.
           05 Codigo-ec                    PIC 9(002).
           05 FIL-EC1                      PIC X.
           05 Nome-ec                      PIC X(040).
           05 FIL-EC2                      PIC X.
           05 Dir-Empresa-ec               PIC X(060).

       FD  PARAMS.

       01  REG-PARAMS.
           05 Dir-Dados-F                  PIC X(060).
           05 Dir-Historico-F              PIC X(060).
           05 Dir-Backup-F                 PIC X(060).
           05 Max-Dist-F                   PIC 9(010).
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

       WORKING-STORAGE SECTION.

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
                                            VALUE "PROGRAMA87".
           05 JOB-EVENTO                   PIC X(006)   VALUE SPACES.
           05 JOB-LIDOS                    PIC 9(007)   VALUE ZEROES.
           05 JOB-GRAVADOS                 PIC 9(007)   VALUE ZEROES.
           05 JOB-AVISOS                   PIC 9(005)   VALUE ZEROES.
           05 JOB-STATUS                   PIC X(010)   VALUE "OK".
           05 ARQ-JOBLOG                   PIC X(080)   VALUE SPACES.
           05 JOB-DT-AUX.
              10 JOB-AA                    PIC X(002)   VALUE SPACES.
              10 JOB-MM                    PIC X(002)   VALUE SPACES.
              10 JOB-DD                    PIC X(002)   VALUE SPACES.
           05 JOB-HR-AUX.
              10 JOB-HH                    PIC X(002)   VALUE SPACES.
              10 JOB-MI                    PIC X(002)   VALUE SPACES.
              10 JOB-SS                    PIC X(002)   VALUE SPACES.
              10 JOB-ML                    PIC X(002)   VALUE SPACES.

       01  AREA-EMPRESA.
           05 FILE-STATUS-EMP              PIC 99       VALUE ZEROES.
           05 LINHA-EMPRESA                PIC X(060)   VALUE SPACES.

       01  AREA-PARAMETROS.
           05 FILE-STATUS-PAR              PIC 99       VALUE ZEROES.
           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".
           05 Dir-Historico-Par            PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\history\".
           05 Dir-Backup-Par               PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\backup\".
           05 Max-Distancia-Par            PIC 9(010)   VALUE 500000.
           05 Max-Dist-VIP-Par             PIC 9(010)   VALUE 300000.
           05 Prazo-Venc-Par               PIC 9(003)   VALUE 30.
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.
           05 Tol-Visita-Par               PIC 9(005)   VALUE 300.
           05 Vel-Max-Par                  PIC 9(003)   VALUE 120.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-VISITAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-FILIAIS                     PIC X(080)   VALUE SPACES.
           05 ARQ-VISGEOREL                   PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-VISITAS                            VALUE "S".
              88 NO-FIN-VISITAS                         VALUE "N".
           05 SW-FIM-FILIAIS               PIC X        VALUE "N".
              88 FIM-FILIAIS                            VALUE "S".
              88 NO-FIM-FILIAIS                         VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VI               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FI               PIC 99       VALUE ZEROES.
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 SW-FILIAIS-OK                PIC X        VALUE "N".
           05 SW-REFERENCIA                PIC X        VALUE "N".

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.
      ********** MES VALIDADO: MMAAAA, ZERO = MES CORRENTE ***********
           05 MES-ANO-W                    PIC 9(006)   VALUE ZEROES.
           05 MES-ANO-R REDEFINES MES-ANO-W.
              10 MES-REL-W                 PIC 9(002).
              10 ANO-REL-W                 PIC 9(004).
           05 Data-Vis-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-Vis-R REDEFINES Data-Vis-W.
              10 AAAA-Vis-W                PIC 9(004).
              10 MM-Vis-W                  PIC 9(002).
              10 DD-Vis-W                  PIC 9(002).
           05 Hora-W                       PIC 9(004)   VALUE ZEROES.
           05 Hora-R REDEFINES Hora-W.
              10 HH-W                      PIC 9(002).
              10 MI-W                      PIC 9(002).

           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-NO-MES                  PIC 9(007)   VALUE ZEROES.
           05 CONT-VALIDADAS               PIC 9(007)   VALUE ZEROES.
           05 CONT-SEM-POSICAO             PIC 9(007)   VALUE ZEROES.
           05 CONT-DISTANTES               PIC 9(007)   VALUE ZEROES.
           05 CONT-VELOCIDADE              PIC 9(007)   VALUE ZEROES.
           05 CONT-FORA-TABELA             PIC 9(005)   VALUE ZEROES.

      ********** DISTANCIA ENTRE DOIS PONTOS (HAVERSINE) *************
           05 Lat-Ponto                    PIC s9(003)v9(008)
                                            VALUE ZEROES.
           05 Long-Ponto                   PIC s9(003)v9(008)
                                            VALUE ZEROES.
           05 Lat-Ref                      PIC s9(003)v9(008)
                                            VALUE ZEROES.
           05 Long-Ref                     PIC s9(003)v9(008)
                                            VALUE ZEROES.
           05 Metros-Dis                   PIC s9(010)v9(002)
                                            VALUE ZEROES.
           05 Metros-Min                   PIC s9(010)v9(002)
                                            VALUE ZEROES.
           05 VARIABLES-HAVERSINE.
              10 PI-CONST              PIC 9(001)v9(009)
                                        VALUE 3,141592653.
              10 RAIO-TERRA-M          PIC 9(007)v9(002)
                                        VALUE 6371000,00.
              10 Latitude-c-Rad        PIC s9(003)v9(012) VALUE ZEROES.
              10 Latitude-v-Rad        PIC s9(003)v9(012) VALUE ZEROES.
              10 Delta-Latit-Rad       PIC s9(003)v9(012) VALUE ZEROES.
              10 Delta-Longid-Rad      PIC s9(003)v9(012) VALUE ZEROES.
              10 Valor-A               PIC s9(003)v9(012) VALUE ZEROES.
              10 Valor-C               PIC s9(003)v9(012) VALUE ZEROES.

      ********** VELOCIDADE ENTRE PARADAS CONSECUTIVAS ***************
           05 Minutos-Ant                  PIC 9(004)   VALUE ZEROES.
           05 Minutos-Atu                  PIC 9(004)   VALUE ZEROES.
           05 Minutos-Dif                  PIC 9(004)   VALUE ZEROES.
           05 Velocidade-W                 PIC 9(007)v9(001)
                                            VALUE ZEROES.

      ********** VISITAS DO VENDEDOR NO DIA, EM ORDEM DE HORA ********
           05 Vendedor-G                   PIC 9(003)   VALUE ZEROES.
           05 Data-G                       PIC 9(008)   VALUE ZEROES.
           05 Chave-Salva                  PIC X(018)   VALUE SPACES.
           05 QTD-G                        PIC 9(003)   VALUE ZEROES.
           05 IND-G                        PIC 9(003)   VALUE ZEROES.
           05 IND-J                        PIC 9(003)   VALUE ZEROES.
           05 IND-P                        PIC 9(003)   VALUE ZEROES.
           05 IND-ANT                      PIC 9(003)   VALUE ZEROES.
           05 TABELA-DIA.
              10 VISITA-OCC OCCURS 101 TIMES.
                 15 Cliente-T              PIC 9(007).
                 15 Hora-T                 PIC 9(004).
                 15 Latitude-T             PIC s9(003)v9(008).
                 15 Longitude-T            PIC s9(003)v9(008).
                 15 Distancia-T            PIC 9(007).
                 15 Situacao-T             PIC X(001).
                 15 Velocidade-T           PIC 9(007)v9(001).

           05 LINHA-REL                    PIC X(100)   VALUE SPACES.
           05 LINHA-TRACOS                 PIC X(100)   VALUE ALL "-".
           05 MES-ANO-ED.
              10 MES-ED                    PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE "/".
              10 ANO-ED                    PIC 9(004).
           05 DATA-ED.
              10 DD-ED                     PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE "-".
              10 MM-ED                     PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE "-".
              10 AAAA-ED                   PIC 9(004).
           05 HORA-ED.
              10 HH-ED                     PIC 9(002).
              10 FILLER                    PIC X(001)   VALUE ":".
              10 MI-ED                     PIC 9(002).
           05 DIST-ED                      PIC Z.ZZZ.ZZ9.
           05 VEL-ED                       PIC Z.ZZZ.ZZ9,9.
           05 QTD-ED                       PIC Z.ZZZ.ZZ9.
           05 QTD-ED2                      PIC Z.ZZZ.ZZ9.
           05 Motivo-W                     PIC X(030)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-VISITAS
           PERFORM FIN.

       INICIO.
      ********** VALIDA A POSICAO CAPTURADA NAS VISITAS DO MES: ******
      *    COMPARA COM O CLIENTE E SUAS FILIAIS (A MAIS PROXIMA) E   *
      *    COM A PARADA ANTERIOR DO VENDEDOR NO DIA (VELOCIDADE).    *
      *    A SITUACAO FICA GRAVADA NA VISITA PARA O REEMBOLSO DE KM  *
           DISPLAY "INSIRA O MES A VALIDAR (MMAAAA, ZERO = MES "
                   "CORRENTE): "
           ACCEPT MES-ANO-W
           IF MES-ANO-W = ZEROES
              ACCEPT DATE-AUXILIAR FROM DATE
              COMPUTE MES-REL-W = FUNCTION NUMVAL(MM-AUX)
              COMPUTE ANO-REL-W = 2000 + FUNCTION NUMVAL(AA-AUX)
           END-IF
           MOVE MES-REL-W TO MES-ED
           MOVE ANO-REL-W TO ANO-ED

           OPEN I-O VISITAS
           IF FILE-STATUS-VI NOT = 00
              DISPLAY "visitas.dat AUSENTE: NENHUMA VISITA REGISTRADA"
              MOVE "SEM VISITA" TO JOB-STATUS
              SET FIN-VISITAS TO TRUE
           ELSE
              IF MES-REL-W < 1 OR MES-REL-W > 12
                 DISPLAY "MES INVALIDO: " MES-REL-W
                 MOVE "MES INVAL" TO JOB-STATUS
                 SET FIN-VISITAS TO TRUE
                 CLOSE VISITAS
              ELSE
                 OPEN INPUT CLIENTES
                 IF FILE-STATUS-CLI = 00
                    MOVE "S" TO SW-CLIENTES-OK
                 ELSE
                    DISPLAY "AVISO: clientes.dat AUSENTE; SO AS "
                            "FILIAIS SERVEM DE REFERENCIA"
                    ADD 1 TO JOB-AVISOS
                 END-IF
                 OPEN INPUT FILIAIS
                 IF FILE-STATUS-FI = 00
                    MOVE "S" TO SW-FILIAIS-OK
                 END-IF
                 OPEN OUTPUT VISGEOREL
                 PERFORM IMPRIMIR-CABECALHO
                 INITIALIZE TABELA-DIA
                 SET NO-FIN-VISITAS TO TRUE
                 PERFORM LEER-VISITAS
              END-IF
           END-IF.

       PROCESO.
           ADD 1 TO CONT-LIDOS
           MOVE Data-Visita-vi TO Data-Vis-W
           IF AAAA-Vis-W = ANO-REL-W AND MM-Vis-W = MES-REL-W
              ADD 1 TO CONT-NO-MES
              IF Codigo-Vendedor-vi NOT = Vendedor-G
                 OR Data-Visita-vi NOT = Data-G
                 IF QTD-G > ZEROES
                    MOVE Chave-Visita TO Chave-Salva
                    PERFORM FECHAR-DIA
                    MOVE Chave-Salva TO Chave-Visita
                    READ VISITAS
                 END-IF
                 MOVE Codigo-Vendedor-vi TO Vendedor-G
                 MOVE Data-Visita-vi     TO Data-G
                 MOVE ZEROES             TO QTD-G
              END-IF
              PERFORM VALIDAR-VISITA
           END-IF
           PERFORM LEER-VISITAS.

       LEER-VISITAS.
           READ VISITAS NEXT RECORD
                AT END
                SET FIN-VISITAS TO TRUE
           END-READ.

       VALIDAR-VISITA.
      ********** SEM HORA OU SEM POSICAO NAO HA O QUE VALIDAR (S); ***
      *    CLIENTE SEM COORDENADAS E SEM FILIAIS TAMBEM CAI EM S     *
           IF QTD-G >= 100
              ADD 1 TO CONT-FORA-TABELA
              ADD 1 TO JOB-AVISOS
           ELSE
              MOVE "S"    TO Situacao-Geo-vi
              MOVE ZEROES TO Distancia-Geo-vi
              IF Hora-Visita-vi NOT = ZEROES
                 AND (Latitude-vi NOT = ZEROES
                      OR Longitude-vi NOT = ZEROES)
                 PERFORM DISTANCIA-CLIENTE
                 IF SW-REFERENCIA = "S"
                    IF Metros-Min > 9999999
                       MOVE 9999999 TO Distancia-Geo-vi
                    ELSE
                       MOVE Metros-Min TO Distancia-Geo-vi
                    END-IF
                    IF Distancia-Geo-vi > Tol-Visita-Par
                       MOVE "D" TO Situacao-Geo-vi
                    ELSE
                       MOVE "V" TO Situacao-Geo-vi
                    END-IF
                 END-IF
              END-IF
              PERFORM INCLUIR-NO-DIA
           END-IF.

       DISTANCIA-CLIENTE.
      ********** MENOR DISTANCIA ENTRE A POSICAO DA VISITA E O *******
      *    CLIENTE OU QUALQUER UMA DAS SUAS FILIAIS                  *
           MOVE "N"          TO SW-REFERENCIA
           MOVE Latitude-vi  TO Lat-Ponto
           MOVE Longitude-vi TO Long-Ponto
           IF SW-CLIENTES-OK = "S"
              MOVE Codigo-Cliente-vi TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00
                 AND (Latitude-c NOT = ZEROES
                      OR Longitude-c NOT = ZEROES)
                 MOVE Latitude-c  TO Lat-Ref
                 MOVE Longitude-c TO Long-Ref
                 PERFORM CALCULAR-HAVERSINE
                 PERFORM GUARDAR-MENOR
              END-IF
           END-IF
           IF SW-FILIAIS-OK = "S"
              MOVE Codigo-Cliente-vi TO Codigo-Cliente-f
              MOVE ZEROES            TO Numero-Filial
              SET NO-FIM-FILIAIS TO TRUE
              START FILIAIS KEY IS NOT LESS THAN Chave-Filial
                 INVALID KEY SET FIM-FILIAIS TO TRUE
              END-START
              IF NO-FIM-FILIAIS
                 PERFORM LEER-FILIAIS
              END-IF
              PERFORM UNTIL FIM-FILIAIS
                 IF Codigo-Cliente-f NOT = Codigo-Cliente-vi
                    SET FIM-FILIAIS TO TRUE
                 ELSE
                    IF Latitude-f NOT = ZEROES
                       OR Longitude-f NOT = ZEROES
                       MOVE Latitude-f  TO Lat-Ref
                       MOVE Longitude-f TO Long-Ref
                       PERFORM CALCULAR-HAVERSINE
                       PERFORM GUARDAR-MENOR
                    END-IF
                    PERFORM LEER-FILIAIS
                 END-IF
              END-PERFORM
           END-IF.

       GUARDAR-MENOR.
           IF SW-REFERENCIA = "N" OR Metros-Dis < Metros-Min
              MOVE Metros-Dis TO Metros-Min
           END-IF
           MOVE "S" TO SW-REFERENCIA.

       LEER-FILIAIS.
           READ FILIAIS NEXT RECORD
                AT END
                SET FIM-FILIAIS TO TRUE
           END-READ.

       CALCULAR-HAVERSINE.
      ********** DISTANCIA REAL ENTRE O PONTO E A REFERENCIA *********
      *    FORMULA DE HAVERSINE SOBRE A SUPERFICIE DA TERRA          *
           COMPUTE Latitude-c-Rad   = Lat-Ponto * PI-CONST / 180
           COMPUTE Latitude-v-Rad   = Lat-Ref * PI-CONST / 180
           COMPUTE Delta-Latit-Rad  =
              (Lat-Ref - Lat-Ponto) * PI-CONST / 180
           COMPUTE Delta-Longid-Rad =
              (Long-Ref - Long-Ponto) * PI-CONST / 180

           COMPUTE Valor-A =
              (FUNCTION SIN(Delta-Latit-Rad / 2) ** 2)
              + (FUNCTION COS(Latitude-c-Rad)
                 * FUNCTION COS(Latitude-v-Rad)
                 * (FUNCTION SIN(Delta-Longid-Rad / 2) ** 2))

           COMPUTE Valor-C =
              2 * FUNCTION ATAN(FUNCTION SQRT(Valor-A)
                                 / FUNCTION SQRT(1 - Valor-A))

           COMPUTE Metros-Dis = RAIO-TERRA-M * Valor-C.

       INCLUIR-NO-DIA.
      ********** INSERE NA TABELA DO DIA MANTENDO A ORDEM DE HORA ****
           MOVE Hora-Visita-vi TO Hora-W
           COMPUTE IND-P = QTD-G + 1
           PERFORM VARYING IND-J FROM 1 BY 1 UNTIL IND-J > QTD-G
              IF IND-P > QTD-G AND Hora-T(IND-J) > Hora-W
                 MOVE IND-J TO IND-P
              END-IF
           END-PERFORM
           PERFORM VARYING IND-J FROM QTD-G BY -1
                   UNTIL IND-J < IND-P OR IND-J = ZEROES
              MOVE VISITA-OCC(IND-J) TO VISITA-OCC(IND-J + 1)
           END-PERFORM
           ADD 1 TO QTD-G
           MOVE Codigo-Cliente-vi TO Cliente-T(IND-P)
           MOVE Hora-Visita-vi    TO Hora-T(IND-P)
           MOVE Latitude-vi       TO Latitude-T(IND-P)
           MOVE Longitude-vi      TO Longitude-T(IND-P)
           MOVE Distancia-Geo-vi  TO Distancia-T(IND-P)
           MOVE Situacao-Geo-vi   TO Situacao-T(IND-P)
           MOVE ZEROES            TO Velocidade-T(IND-P).

       FECHAR-DIA.
      ********** VELOCIDADE ENTRE PARADAS COM POSICAO: ACIMA DO ******
      *    MAXIMO (OU DUAS PARADAS DISTANTES NO MESMO MINUTO) MARCA  *
      *    A VISITA POSTERIOR COM R. DEPOIS GRAVA A SITUACAO FINAL   *
           MOVE ZEROES TO IND-ANT
           PERFORM VARYING IND-G FROM 1 BY 1 UNTIL IND-G > QTD-G
              IF Situacao-T(IND-G) NOT = "S"
                 IF IND-ANT > ZEROES
                    PERFORM VERIFICAR-VELOCIDADE
                 END-IF
                 MOVE IND-G TO IND-ANT
              END-IF
           END-PERFORM
           PERFORM VARYING IND-G FROM 1 BY 1 UNTIL IND-G > QTD-G
              PERFORM GRAVAR-SITUACAO
           END-PERFORM
           INITIALIZE TABELA-DIA
           MOVE ZEROES TO QTD-G.

       VERIFICAR-VELOCIDADE.
           MOVE Latitude-T(IND-ANT)  TO Lat-Ponto
           MOVE Longitude-T(IND-ANT) TO Long-Ponto
           MOVE Latitude-T(IND-G)    TO Lat-Ref
           MOVE Longitude-T(IND-G)   TO Long-Ref
           PERFORM CALCULAR-HAVERSINE
           MOVE Hora-T(IND-ANT) TO Hora-W
           COMPUTE Minutos-Ant = HH-W * 60 + MI-W
           MOVE Hora-T(IND-G)   TO Hora-W
           COMPUTE Minutos-Atu = HH-W * 60 + MI-W
           COMPUTE Minutos-Dif = Minutos-Atu - Minutos-Ant
           IF Minutos-Dif = ZEROES
              IF Metros-Dis > Tol-Visita-Par
                 MOVE 9999999 TO Velocidade-T(IND-G)
                 IF Situacao-T(IND-G) = "V"
                    MOVE "R" TO Situacao-T(IND-G)
                 END-IF
              END-IF
           ELSE
              COMPUTE Velocidade-W ROUNDED =
                 Metros-Dis * 60 / (Minutos-Dif * 1000)
              MOVE Velocidade-W TO Velocidade-T(IND-G)
              IF Velocidade-W > Vel-Max-Par
                 AND Situacao-T(IND-G) = "V"
                 MOVE "R" TO Situacao-T(IND-G)
              END-IF
           END-IF.

       GRAVAR-SITUACAO.
           MOVE Vendedor-G        TO Codigo-Vendedor-vi
           MOVE Data-G            TO Data-Visita-vi
           MOVE Cliente-T(IND-G)  TO Codigo-Cliente-vi
           READ VISITAS
           IF FILE-STATUS-VI = 00
              MOVE Situacao-T(IND-G)  TO Situacao-Geo-vi
              MOVE Distancia-T(IND-G) TO Distancia-Geo-vi
              REWRITE REG-VISITAS
           END-IF
           EVALUATE Situacao-T(IND-G)
              WHEN "V"
                 ADD 1 TO CONT-VALIDADAS
              WHEN "S"
                 ADD 1 TO CONT-SEM-POSICAO
                 MOVE "SEM HORA/POSICAO OU REFERENCIA" TO Motivo-W
                 PERFORM IMPRIMIR-VISITA
              WHEN "D"
                 ADD 1 TO CONT-DISTANTES
                 MOVE "FORA DA TOLERANCIA DO CLIENTE" TO Motivo-W
                 PERFORM IMPRIMIR-VISITA
              WHEN "R"
                 ADD 1 TO CONT-VELOCIDADE
                 MOVE "VELOCIDADE IMPOSSIVEL" TO Motivo-W
                 PERFORM IMPRIMIR-VISITA
           END-EVALUATE.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-REL
           STRING "VALIDACAO DE LOCALIZACAO DAS VISITAS - MES "
                  MES-ANO-ED
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-VISGEOREL FROM LINHA-REL
           MOVE Tol-Visita-Par TO QTD-ED
           MOVE Vel-Max-Par    TO QTD-ED2
           MOVE SPACES TO LINHA-REL
           STRING "TOLERANCIA (M): " QTD-ED
                  "   VELOCIDADE MAXIMA (KM/H): " QTD-ED2
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-VISGEOREL FROM LINHA-REL
           WRITE REG-VISGEOREL FROM LINHA-TRACOS
           MOVE "DATA       VEND CLIENTE HORA  DISTANCIA(M)  KM/H"
             TO LINHA-REL
           MOVE "MOTIVO" TO LINHA-REL(60:6)
           WRITE REG-VISGEOREL FROM LINHA-REL
           WRITE REG-VISGEOREL FROM LINHA-TRACOS.

       IMPRIMIR-VISITA.
           MOVE Data-G TO Data-Vis-W
           MOVE DD-Vis-W   TO DD-ED
           MOVE MM-Vis-W   TO MM-ED
           MOVE AAAA-Vis-W TO AAAA-ED
           MOVE Hora-T(IND-G) TO Hora-W
           MOVE HH-W TO HH-ED
           MOVE MI-W TO MI-ED
           MOVE Distancia-T(IND-G)  TO DIST-ED
           MOVE Velocidade-T(IND-G) TO VEL-ED
           MOVE SPACES TO LINHA-REL
           STRING DATA-ED " " Vendedor-G " " Cliente-T(IND-G) " "
                  HORA-ED " " DIST-ED " " VEL-ED "  "
                  Situacao-T(IND-G) " " Motivo-W
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-VISGEOREL FROM LINHA-REL.

       FIN.
           IF JOB-STATUS = "OK"
              IF QTD-G > ZEROES
                 PERFORM FECHAR-DIA
              END-IF
              WRITE REG-VISGEOREL FROM LINHA-TRACOS
              MOVE CONT-VALIDADAS TO QTD-ED
              MOVE SPACES TO LINHA-REL
              STRING "VALIDADAS             : " QTD-ED
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-VISGEOREL FROM LINHA-REL
              MOVE CONT-DISTANTES TO QTD-ED
              MOVE SPACES TO LINHA-REL
              STRING "DISTANTES DO CLIENTE  : " QTD-ED
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-VISGEOREL FROM LINHA-REL
              MOVE CONT-VELOCIDADE TO QTD-ED
              MOVE SPACES TO LINHA-REL
              STRING "VELOCIDADE IMPOSSIVEL : " QTD-ED
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-VISGEOREL FROM LINHA-REL
              MOVE CONT-SEM-POSICAO TO QTD-ED
              MOVE SPACES TO LINHA-REL
              STRING "SEM POSICAO           : " QTD-ED
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-VISGEOREL FROM LINHA-REL
              CLOSE VISITAS
                    VISGEOREL
              MOVE "visitasgeo.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-CLIENTES-OK = "S"
                 CLOSE CLIENTES
              END-IF
              IF SW-FILIAIS-OK = "S"
                 CLOSE FILIAIS
              END-IF
              DISPLAY "RELATORIO GERADO: visitasgeo.txt"
           END-IF

           DISPLAY "Visitas lidas         : " CONT-LIDOS
           DISPLAY "Visitas no mes        : " CONT-NO-MES
           DISPLAY "Validadas             : " CONT-VALIDADAS
           DISPLAY "Distantes do cliente  : " CONT-DISTANTES
           DISPLAY "Velocidade impossivel : " CONT-VELOCIDADE
           DISPLAY "Sem posicao           : " CONT-SEM-POSICAO
           IF CONT-FORA-TABELA > ZEROES
              DISPLAY "AVISO: " CONT-FORA-TABELA " VISITAS ACIMA DE "
                      "100 NO DIA DO VENDEDOR NAO FORAM VALIDADAS"
           END-IF

           MOVE CONT-LIDOS  TO JOB-LIDOS
           COMPUTE JOB-GRAVADOS = CONT-VALIDADAS + CONT-DISTANTES
                                + CONT-VELOCIDADE + CONT-SEM-POSICAO
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           STOP RUN.

       GRAVAR-JOBLOG.
      ********** REGISTRA INICIO/FIM DA EXECUCAO NO JOBLOG.CSV *******
      *    COMUM A TODOS OS LOTES, PARA A CONFERENCIA DA MANHA       *
      *    (OPCAO 39 DO MENU)                                        *
           MOVE SPACES TO ARQ-JOBLOG
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "joblog.csv" DELIMITED BY SIZE INTO ARQ-JOBLOG
           OPEN EXTEND JOBLOG
           IF FILE-STATUS-JOB NOT = 00
              OPEN OUTPUT JOBLOG
           END-IF
           IF FILE-STATUS-JOB = 00
              ACCEPT JOB-DT-AUX FROM DATE
              ACCEPT JOB-HR-AUX FROM TIME
              MOVE JOB-NOME     TO Programa-j
              MOVE JOB-EVENTO   TO Evento-j
              MOVE SPACES       TO Data-j
              STRING JOB-DD "-" JOB-MM "-20" JOB-AA
                 DELIMITED BY SIZE INTO Data-j
              MOVE SPACES       TO Hora-j
              STRING JOB-HH ":" JOB-MI ":" JOB-SS
                 DELIMITED BY SIZE INTO Hora-j
              MOVE JOB-LIDOS    TO Lidos-j
              MOVE JOB-GRAVADOS TO Gravados-j
              MOVE JOB-AVISOS   TO Avisos-j
              MOVE JOB-STATUS   TO Status-j
              MOVE ";" TO FIL-J1 FIL-J2 FIL-J3 FIL-J4 FIL-J5
                          FIL-J6 FIL-J7
              WRITE REG-JOBLOG
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "MES=" MES-ANO-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA87 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
      *    RELATORIOS IMPRIMEM O SEU CODIGO E NOME. SEM O ARQUIVO,   *
      *    VALE O COMPORTAMENTO DE EMPRESA UNICA                     *
           MOVE SPACES TO LINHA-EMPRESA
           OPEN INPUT EMPRESACTL
           IF FILE-STATUS-EMP = 00
              READ EMPRESACTL
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Empresa-ec NOT = SPACES
                       MOVE Dir-Empresa-ec TO Dir-Dados-Par
                       MOVE SPACES TO Dir-Historico-Par
                       STRING FUNCTION TRIM(Dir-Empresa-ec)
                              DELIMITED BY SIZE
                              "history\" DELIMITED BY SIZE
                              INTO Dir-Historico-Par
                       MOVE SPACES TO Dir-Backup-Par
                       STRING FUNCTION TRIM(Dir-Empresa-ec)
                              DELIMITED BY SIZE
                              "backup\" DELIMITED BY SIZE
                              INTO Dir-Backup-Par
                    END-IF
                    MOVE SPACES TO LINHA-EMPRESA
                    STRING "EMPRESA: " Codigo-ec " - "
                           FUNCTION TRIM(Nome-ec)
                       DELIMITED BY SIZE INTO LINHA-EMPRESA
              END-READ
              CLOSE EMPRESACTL
           END-IF.

       CARREGAR-PARAMETROS.
      ********** LE O ARQUIVO CENTRAL DE PARAMETROS (PARAMETROS.TXT, *
      *    MANTIDO PELO PGM00013) E MONTA OS CAMINHOS DOS ARQUIVOS   *
      *    DE DADOS; SEM ELE VALEM OS PADROES HISTORICOS. SO O       *
      *    PROPRIO PARAMETROS.TXT FICA EM CAMINHO FIXO               *
           OPEN INPUT PARAMS
           IF FILE-STATUS-PAR = 00
              READ PARAMS
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Dados-F NOT = SPACES
                       MOVE Dir-Dados-F TO Dir-Dados-Par
                    END-IF
                    IF Dir-Historico-F NOT = SPACES
                       MOVE Dir-Historico-F TO Dir-Historico-Par
                    END-IF
                    IF Dir-Backup-F NOT = SPACES
                       MOVE Dir-Backup-F TO Dir-Backup-Par
                    END-IF
                    IF Tol-Visita-F IS NUMERIC AND Tol-Visita-F > 0
                       MOVE Tol-Visita-F TO Tol-Visita-Par
                    END-IF
                    IF Vel-Max-F IS NUMERIC AND Vel-Max-F > 0
                       MOVE Vel-Max-F TO Vel-Max-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-VISITAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "visitas.dat" DELIMITED BY SIZE
                  INTO ARQ-VISITAS
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-FILIAIS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "filiais.dat" DELIMITED BY SIZE
                  INTO ARQ-FILIAIS
           MOVE SPACES TO ARQ-VISGEOREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "visitasgeo.txt" DELIMITED BY SIZE
                  INTO ARQ-VISGEOREL.
       END PROGRAM PROGRAMA87.
