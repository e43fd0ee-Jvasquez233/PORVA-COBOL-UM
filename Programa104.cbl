      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: MATRIZ RODOVIARIA DE DISTANCIA E TEMPO (ROTEIRIZADOR)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA104.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT VENDEDOR ASSIGN ARQ-VENDEDOR
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS Codigo-Vendedor
           FILE STATUS IS FILE-STATUS-VEN.

           SELECT FILIAIS ASSIGN ARQ-FILIAIS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Filial
           FILE STATUS IS FILE-STATUS-FIL.

           SELECT PEDIDOS ASSIGN ARQ-PEDIDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS-PED.

           SELECT DISTROD ASSIGN ARQ-DISTROD
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Distrod
           FILE STATUS IS FILE-STATUS-DR.

           SELECT DISTIMP ASSIGN ARQ-DISTIMP
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-IMP.

           SELECT DISTPEND ASSIGN ARQ-DISTPEND
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-PD.

           SELECT DISTREL ASSIGN ARQ-DISTREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-REL.

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

       FD  VENDEDOR.
      *
       01  REG-VENDEDOR.
           05 Codigo-Vendedor              PIC 9(003).
           05 CPF                          PIC 9(011).
           05 Nombre-Vendedor              PIC X(040).
           05 Latitude-v                   PIC s9(003)v9(008).
           05 Longitude-v                  PIC s9(003)v9(008).
           05 Zona-Vendedor                PIC X(003)   VALUE SPACES.
           05 Capacidade-Vendedor          PIC 9(005)   VALUE ZEROES.
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.

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

       FD  PEDIDOS.

       01  REG-PEDIDOS.
           05 Numero-Pedido                PIC 9(007).
           05 Codigo-Cliente-p             PIC 9(007).
           05 Codigo-Vendedor-p            PIC 9(003).
           05 Data-Pedido                  PIC X(010).
           05 Valor-Pedido                 PIC 9(009)v9(002).
           05 Situacao-Pedido              PIC X(001)   VALUE "A".
              88 PEDIDO-ABERTO                           VALUE "A".
              88 PEDIDO-FATURADO                         VALUE "F".
              88 PEDIDO-PENDENTE                         VALUE "P".
              88 PEDIDO-RECUSADO                         VALUE "R".
              88 PEDIDO-EM-SEPARACAO                     VALUE "S".
              88 PEDIDO-EM-ENTREGA                       VALUE "T".
              88 PEDIDO-ENTREGUE                         VALUE "E".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Perc-Desconto-ped            PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Data-Situacao-ped            PIC X(010)   VALUE SPACES.
           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

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

      ********** RETORNO DO ROTEIRIZADOR: A LINHA DE DISTPEND.CSV ****
      *    ACRESCIDA DE ";KM;MINUTOS" (KM COM VIRGULA DECIMAL)       *
       FD  DISTIMP.

       01  REG-DISTIMP                     PIC X(200).

      ********** PARES A ROTEIRIZAR, COM AS COORDENADAS DE HOJE ******
       FD  DISTPEND.

       01  REG-DISTPEND.
           05 Tipo-pd                      PIC X(001).
           05 FIL-PD1                      PIC X           VALUE ";".
           05 Origem-pd                    PIC ZZZZZZ9.
           05 FIL-PD2                      PIC X           VALUE ";".
           05 Fil-Orig-pd                  PIC ZZ9.
           05 FIL-PD3                      PIC X           VALUE ";".
           05 Destino-pd                   PIC ZZZZZZ9.
           05 FIL-PD4                      PIC X           VALUE ";".
           05 Fil-Dest-pd                  PIC ZZ9.
           05 FIL-PD5                      PIC X           VALUE ";".
           05 Lat-Orig-pd                  PIC -ZZ9,99999999.
           05 FIL-PD6                      PIC X           VALUE ";".
           05 Long-Orig-pd                 PIC -ZZ9,99999999.
           05 FIL-PD7                      PIC X           VALUE ";".
           05 Lat-Dest-pd                  PIC -ZZ9,99999999.
           05 FIL-PD8                      PIC X           VALUE ";".
           05 Long-Dest-pd                 PIC -ZZ9,99999999.

       FD  DISTREL.

       01  REG-DISTREL                     PIC X(132).

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


       WORKING-STORAGE SECTION.

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
                                            VALUE "PROGRAM104".
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


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-FILIAIS                     PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-DISTROD                     PIC X(080)   VALUE SPACES.
           05 ARQ-DISTIMP                     PIC X(080)   VALUE SPACES.
           05 ARQ-DISTPEND                    PIC X(080)   VALUE SPACES.
           05 ARQ-DISTREL                     PIC X(080)   VALUE SPACES.

      ********** BASES DOS VENDEDORES CADASTRADOS ********************
       01  AREA-TABELA-VENDEDORES.
           05 QTD-VEND-T                   PIC 9(003)   VALUE ZEROES.
           05 IND-VEND                     PIC 9(003)   VALUE ZEROES.
           05 TABELA-VENDEDORES.
              10 VEND-OCC OCCURS 999 TIMES.
                 15 Codigo-Vend-T          PIC 9(003).
                 15 Lat-Vend-T             PIC s9(003)v9(008).
                 15 Long-Vend-T            PIC s9(003)v9(008).

      ********** LOCAIS (CADASTRO + FILIAIS) DO CLIENTE EM PROCESSO, *
      *    COMO NO PROGRAMA1: SEM FILIAIS VALE A FILIAL ZERO         *
       01  AREA-TABELA-FILIAIS.
           05 QTD-FILIAIS-CLI              PIC 9(002)   VALUE ZEROES.
           05 IND-FIL                      PIC 9(002)   VALUE ZEROES.
           05 TABELA-FILIAIS-CLI.
              10 FILIAL-CLI-OCC OCCURS 50 TIMES.
                 15 Num-Fil-T              PIC 9(003).
                 15 Lat-Fil-T              PIC s9(003)v9(008).
                 15 Long-Fil-T             PIC s9(003)v9(008).

      ********** CLIENTES COM ENTREGA PENDENTE (PEDIDO FATURADO OU ***
      *    EM SEPARACAO), OS MESMOS QUE O PROGRAMA48 ROTEIRIZA       *
       01  AREA-TABELA-ENTREGAS.
           05 QTD-ENT-T                    PIC 9(004)   VALUE ZEROES.
           05 IND-ENT                      PIC 9(004)   VALUE ZEROES.
           05 IND-ENT2                     PIC 9(004)   VALUE ZEROES.
           05 TABELA-ENTREGAS.
              10 ENT-OCC OCCURS 9999 TIMES.
                 15 Cliente-Ent-T          PIC 9(007).
                 15 Zona-Ent-T             PIC X(003).
                 15 Lat-Ent-T              PIC s9(003)v9(008).
                 15 Long-Ent-T             PIC s9(003)v9(008).

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VEN              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FIL              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PED              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-DR               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IMP              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PD               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-REL              PIC 99       VALUE ZEROES.
           05 EMPRESA-ATUAL-W              PIC 9(002)   VALUE ZEROES.
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-FILIAIS-OK                PIC X        VALUE "N".
           05 SW-PEDIDOS-OK                PIC X        VALUE "N".
           05 SW-FIM-AUX                   PIC X        VALUE "N".
              88 FIM-AUX                                VALUE "S".
              88 NO-FIM-AUX                             VALUE "N".
           05 SW-FIM-FILIAIS               PIC X        VALUE "N".
              88 FIM-FILIAIS                            VALUE "S".
              88 NO-FIM-FILIAIS                         VALUE "N".
           05 SW-ACHOU                     PIC X        VALUE "N".
           05 SW-SITUACAO-PAR              PIC X        VALUE SPACES.
              88 PAR-VALIDO                             VALUE "V".
              88 PAR-DESATUALIZADO                      VALUE "D".
              88 PAR-AUSENTE                            VALUE "A".

      ********** "AUTO" NA LINHA DE COMANDO (AGENDADOR): SEM TELA ****
           05 ARG-LINHA                    PIC X(080)   VALUE SPACES.
           05 SW-MODO-AUTO                 PIC X        VALUE "N".
              88 MODO-AUTO                              VALUE "S".
              88 MODO-INTERATIVO                        VALUE "N".

      ********** LINHA DEVOLVIDA PELO ROTEIRIZADOR: O PAR PEDIDO EM **
      *    DISTPEND.CSV SEGUIDO DE KM E MINUTOS DE ESTRADA           *
           05 CAMPOS-IMPORTACAO.
              10 Imp-Tipo-Tx               PIC X(003).
              10 Imp-Origem-Tx             PIC X(012).
              10 Imp-Fil-Orig-Tx           PIC X(005).
              10 Imp-Destino-Tx            PIC X(012).
              10 Imp-Fil-Dest-Tx           PIC X(005).
              10 Imp-Lat-O-Tx              PIC X(020).
              10 Imp-Long-O-Tx             PIC X(020).
              10 Imp-Lat-D-Tx              PIC X(020).
              10 Imp-Long-D-Tx             PIC X(020).
              10 Imp-Km-Tx                 PIC X(015).
              10 Imp-Minutos-Tx            PIC X(010).
           05 SW-LINHA-OK                  PIC X        VALUE "N".
           05 Metros-Imp-W                 PIC 9(008)   VALUE ZEROES.
           05 Minutos-Imp-W                PIC 9(005)   VALUE ZEROES.

           05 Codigo-Origem-W              PIC 9(007)   VALUE ZEROES.
           05 Filial-Origem-W              PIC 9(003)   VALUE ZEROES.
           05 Codigo-Destino-W             PIC 9(007)   VALUE ZEROES.
           05 Filial-Destino-W             PIC 9(003)   VALUE ZEROES.
           05 Raio-Matriz-M                PIC 9(010)v9(002)
                                            VALUE ZEROES.
           05 Edit-Km-W                    PIC ZZZ.ZZ9.

           05 CONT-IMP-LIDOS               PIC 9(007)   VALUE ZEROES.
           05 CONT-IMP-NOVOS               PIC 9(007)   VALUE ZEROES.
           05 CONT-IMP-ATUALIZADOS         PIC 9(007)   VALUE ZEROES.
           05 CONT-IMP-INALTERADOS         PIC 9(007)   VALUE ZEROES.
           05 CONT-IMP-REJEITADOS          PIC 9(007)   VALUE ZEROES.
           05 CONT-CLIENTES                PIC 9(007)   VALUE ZEROES.
           05 CONT-PARES-VALIDOS           PIC 9(007)   VALUE ZEROES.
           05 CONT-PEND-NOVOS              PIC 9(007)   VALUE ZEROES.
           05 CONT-PEND-DESATUAL           PIC 9(007)   VALUE ZEROES.
           05 CONT-PEND-VEND               PIC 9(007)   VALUE ZEROES.
           05 CONT-PEND-ROTA               PIC 9(007)   VALUE ZEROES.
           05 CONT-FORA-RAIO               PIC 9(009)   VALUE ZEROES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

           05 VARIABLES-HAVERSINE.
              10 Metros-Dis            PIC s9(010)v9(002) VALUE ZEROES.
              10 PI-CONST              PIC 9(001)v9(009)
                                        VALUE 3,141592653.
              10 RAIO-TERRA-M          PIC 9(007)v9(002)
                                        VALUE 6371000,00.
              10 Lat-A                 PIC s9(003)v9(008) VALUE ZEROES.
              10 Long-A                PIC s9(003)v9(008) VALUE ZEROES.
              10 Lat-B                 PIC s9(003)v9(008) VALUE ZEROES.
              10 Long-B                PIC s9(003)v9(008) VALUE ZEROES.
              10 Latitude-a-Rad        PIC s9(003)v9(012) VALUE ZEROES.
              10 Latitude-b-Rad        PIC s9(003)v9(012) VALUE ZEROES.
              10 Delta-Latit-Rad       PIC s9(003)v9(012) VALUE ZEROES.
              10 Delta-Longid-Rad      PIC s9(003)v9(012) VALUE ZEROES.
              10 Valor-A               PIC s9(003)v9(012) VALUE ZEROES.
              10 Valor-C               PIC s9(003)v9(012) VALUE ZEROES.

           05 CONSTANTS-NUMERICS.
              10 DATE-AUXILIAR.
                 15 AA-AUX                 PIC X(002)  VALUE SPACES.
                 15 MM-AUX                 PIC X(002)  VALUE SPACES.
                 15 DD-AUX                 PIC X(002)  VALUE SPACES.
              10 HORA-AUXILIAR.
                 15 HH-AUX                 PIC X(002)  VALUE SPACES.
                 15 MIN-AUX                PIC X(002)  VALUE SPACES.
                 15 SEG-AUX                PIC X(002)  VALUE SPACES.
                 15 MILI-AUX               PIC X(002)  VALUE SPACES.
              10 DATE-RESUMEN.
                 15 DIA                    PIC X(002)  VALUE SPACES.
                 15 FILLER                 PIC X(001)  VALUE "-".
                 15 MES                    PIC X(002)  VALUE SPACES.
                 15 FILLER                 PIC X(001)  VALUE "-".
                 15 SIGLO                  PIC X(002)  VALUE SPACES.
                 15 ANNO                   PIC X(002)  VALUE SPACES.
              10 HORA-RESUMEN.
                 15 HORA                   PIC X(002)  VALUE SPACES.
                 15 FILLER                 PIC X(001)  VALUE ":".
                 15 MINUTOS                PIC X(002)  VALUE SPACES.
                 15 FILLER                 PIC X(001)  VALUE ":".
                 15 SEGUNDOS               PIC X(002)  VALUE SPACES.

       PROCEDURE DIVISION.

      ********** MANUTENCAO DA MATRIZ RODOVIARIA (DISTROD.DAT): ******
      *    1) IMPORTA O RETORNO DO ROTEIRIZADOR (DISTROD.CSV), SE    *
      *       HOUVER; 2) GERA EM DISTPEND.CSV OS PARES QUE AINDA NAO *
      *       TEM DISTANCIA DE ESTRADA OU CUJAS COORDENADAS MUDARAM: *
      *       VENDEDOR X LOCAL DE CLIENTE DENTRO DA DISTANCIA MAXIMA *
      *       (OPCAO DO PGM00013) E CLIENTE X CLIENTE DA MESMA ZONA  *
      *       COM ENTREGA PENDENTE. O PROGRAMA1, O PROGRAMA17 E O    *
      *       PROGRAMA48 USAM O PAR QUANDO EXISTE E ESTA ATUALIZADO  *
           PERFORM CARREGAR-PARAMETROS
           ACCEPT ARG-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(ARG-LINHA) TO ARG-LINHA
           IF ARG-LINHA(1:4) = "AUTO"
              SET MODO-AUTO TO TRUE
           ELSE
              DISPLAY "MATRIZ RODOVIARIA DE DISTANCIA E TEMPO"
           END-IF
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF SW-ARQUIVOS-OK = "S"
              PERFORM ABRIR-RELATORIO
              PERFORM IMPORTAR-MATRIZ
              PERFORM CARREGAR-VENDEDORES
              OPEN OUTPUT DISTPEND
              PERFORM LISTAR-PARES-VENDEDOR
              IF SW-PEDIDOS-OK = "S"
                 PERFORM CARREGAR-ENTREGAS
                 PERFORM LISTAR-PARES-ROTA
                    VARYING IND-ENT FROM 1 BY 1
                    UNTIL IND-ENT > QTD-ENT-T
              END-IF
              CLOSE DISTPEND
              PERFORM LISTAR-TOTAIS
              CLOSE CLIENTES VENDEDOR DISTROD
              IF SW-FILIAIS-OK = "S"
                 CLOSE FILIAIS
              END-IF
              IF SW-PEDIDOS-OK = "S"
                 CLOSE PEDIDOS
              END-IF
           END-IF
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE "20"        TO SIGLO
           MOVE DD-AUX      TO DIA
           MOVE MM-AUX      TO MES
           MOVE AA-AUX      TO ANNO
           ACCEPT HORA-AUXILIAR FROM TIME
           MOVE HH-AUX      TO HORA
           MOVE MIN-AUX     TO MINUTOS
           MOVE SEG-AUX     TO SEGUNDOS
           MOVE Max-Distancia-Par TO Raio-Matriz-M

           MOVE "N" TO SW-ARQUIVOS-OK
           OPEN INPUT CLIENTES
                      VENDEDOR
           IF FILE-STATUS-CLI NOT = 00 OR FILE-STATUS-VEN NOT = 00
              DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR CLIENTES/"
                      "VENDEDOR"
              DISPLAY "STATUS: " FILE-STATUS-CLI " " FILE-STATUS-VEN
              MOVE "SEM CADAST" TO JOB-STATUS
              IF FILE-STATUS-CLI = 00
                 CLOSE CLIENTES
              END-IF
              IF FILE-STATUS-VEN = 00
                 CLOSE VENDEDOR
              END-IF
           ELSE
              OPEN I-O DISTROD
              IF FILE-STATUS-DR NOT = 00
                 OPEN OUTPUT DISTROD
                 CLOSE DISTROD
                 OPEN I-O DISTROD
              END-IF
      ********** SEM FILIAIS VALE SO O CADASTRO; SEM PEDIDOS NAO HA **
      *    PARES DE ROTA DE ENTREGA A PEDIR                          *
              OPEN INPUT FILIAIS
              IF FILE-STATUS-FIL = 00
                 MOVE "S" TO SW-FILIAIS-OK
              END-IF
              OPEN INPUT PEDIDOS
              IF FILE-STATUS-PED = 00
                 MOVE "S" TO SW-PEDIDOS-OK
              END-IF
              MOVE "S" TO SW-ARQUIVOS-OK
           END-IF.

       ABRIR-RELATORIO.
           OPEN OUTPUT DISTREL
           MOVE "MATRIZ RODOVIARIA DE DISTANCIA E TEMPO" TO LINHA-REL
           PERFORM ESCREVER-LINHA
           IF LINHA-EMPRESA NOT = SPACES
              MOVE LINHA-EMPRESA TO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF
           MOVE SPACES TO LINHA-REL
           STRING "DATA: " DATE-RESUMEN " " HORA-RESUMEN
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           COMPUTE Edit-Km-W = Raio-Matriz-M / 1000
           MOVE SPACES TO LINHA-REL
           STRING "PARES VENDEDOR X CLIENTE ATE " Edit-Km-W
                  " KM EM LINHA RETA"
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           IF MODO-INTERATIVO
              DISPLAY FUNCTION TRIM(LINHA-REL TRAILING)
           END-IF
           WRITE REG-DISTREL FROM LINHA-REL.

      ******************************************************************
      *    IMPORTACAO DO RETORNO DO ROTEIRIZADOR. A LINHA TRAZ AS      *
      *    COORDENADAS ENVIADAS EM DISTPEND.CSV, E SAO ELAS QUE FICAM  *
      *    NA MATRIZ: SE O CADASTRO MUDOU DEPOIS, O PAR SAI COMO       *
      *    DESATUALIZADO NA PROXIMA LISTA. REIMPORTAR O MESMO ARQUIVO  *
      *    NAO ALTERA NADA                                             *
      ******************************************************************
       IMPORTAR-MATRIZ.
           OPEN INPUT DISTIMP
           IF FILE-STATUS-IMP NOT = 00
              MOVE "SEM RETORNO DO ROTEIRIZADOR (distrod.csv)"
                TO LINHA-REL
              PERFORM ESCREVER-LINHA
           ELSE
              SET NO-FIM-AUX TO TRUE
              PERFORM LER-IMPORTACAO UNTIL FIM-AUX
              CLOSE DISTIMP
           END-IF.

       LER-IMPORTACAO.
           READ DISTIMP
              AT END SET FIM-AUX TO TRUE
           END-READ
           IF NOT FIM-AUX AND REG-DISTIMP NOT = SPACES
              ADD 1 TO CONT-IMP-LIDOS
              ADD 1 TO JOB-LIDOS
              MOVE SPACES TO CAMPOS-IMPORTACAO
              UNSTRING REG-DISTIMP DELIMITED BY ";"
                 INTO Imp-Tipo-Tx Imp-Origem-Tx Imp-Fil-Orig-Tx
                      Imp-Destino-Tx Imp-Fil-Dest-Tx
                      Imp-Lat-O-Tx Imp-Long-O-Tx
                      Imp-Lat-D-Tx Imp-Long-D-Tx
                      Imp-Km-Tx Imp-Minutos-Tx
              END-UNSTRING
              PERFORM CRITICAR-IMPORTACAO
              IF SW-LINHA-OK = "S"
                 PERFORM GRAVAR-IMPORTACAO
              ELSE
                 ADD 1 TO CONT-IMP-REJEITADOS
                 ADD 1 TO JOB-AVISOS
              END-IF
           END-IF.

       CRITICAR-IMPORTACAO.
           MOVE "N" TO SW-LINHA-OK
           IF (FUNCTION TRIM(Imp-Tipo-Tx) = "V" OR
               FUNCTION TRIM(Imp-Tipo-Tx) = "C")
              AND Imp-Origem-Tx NOT = SPACES
              AND Imp-Fil-Orig-Tx NOT = SPACES
              AND Imp-Destino-Tx NOT = SPACES
              AND Imp-Fil-Dest-Tx NOT = SPACES
              AND Imp-Lat-O-Tx NOT = SPACES
              AND Imp-Long-O-Tx NOT = SPACES
              AND Imp-Lat-D-Tx NOT = SPACES
              AND Imp-Long-D-Tx NOT = SPACES
              AND Imp-Km-Tx NOT = SPACES
              AND Imp-Minutos-Tx NOT = SPACES
              IF FUNCTION TEST-NUMVAL(Imp-Origem-Tx) = ZEROES
                 AND FUNCTION TEST-NUMVAL(Imp-Fil-Orig-Tx) = ZEROES
                 AND FUNCTION TEST-NUMVAL(Imp-Destino-Tx) = ZEROES
                 AND FUNCTION TEST-NUMVAL(Imp-Fil-Dest-Tx) = ZEROES
                 AND FUNCTION TEST-NUMVAL(Imp-Lat-O-Tx) = ZEROES
                 AND FUNCTION TEST-NUMVAL(Imp-Long-O-Tx) = ZEROES
                 AND FUNCTION TEST-NUMVAL(Imp-Lat-D-Tx) = ZEROES
                 AND FUNCTION TEST-NUMVAL(Imp-Long-D-Tx) = ZEROES
                 AND FUNCTION TEST-NUMVAL(Imp-Km-Tx) = ZEROES
                 AND FUNCTION TEST-NUMVAL(Imp-Minutos-Tx) = ZEROES
                 COMPUTE Metros-Imp-W ROUNDED =
                    FUNCTION NUMVAL(Imp-Km-Tx) * 1000
                 COMPUTE Minutos-Imp-W ROUNDED =
                    FUNCTION NUMVAL(Imp-Minutos-Tx)
                 IF Metros-Imp-W > ZEROES
                    MOVE "S" TO SW-LINHA-OK
                 END-IF
              END-IF
           END-IF.

       GRAVAR-IMPORTACAO.
           MOVE FUNCTION TRIM(Imp-Tipo-Tx)   TO Tipo-Origem-dr
           COMPUTE Codigo-Origem-dr  = FUNCTION NUMVAL(Imp-Origem-Tx)
           COMPUTE Filial-Origem-dr  = FUNCTION NUMVAL(Imp-Fil-Orig-Tx)
           COMPUTE Codigo-Destino-dr = FUNCTION NUMVAL(Imp-Destino-Tx)
           COMPUTE Filial-Destino-dr = FUNCTION NUMVAL(Imp-Fil-Dest-Tx)
           COMPUTE Lat-A  = FUNCTION NUMVAL(Imp-Lat-O-Tx)
           COMPUTE Long-A = FUNCTION NUMVAL(Imp-Long-O-Tx)
           COMPUTE Lat-B  = FUNCTION NUMVAL(Imp-Lat-D-Tx)
           COMPUTE Long-B = FUNCTION NUMVAL(Imp-Long-D-Tx)
           READ DISTROD
           IF FILE-STATUS-DR = 00
              IF Metros-Rod-dr = Metros-Imp-W
                 AND Minutos-Rod-dr = Minutos-Imp-W
                 AND Lat-Origem-dr = Lat-A
                 AND Long-Origem-dr = Long-A
                 AND Lat-Destino-dr = Lat-B
                 AND Long-Destino-dr = Long-B
                 ADD 1 TO CONT-IMP-INALTERADOS
              ELSE
                 PERFORM MOVER-IMPORTACAO
                 REWRITE REG-DISTROD
                 ADD 1 TO CONT-IMP-ATUALIZADOS
                 ADD 1 TO JOB-GRAVADOS
              END-IF
           ELSE
              PERFORM MOVER-IMPORTACAO
              WRITE REG-DISTROD
              IF FILE-STATUS-DR = 00
                 ADD 1 TO CONT-IMP-NOVOS
                 ADD 1 TO JOB-GRAVADOS
              ELSE
                 ADD 1 TO CONT-IMP-REJEITADOS
                 ADD 1 TO JOB-AVISOS
              END-IF
           END-IF.

       MOVER-IMPORTACAO.
           MOVE Metros-Imp-W    TO Metros-Rod-dr
           MOVE Minutos-Imp-W   TO Minutos-Rod-dr
           MOVE Lat-A           TO Lat-Origem-dr
           MOVE Long-A          TO Long-Origem-dr
           MOVE Lat-B           TO Lat-Destino-dr
           MOVE Long-B          TO Long-Destino-dr
           MOVE DATE-RESUMEN    TO Data-Importacao-dr.

      ******************************************************************
      *    PARES VENDEDOR X LOCAL DE CLIENTE. CLIENTE INATIVO OU       *
      *    BLOQUEADO FICA DE FORA, COMO NA DISTRIBUICAO; PAR ALEM DA   *
      *    DISTANCIA MAXIMA EM LINHA RETA NAO E PEDIDO, POIS ESSE      *
      *    VENDEDOR NAO SERIA O ESCOLHIDO                              *
      ******************************************************************
       CARREGAR-VENDEDORES.
           MOVE ZEROES TO QTD-VEND-T
           MOVE ZEROES TO CPF
           SET NO-FIM-AUX TO TRUE
           START VENDEDOR KEY IS NOT LESS THAN CPF
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
              READ VENDEDOR NEXT RECORD
                 AT END SET FIM-AUX TO TRUE
              END-READ
              IF NOT FIM-AUX AND QTD-VEND-T < 999
                 ADD 1 TO QTD-VEND-T
                 MOVE Codigo-Vendedor TO Codigo-Vend-T(QTD-VEND-T)
                 MOVE Latitude-v      TO Lat-Vend-T(QTD-VEND-T)
                 MOVE Longitude-v     TO Long-Vend-T(QTD-VEND-T)
              END-IF
           END-PERFORM.

       LISTAR-PARES-VENDEDOR.
           MOVE ZEROES TO Codigo-Cliente
           SET NO-FIM-AUX TO TRUE
           START CLIENTES KEY IS NOT LESS THAN Codigo-Cliente
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
              READ CLIENTES NEXT RECORD
                 AT END SET FIM-AUX TO TRUE
              END-READ
              IF NOT FIM-AUX
                 AND NOT CLIENTE-INATIVO AND NOT CLIENTE-BLOQUEADO
                 ADD 1 TO CONT-CLIENTES
                 PERFORM CARREGAR-FILIAIS-CLIENTE
                 PERFORM VARYING IND-VEND FROM 1 BY 1
                    UNTIL IND-VEND > QTD-VEND-T
                    PERFORM VARYING IND-FIL FROM 1 BY 1
                       UNTIL IND-FIL > QTD-FILIAIS-CLI
                       PERFORM AVALIAR-PAR-VENDEDOR
                    END-PERFORM
                 END-PERFORM
              END-IF
           END-PERFORM.

       CARREGAR-FILIAIS-CLIENTE.
           MOVE ZEROES             TO QTD-FILIAIS-CLI
           IF SW-FILIAIS-OK = "S"
              MOVE Codigo-Cliente  TO Codigo-Cliente-f
              MOVE ZEROES          TO Numero-Filial
              SET NO-FIM-FILIAIS    TO TRUE
              START FILIAIS KEY IS NOT LESS THAN Chave-Filial
                 INVALID KEY SET FIM-FILIAIS TO TRUE
              END-START
              PERFORM UNTIL FIM-FILIAIS
                 READ FILIAIS NEXT RECORD
                    AT END SET FIM-FILIAIS TO TRUE
                 END-READ
                 IF NOT FIM-FILIAIS
                    IF Codigo-Cliente-f NOT = Codigo-Cliente
                       SET FIM-FILIAIS TO TRUE
                    ELSE
                       IF QTD-FILIAIS-CLI < 50
                          ADD 1 TO QTD-FILIAIS-CLI
                          MOVE Numero-Filial
                               TO Num-Fil-T(QTD-FILIAIS-CLI)
                          MOVE Latitude-f
                               TO Lat-Fil-T(QTD-FILIAIS-CLI)
                          MOVE Longitude-f
                               TO Long-Fil-T(QTD-FILIAIS-CLI)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF QTD-FILIAIS-CLI = ZEROES
              MOVE 1               TO QTD-FILIAIS-CLI
              MOVE ZEROES          TO Num-Fil-T(1)
              MOVE Latitude-c      TO Lat-Fil-T(1)
              MOVE Longitude-c     TO Long-Fil-T(1)
           END-IF.

       AVALIAR-PAR-VENDEDOR.
           MOVE Lat-Vend-T(IND-VEND)  TO Lat-A
           MOVE Long-Vend-T(IND-VEND) TO Long-A
           MOVE Lat-Fil-T(IND-FIL)    TO Lat-B
           MOVE Long-Fil-T(IND-FIL)   TO Long-B
           PERFORM CALCULAR-HAVERSINE
           IF Metros-Dis > Raio-Matriz-M
              ADD 1 TO CONT-FORA-RAIO
           ELSE
              MOVE "V"                     TO Tipo-Origem-dr
              MOVE Codigo-Vend-T(IND-VEND) TO Codigo-Origem-W
              MOVE ZEROES                  TO Filial-Origem-W
              MOVE Codigo-Cliente          TO Codigo-Destino-W
              MOVE Num-Fil-T(IND-FIL)      TO Filial-Destino-W
              PERFORM VERIFICAR-PAR
              IF NOT PAR-VALIDO
                 PERFORM GRAVAR-PENDENTE
                 ADD 1 TO CONT-PEND-VEND
              END-IF
           END-IF.

      ******************************************************************
      *    PARES CLIENTE X CLIENTE PARA O ROMANEIO: SO ENTRE CLIENTES  *
      *    DA MESMA ZONA COM ENTREGA PENDENTE, NUM SENTIDO SO (O       *
      *    PROGRAMA48 ACEITA O PAR NOS DOIS SENTIDOS)                  *
      ******************************************************************
       CARREGAR-ENTREGAS.
           MOVE ZEROES TO QTD-ENT-T
           MOVE ZEROES TO Numero-Pedido
           SET NO-FIM-AUX TO TRUE
           START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
              READ PEDIDOS NEXT RECORD
                 AT END SET FIM-AUX TO TRUE
              END-READ
              IF NOT FIM-AUX
                 AND (PEDIDO-FATURADO OR PEDIDO-EM-SEPARACAO)
                 PERFORM INCLUIR-ENTREGA
              END-IF
           END-PERFORM.

       INCLUIR-ENTREGA.
           MOVE "N" TO SW-ACHOU
           PERFORM VARYING IND-ENT2 FROM 1 BY 1
              UNTIL IND-ENT2 > QTD-ENT-T OR SW-ACHOU = "S"
              IF Cliente-Ent-T(IND-ENT2) = Codigo-Cliente-p
                 MOVE "S" TO SW-ACHOU
              END-IF
           END-PERFORM
           IF SW-ACHOU = "N" AND QTD-ENT-T < 9999
              MOVE Codigo-Cliente-p TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS-CLI = 00
                 ADD 1 TO QTD-ENT-T
                 MOVE Codigo-Cliente TO Cliente-Ent-T(QTD-ENT-T)
                 MOVE Zona-Cliente   TO Zona-Ent-T(QTD-ENT-T)
                 MOVE Latitude-c     TO Lat-Ent-T(QTD-ENT-T)
                 MOVE Longitude-c    TO Long-Ent-T(QTD-ENT-T)
              END-IF
           END-IF.

       LISTAR-PARES-ROTA.
           PERFORM VARYING IND-ENT2 FROM IND-ENT BY 1
              UNTIL IND-ENT2 > QTD-ENT-T
              IF IND-ENT2 > IND-ENT
                 AND Zona-Ent-T(IND-ENT2) = Zona-Ent-T(IND-ENT)
                 PERFORM AVALIAR-PAR-ROTA
              END-IF
           END-PERFORM.

       AVALIAR-PAR-ROTA.
           MOVE "C"                     TO Tipo-Origem-dr
           MOVE Cliente-Ent-T(IND-ENT)  TO Codigo-Origem-W
           MOVE ZEROES                  TO Filial-Origem-W
           MOVE Cliente-Ent-T(IND-ENT2) TO Codigo-Destino-W
           MOVE ZEROES                  TO Filial-Destino-W
           MOVE Lat-Ent-T(IND-ENT)      TO Lat-A
           MOVE Long-Ent-T(IND-ENT)     TO Long-A
           MOVE Lat-Ent-T(IND-ENT2)     TO Lat-B
           MOVE Long-Ent-T(IND-ENT2)    TO Long-B
           PERFORM VERIFICAR-PAR
           IF NOT PAR-VALIDO
      ********** O SENTIDO INVERSO TAMBEM SERVE AO ROMANEIO **********
              MOVE Cliente-Ent-T(IND-ENT2) TO Codigo-Origem-W
              MOVE Cliente-Ent-T(IND-ENT)  TO Codigo-Destino-W
              MOVE Lat-Ent-T(IND-ENT2)     TO Lat-A
              MOVE Long-Ent-T(IND-ENT2)    TO Long-A
              MOVE Lat-Ent-T(IND-ENT)      TO Lat-B
              MOVE Long-Ent-T(IND-ENT)     TO Long-B
              PERFORM VERIFICAR-PAR
              IF NOT PAR-VALIDO
                 PERFORM GRAVAR-PENDENTE
                 ADD 1 TO CONT-PEND-ROTA
              END-IF
           END-IF.

       VERIFICAR-PAR.
      ********** O PAR SO VALE COM AS MESMAS COORDENADAS DE HOJE *****
           MOVE Codigo-Origem-W  TO Codigo-Origem-dr
           MOVE Filial-Origem-W  TO Filial-Origem-dr
           MOVE Codigo-Destino-W TO Codigo-Destino-dr
           MOVE Filial-Destino-W TO Filial-Destino-dr
           READ DISTROD
           IF FILE-STATUS-DR NOT = 00
              SET PAR-AUSENTE TO TRUE
           ELSE
              IF Lat-Origem-dr = Lat-A AND Long-Origem-dr = Long-A
                 AND Lat-Destino-dr = Lat-B
                 AND Long-Destino-dr = Long-B
                 SET PAR-VALIDO TO TRUE
                 ADD 1 TO CONT-PARES-VALIDOS
              ELSE
                 SET PAR-DESATUALIZADO TO TRUE
              END-IF
           END-IF.

       GRAVAR-PENDENTE.
           MOVE SPACES           TO REG-DISTPEND
           MOVE Tipo-Origem-dr   TO Tipo-pd
           MOVE Codigo-Origem-W  TO Origem-pd
           MOVE Filial-Origem-W  TO Fil-Orig-pd
           MOVE Codigo-Destino-W TO Destino-pd
           MOVE Filial-Destino-W TO Fil-Dest-pd
           MOVE Lat-A            TO Lat-Orig-pd
           MOVE Long-A           TO Long-Orig-pd
           MOVE Lat-B            TO Lat-Dest-pd
           MOVE Long-B           TO Long-Dest-pd
           MOVE ";" TO FIL-PD1 FIL-PD2 FIL-PD3 FIL-PD4
                       FIL-PD5 FIL-PD6 FIL-PD7 FIL-PD8
           WRITE REG-DISTPEND
           IF PAR-DESATUALIZADO
              ADD 1 TO CONT-PEND-DESATUAL
           ELSE
              ADD 1 TO CONT-PEND-NOVOS
           END-IF.

       CALCULAR-HAVERSINE.
           COMPUTE Latitude-a-Rad   = Lat-A * PI-CONST / 180
           COMPUTE Latitude-b-Rad   = Lat-B * PI-CONST / 180
           COMPUTE Delta-Latit-Rad  =
              (Lat-B - Lat-A) * PI-CONST / 180
           COMPUTE Delta-Longid-Rad =
              (Long-B - Long-A) * PI-CONST / 180

           COMPUTE Valor-A =
              (FUNCTION SIN(Delta-Latit-Rad / 2) ** 2)
              + (FUNCTION COS(Latitude-a-Rad)
                 * FUNCTION COS(Latitude-b-Rad)
                 * (FUNCTION SIN(Delta-Longid-Rad / 2) ** 2))

           COMPUTE Valor-C =
              2 * FUNCTION ATAN(FUNCTION SQRT(Valor-A)
                                 / FUNCTION SQRT(1 - Valor-A))

           COMPUTE Metros-Dis = RAIO-TERRA-M * Valor-C.

       LISTAR-TOTAIS.
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "LINHAS DO ROTEIRIZADOR LIDAS : " CONT-IMP-LIDOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "PARES NOVOS NA MATRIZ .......: " CONT-IMP-NOVOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "PARES ATUALIZADOS ...........: "
                  CONT-IMP-ATUALIZADOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "PARES SEM ALTERACAO .........: "
                  CONT-IMP-INALTERADOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "LINHAS REJEITADAS ...........: " CONT-IMP-REJEITADOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "CLIENTES ATIVOS AVALIADOS ...: " CONT-CLIENTES
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "PARES JA VALIDOS NA MATRIZ ..: " CONT-PARES-VALIDOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "PARES ALEM DA DIST. MAXIMA ..: " CONT-FORA-RAIO
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDOS VENDEDOR X CLIENTE ..: " CONT-PEND-VEND
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDOS DE ROTA DE ENTREGA ..: " CONT-PEND-ROTA
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "  SEM DISTANCIA NA MATRIZ ...: " CONT-PEND-NOVOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "  COORDENADAS ALTERADAS .....: " CONT-PEND-DESATUAL
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           IF CONT-PEND-VEND > ZEROES OR CONT-PEND-ROTA > ZEROES
              MOVE SPACES TO LINHA-REL
              PERFORM ESCREVER-LINHA
              MOVE SPACES TO LINHA-REL
              STRING "ENVIE distpend.csv AO ROTEIRIZADOR E DEVOLVA O "
                     "RESULTADO EM distrod.csv"
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF
           IF JOB-AVISOS > ZEROES AND JOB-STATUS = "OK"
              MOVE "AVISO" TO JOB-STATUS
           END-IF.

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              CLOSE DISTREL
              MOVE "matrizrod.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
           END-IF
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           IF MODO-INTERATIVO AND SW-ARQUIVOS-OK = "S"
              DISPLAY "RELATORIO GRAVADO EM matrizrod.txt"
           END-IF
           IF JOB-STATUS = "OK" OR JOB-STATUS = "AVISO"
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
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
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAM104 "
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
                    MOVE Codigo-ec TO EMPRESA-ATUAL-W
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
                    IF Max-Dist-F IS NUMERIC
                       AND Max-Dist-F > ZEROES
                       MOVE Max-Dist-F TO Max-Distancia-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-VENDEDOR
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "vendedor.dat" DELIMITED BY SIZE
                  INTO ARQ-VENDEDOR
           MOVE SPACES TO ARQ-FILIAIS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "filiais.dat" DELIMITED BY SIZE
                  INTO ARQ-FILIAIS
           MOVE SPACES TO ARQ-PEDIDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedidos.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDIDOS
           MOVE SPACES TO ARQ-DISTROD
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "distrod.dat" DELIMITED BY SIZE
                  INTO ARQ-DISTROD
           MOVE SPACES TO ARQ-DISTIMP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "distrod.csv" DELIMITED BY SIZE
                  INTO ARQ-DISTIMP
           MOVE SPACES TO ARQ-DISTPEND
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "distpend.csv" DELIMITED BY SIZE
                  INTO ARQ-DISTPEND
           MOVE SPACES TO ARQ-DISTREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "matrizrod.txt" DELIMITED BY SIZE
                  INTO ARQ-DISTREL.
       END PROGRAM PROGRAMA104.
