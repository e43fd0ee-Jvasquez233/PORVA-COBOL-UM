      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: TABELA DE PRECOS PERSONALIZADA POR CLIENTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA74.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RELVENCL ASSIGN ARQ-RELVENCL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT ACORDOS ASSIGN ARQ-ACORDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Acordo
           FILE STATUS IS FILE-STATUS-AC.

           SELECT CAMPANHAS ASSIGN ARQ-CAMPANHAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Campanha-cp
           FILE STATUS IS FILE-STATUS-CP.

           SELECT PRECOVIG ASSIGN ARQ-PRECOVIG
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Precovig
           FILE STATUS IS FILE-STATUS-PV.

           SELECT ALIQUOTAS ASSIGN ARQ-ALIQUOTAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Aliquota
           FILE STATUS IS FILE-STATUS-AL.

           SELECT CLIFIN ASSIGN ARQ-CLIFIN
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-cf
           FILE STATUS IS FILE-STATUS-CF.

           SELECT CONDPAG ASSIGN ARQ-CONDPAG
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Condicao
           FILE STATUS IS FILE-STATUS-CO.

           SELECT TABPREL ASSIGN ARQ-TABPREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT TABPCSV ASSIGN ARQ-TABPCSV
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
       FD  RELVENCL BLOCK 107 CHARACTERS.

       01  REG-RELVENCL.
           05 Codigo-Cliente-i             PIC ZZZZZZZ.
           05 FIL-1                        PIC X           VALUE ";".
           05 Razão-Social-i               PIC X(040).
           05 FIL-2                        PIC X           VALUE ";".
           05 Codigo-Vendedor-i            PIC ZZZ.
           05 FIL-3                        PIC X           VALUE ";".
           05 Nombre-Vendedor-i            PIC X(040).
           05 FIL-4                        PIC X           VALUE ";".
           05 Distancia-i                  PIC ZZZ.ZZ9,99-.
           05 FIL-5                        PIC X           VALUE ";".
           05 Alerta-Dist-i                PIC X(003).
           05 FIL-6                        PIC X           VALUE ";".
           05 Codigo-Vendedor-Bkp-i        PIC ZZZ.
           05 FIL-7                        PIC X           VALUE ";".
           05 Nombre-Vendedor-Bkp-i        PIC X(040).
           05 FIL-8                        PIC X           VALUE ";".
           05 Numero-Filial-i              PIC ZZZ.
           05 FIL-9                        PIC X           VALUE ";".

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

       FD  PRODUTOS.

       01  REG-PRODUTOS.
           05 Codigo-Produto               PIC 9(005).
           05 Descricao-Produto            PIC X(040).
           05 Unidade-Produto              PIC X(003).
           05 Preco-Lista                  PIC 9(007)v9(002).
           05 Produto-Ativo                PIC X(001)   VALUE "S".
              88 PRODUTO-E-ATIVO                         VALUE "S".
              88 PRODUTO-INATIVO                         VALUE "N".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  ACORDOS.

       01  REG-ACORDOS.
           05 Chave-Acordo.
              10 Codigo-Cliente-ac         PIC 9(007).
              10 Codigo-Produto-ac         PIC 9(005).
           05 Preco-Acordo-ac              PIC 9(007)v9(002).
           05 Vigencia-Ini-ac              PIC 9(008).
           05 Vigencia-Fim-ac              PIC 9(008).

       FD  CAMPANHAS.

      ********** CAMPANHA PROMOCIONAL (PGM00041): DESCONTO % OU ******
      *    BONIFICACAO (Qtd-Bonus-cp A CADA Qtd-Base-cp DO MESMO     *
      *    PRODUTO) PARA UMA FAIXA DE PRODUTOS, NA ZONA E NA         *
      *    CLASSIFICACAO DO CLIENTE (EM BRANCO = TODAS)              *
       01  REG-CAMPANHAS.
           05 Codigo-Campanha-cp           PIC 9(005).
           05 Descricao-Campanha-cp        PIC X(040).
           05 Vigencia-Ini-cp              PIC 9(008).
           05 Vigencia-Fim-cp              PIC 9(008).
           05 Produto-Ini-cp               PIC 9(005).
           05 Produto-Fim-cp               PIC 9(005).
           05 Zona-cp                      PIC X(003).
           05 Classificacao-cp             PIC X(001).
           05 Tipo-Campanha-cp             PIC X(001).
              88 CAMPANHA-DESCONTO                       VALUE "D".
              88 CAMPANHA-BONIFICACAO                    VALUE "B".
           05 Perc-Desconto-cp             PIC 9(002)v9(002).
           05 Qtd-Base-cp                  PIC 9(007)v9(002).
           05 Qtd-Bonus-cp                 PIC 9(007)v9(002).
           05 Situacao-cp                  PIC X(001).
              88 CAMPANHA-ATIVA                          VALUE "A".
              88 CAMPANHA-INATIVA                        VALUE "I".
           05 Operador-cp                  PIC X(010).
           05 Data-Alteracao-cp            PIC X(010).

       FD  PRECOVIG.

       01  REG-PRECOVIG.
           05 Chave-Precovig.
              10 Codigo-Produto-pv         PIC 9(005).
              10 Data-Vigencia-pv          PIC 9(008).
           05 Preco-pv                     PIC 9(007)v9(002).

       FD  ALIQUOTAS.

       01  REG-ALIQUOTAS.
           05 Chave-Aliquota.
              10 Codigo-Produto-al         PIC 9(005).
              10 Zona-al                   PIC X(003).
           05 Aliquota-al                  PIC 9(002)v9(002).

       FD  CLIFIN.

       01  REG-CLIFIN.
           05 Codigo-Cliente-cf            PIC 9(007).
           05 Limite-Credito-cf            PIC 9(009)v9(002).
           05 Cond-Pagto-cf                PIC 9(003).

       FD  CONDPAG.

       01  REG-CONDPAG.
           05 Codigo-Condicao              PIC 9(003).
           05 Descricao-Condicao           PIC X(030).
           05 Qtd-Parcelas-cp              PIC 9(002).
           05 Prazos-Condicao.
              10 Prazo-Parcela-cp OCCURS 12 PIC 9(003).

       FD  TABPREL.

       01  REG-TABPREL                     PIC X(132).

       FD  TABPCSV.

       01  REG-TABPCSV                     PIC X(200).

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
                                            VALUE "PROGRAMA74".
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
           05 ARQ-RELVENCL                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRECOVIG                    PIC X(080)   VALUE SPACES.
           05 ARQ-ACORDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CAMPANHAS                   PIC X(080)   VALUE SPACES.
           05 ARQ-ALIQUOTAS                   PIC X(080)   VALUE SPACES.
           05 ARQ-CLIFIN                      PIC X(080)   VALUE SPACES.
           05 ARQ-CONDPAG                     PIC X(080)   VALUE SPACES.
           05 ARQ-TABPREL                     PIC X(080)   VALUE SPACES.
           05 ARQ-TABPCSV                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-CLIENTES                           VALUE "S".
              88 NO-FIN-CLIENTES                        VALUE "N".

           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CP               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AL               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CF               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CO               PIC 99       VALUE ZEROES.
           05 SW-PRECOVIG-OK               PIC X        VALUE "N".
           05 SW-ACORDOS-OK                PIC X        VALUE "N".
           05 SW-ALIQUOTAS-OK              PIC X        VALUE "N".
           05 SW-CLIFIN-OK                 PIC X        VALUE "N".
           05 SW-CONDPAG-OK                PIC X        VALUE "N".
           05 SW-FIM-AUX                   PIC X        VALUE "N".
           05 SW-ACORDO-W                  PIC X        VALUE "N".
           05 MODO-W                       PIC 9(001)   VALUE ZEROES.
           05 CODIGO-W                     PIC 9(007)   VALUE ZEROES.
           05 DATA-VALIDADE-W              PIC 9(008)   VALUE ZEROES.
           05 DATA-VALIDADE-R REDEFINES DATA-VALIDADE-W.
              10 VALIDADE-ANO              PIC 9(004).
              10 VALIDADE-MES              PIC 9(002).
              10 VALIDADE-DIA              PIC 9(002).
           05 DATA-VALIDADE-EDIT           PIC X(010)   VALUE SPACES.
           05 CONT-CLIENTES                PIC 9(005)   VALUE ZEROES.
           05 CONT-LINHAS                  PIC 9(007)   VALUE ZEROES.
           05 CONT-PROD-CLI                PIC 9(005)   VALUE ZEROES.
           05 QTD-CLI                      PIC 9(004)   VALUE ZEROES.
           05 IND-CL                       PIC 9(004)   VALUE ZEROES.
           05 QTD-CAMP                     PIC 9(003)   VALUE ZEROES.
           05 IND-CP                       PIC 9(003)   VALUE ZEROES.
           05 Zona-Cli-W                   PIC X(003)   VALUE SPACES.
           05 Classif-Cli-W                PIC X(001)   VALUE SPACES.
           05 Condicao-W                   PIC X(040)   VALUE SPACES.
           05 Preco-Tabela-W               PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Preco-Cliente-W              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Origem-W                     PIC X(008)   VALUE SPACES.
           05 Campanha-W                   PIC 9(005)   VALUE ZEROES.
           05 Perc-Melhor-W                PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Razao-Bonus-W                PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 Razao-Melhor-W               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 Bonif-W                      PIC X(030)   VALUE SPACES.
           05 Aliquota-W                   PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Imposto-W                    PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 WRK-PRECO                    PIC Z.ZZZ.ZZ9,99.
           05 WRK-PRECO2                   PIC Z.ZZZ.ZZ9,99.
           05 WRK-IMPOSTO                  PIC ZZZ.ZZ9,99.
           05 WRK-ALIQ                     PIC Z9,99.
           05 WRK-QTD                      PIC ZZZ.ZZ9,99.
           05 WRK-QTD2                     PIC ZZZ.ZZ9,99.
           05 CSV-PRECO                    PIC ZZZZZZ9,99.
           05 CSV-PRECO2                   PIC ZZZZZZ9,99.
           05 CSV-IMPOSTO                  PIC ZZZZZZ9,99.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.
           05 LINHA-CSV                    PIC X(200)   VALUE SPACES.

      ********** CLIENTES DA LISTA: UM INFORMADO OU A CARTEIRA DO ****
      *    VENDEDOR NA ULTIMA DISTRIBUICAO (RELVENCLI.CSV)           *
           05 TABELA-CLIENTES.
              10 Cliente-Lista-T OCCURS 9999 PIC 9(007).

      ********** CAMPANHAS ATIVAS E VIGENTES NA DATA DA TABELA *******
           05 TABELA-CAMPANHAS.
              10 CAMPANHA-OCC OCCURS 500 TIMES.
                 15 Codigo-Camp-T          PIC 9(005).
                 15 Tipo-Camp-T            PIC X(001).
                 15 Perc-Camp-T            PIC 9(002)v9(002).
                 15 Base-Camp-T            PIC 9(007)v9(002).
                 15 Bonus-Camp-T           PIC 9(007)v9(002).
                 15 Prod-Ini-T             PIC 9(005).
                 15 Prod-Fim-T             PIC 9(005).
                 15 Zona-Camp-T            PIC X(003).
                 15 Classif-Camp-T         PIC X(001).

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
              10 DATE-AUXILIAR.
                 15 AA-AUX                 PIC X(002)  VALUE SPACES.
                 15 MM-AUX                 PIC X(002)  VALUE SPACES.
                 15 DD-AUX                 PIC X(002)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-CLIENTES
           PERFORM FIN.

       INICIO.
      ********** TABELA DE PRECOS DO CLIENTE NA DATA DE VALIDADE: ****
      *    PRECO VIGENTE (PRECOVIG), TROCADO PELO ACORDO DO CLIENTE  *
      *    QUANDO HOUVER; SEM ACORDO, A MELHOR CAMPANHA DE DESCONTO  *
      *    (CAMPANHA NAO SE SOMA AO ACORDO, COMO NO PGM00005) E A    *
      *    ALIQUOTA DO PRODUTO NA ZONA DO CLIENTE                    *
           DISPLAY "TABELA DE PRECOS POR CLIENTE"
           DISPLAY "1 => UM CLIENTE   2 => CARTEIRA DO VENDEDOR: "
           ACCEPT MODO-W
           IF MODO-W = 2
              DISPLAY "INSIRA CODIGO DO VENDEDOR: "
           ELSE
              MOVE 1 TO MODO-W
              DISPLAY "INSIRA CODIGO DO CLIENTE: "
           END-IF
           ACCEPT CODIGO-W
           DISPLAY "INSIRA DATA DE VALIDADE (AAAAMMDD, 0 = HOJE): "
           ACCEPT DATA-VALIDADE-W

           ACCEPT DATE-AUXILIAR FROM DATE
           IF DATA-VALIDADE-W IS NOT NUMERIC
              OR DATA-VALIDADE-W < 20000101
              OR VALIDADE-MES < 01 OR VALIDADE-MES > 12
              OR VALIDADE-DIA < 01 OR VALIDADE-DIA > 31
              IF DATA-VALIDADE-W NOT = ZEROES
                 DISPLAY "DATA INVALIDA; TABELA GERADA PARA HOJE"
              END-IF
              COMPUTE DATA-VALIDADE-W = 20000000
                 + FUNCTION NUMVAL(AA-AUX) * 10000
                 + FUNCTION NUMVAL(MM-AUX) * 100
                 + FUNCTION NUMVAL(DD-AUX)
           END-IF
           MOVE SPACES TO DATA-VALIDADE-EDIT
           STRING VALIDADE-DIA "-" VALIDADE-MES "-" VALIDADE-ANO
              DELIMITED BY SIZE INTO DATA-VALIDADE-EDIT

           INITIALIZE TABELA-CLIENTES
           MOVE ZEROES TO QTD-CLI
           SET NO-FIN-CLIENTES TO TRUE
           OPEN INPUT CLIENTES
                      PRODUTOS
           IF FILE-STATUS NOT = 00 OR FILE-STATUS-PRO NOT = 00
              DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
              DISPLAY "STATUS: " FILE-STATUS " " FILE-STATUS-PRO
              SET FIN-CLIENTES TO TRUE
              MOVE "SEM CADAST" TO JOB-STATUS
           ELSE
              IF MODO-W = 2
                 PERFORM CARREGAR-CARTEIRA
              ELSE
                 MOVE 1        TO QTD-CLI
                 MOVE CODIGO-W TO Cliente-Lista-T(1)
              END-IF
              IF QTD-CLI = ZEROES
                 DISPLAY "NENHUM CLIENTE NA CARTEIRA DO VENDEDOR "
                         CODIGO-W
                 SET FIN-CLIENTES TO TRUE
                 MOVE "SEM CLIENT" TO JOB-STATUS
                 CLOSE CLIENTES
                       PRODUTOS
              ELSE
                 PERFORM ABRIR-AUXILIARES
                 PERFORM CARREGAR-CAMPANHAS
                 OPEN OUTPUT TABPREL
                              TABPCSV
                 MOVE SPACES TO LINHA-CSV
                 STRING "CLIENTE;PRODUTO;DESCRICAO;UNIDADE;"
                        "PRECO TABELA;PRECO CLIENTE;ORIGEM;CAMPANHA;"
                        "ALIQUOTA;IMPOSTO;BONIFICACAO;VALIDADE"
                    DELIMITED BY SIZE INTO LINHA-CSV
                 WRITE REG-TABPCSV FROM LINHA-CSV
                 MOVE ZEROES TO IND-CL
              END-IF
           END-IF.

       CARREGAR-CARTEIRA.
           OPEN INPUT RELVENCL
           IF FILE-STATUS NOT = 00
              DISPLAY "relvencli.csv AUSENTE; EXECUTE A "
                      "DISTRIBUICAO PRIMEIRO"
           ELSE
              MOVE "N" TO SW-FIM-AUX
              PERFORM UNTIL SW-FIM-AUX = "S"
                 READ RELVENCL
                    AT END MOVE "S" TO SW-FIM-AUX
                 END-READ
                 IF SW-FIM-AUX = "N"
                    AND FUNCTION NUMVAL(Codigo-Vendedor-i) = CODIGO-W
                    AND QTD-CLI < 9999
                    ADD 1 TO QTD-CLI
                    MOVE FUNCTION NUMVAL(Codigo-Cliente-i)
                         TO Cliente-Lista-T(QTD-CLI)
                 END-IF
              END-PERFORM
              CLOSE RELVENCL
           END-IF.

       ABRIR-AUXILIARES.
      ********** ARQUIVOS OPCIONAIS: SEM ELES VALE O PRECO DE LISTA, *
      *    SEM ACORDO, SEM IMPOSTO OU SEM CONDICAO DE PAGAMENTO      *
           OPEN INPUT PRECOVIG
           IF FILE-STATUS-PV = 00
              MOVE "S" TO SW-PRECOVIG-OK
           END-IF
           OPEN INPUT ACORDOS
           IF FILE-STATUS-AC = 00
              MOVE "S" TO SW-ACORDOS-OK
           END-IF
           OPEN INPUT ALIQUOTAS
           IF FILE-STATUS-AL = 00
              MOVE "S" TO SW-ALIQUOTAS-OK
           END-IF
           OPEN INPUT CLIFIN
           IF FILE-STATUS-CF = 00
              MOVE "S" TO SW-CLIFIN-OK
           END-IF
           OPEN INPUT CONDPAG
           IF FILE-STATUS-CO = 00
              MOVE "S" TO SW-CONDPAG-OK
           END-IF.

       CARREGAR-CAMPANHAS.
           INITIALIZE TABELA-CAMPANHAS
           MOVE ZEROES TO QTD-CAMP
           OPEN INPUT CAMPANHAS
           IF FILE-STATUS-CP = 00
              MOVE "N" TO SW-FIM-AUX
              PERFORM UNTIL SW-FIM-AUX = "S"
                 READ CAMPANHAS NEXT RECORD
                    AT END MOVE "S" TO SW-FIM-AUX
                 END-READ
                 IF SW-FIM-AUX = "N" AND CAMPANHA-ATIVA
                    AND Vigencia-Ini-cp <= DATA-VALIDADE-W
                    AND Vigencia-Fim-cp >= DATA-VALIDADE-W
                    AND QTD-CAMP < 500
                    ADD 1 TO QTD-CAMP
                    MOVE Codigo-Campanha-cp TO Codigo-Camp-T(QTD-CAMP)
                    MOVE Tipo-Campanha-cp   TO Tipo-Camp-T(QTD-CAMP)
                    MOVE Perc-Desconto-cp   TO Perc-Camp-T(QTD-CAMP)
                    MOVE Qtd-Base-cp        TO Base-Camp-T(QTD-CAMP)
                    MOVE Qtd-Bonus-cp       TO Bonus-Camp-T(QTD-CAMP)
                    MOVE Produto-Ini-cp     TO Prod-Ini-T(QTD-CAMP)
                    MOVE Produto-Fim-cp     TO Prod-Fim-T(QTD-CAMP)
                    MOVE Zona-cp            TO Zona-Camp-T(QTD-CAMP)
                    MOVE Classificacao-cp   TO Classif-Camp-T(QTD-CAMP)
                 END-IF
              END-PERFORM
              CLOSE CAMPANHAS
           END-IF.

       PROCESO.
           ADD 1 TO IND-CL
           IF IND-CL > QTD-CLI
              SET FIN-CLIENTES TO TRUE
           ELSE
              MOVE Cliente-Lista-T(IND-CL) TO Codigo-Cliente
              READ CLIENTES KEY Codigo-Cliente
              IF FILE-STATUS NOT = 00
                 MOVE SPACES TO LINHA-REL
                 STRING "CLIENTE " Cliente-Lista-T(IND-CL)
                        " NAO CADASTRADO; TABELA NAO GERADA"
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-TABPREL FROM LINHA-REL
                 ADD 1 TO JOB-AVISOS
              ELSE
                 PERFORM GERAR-TABELA-CLIENTE
              END-IF
           END-IF.

       GERAR-TABELA-CLIENTE.
           ADD 1 TO CONT-CLIENTES
           MOVE Zona-Cliente          TO Zona-Cli-W
           MOVE Classificacao-Cliente TO Classif-Cli-W
           PERFORM BUSCAR-CONDICAO
           PERFORM IMPRIMIR-CABECALHO
           MOVE ZEROES TO CONT-PROD-CLI
           MOVE "N"    TO SW-FIM-AUX
           MOVE ZEROES TO Codigo-Produto
           START PRODUTOS KEY IS NOT LESS THAN Codigo-Produto
              INVALID KEY MOVE "S" TO SW-FIM-AUX
           END-START
           PERFORM UNTIL SW-FIM-AUX = "S"
              READ PRODUTOS NEXT RECORD
                 AT END MOVE "S" TO SW-FIM-AUX
              END-READ
              IF SW-FIM-AUX = "N" AND PRODUTO-E-ATIVO
                 PERFORM PRECIFICAR-PRODUTO
                 PERFORM GRAVAR-LINHA-PRODUTO
              END-IF
           END-PERFORM
           MOVE SPACES TO LINHA-REL
           WRITE REG-TABPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PRODUTOS LISTADOS: " CONT-PROD-CLI
                  "   PRECOS VALIDOS EM " DATA-VALIDADE-EDIT
                  "; SUJEITOS A REVISAO APOS ESTA DATA"
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-TABPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-TABPREL FROM LINHA-REL.

       BUSCAR-CONDICAO.
      ********** CONDICAO DE PAGAMENTO DO CLIENTE (CLIFIN/CONDPAG) ***
           MOVE "NAO CADASTRADA" TO Condicao-W
           IF SW-CLIFIN-OK = "S"
              MOVE Codigo-Cliente TO Codigo-Cliente-cf
              READ CLIFIN
              IF FILE-STATUS-CF = 00
                 MOVE SPACES TO Condicao-W
                 STRING Cond-Pagto-cf DELIMITED BY SIZE
                    INTO Condicao-W
                 IF SW-CONDPAG-OK = "S"
                    MOVE Cond-Pagto-cf TO Codigo-Condicao
                    READ CONDPAG
                    IF FILE-STATUS-CO = 00
                       MOVE SPACES TO Condicao-W
                       STRING Cond-Pagto-cf " - " Descricao-Condicao
                          DELIMITED BY SIZE INTO Condicao-W
                    END-IF
                 END-IF
              END-IF
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE ALL "-" TO LINHA-REL
           WRITE REG-TABPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "TABELA DE PRECOS - CLIENTE " Codigo-Cliente " - "
                  Razão-Social
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-TABPREL FROM LINHA-REL
           WRITE REG-TABPREL FROM LINHA-EMPRESA
           MOVE SPACES TO LINHA-REL
           STRING "VALIDA EM: " DATA-VALIDADE-EDIT
                  "   CONDICAO DE PAGAMENTO: " Condicao-W
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-TABPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-TABPREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PROD. DESCRICAO                      UN  "
                  "PRECO TABELA PRECO CLIENTE ORIGEM   ALIQ%   "
                  "IMPOSTO OBSERVACAO"
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-TABPREL FROM LINHA-REL.

       PRECIFICAR-PRODUTO.
           PERFORM BUSCAR-PRECO-VIGENTE
           MOVE Preco-Tabela-W TO Preco-Cliente-W
           MOVE "TABELA"       TO Origem-W
           MOVE ZEROES         TO Campanha-W
           MOVE SPACES         TO Bonif-W
           MOVE "N"            TO SW-ACORDO-W
           IF SW-ACORDOS-OK = "S"
              MOVE Codigo-Cliente TO Codigo-Cliente-ac
              MOVE Codigo-Produto TO Codigo-Produto-ac
              READ ACORDOS
              IF FILE-STATUS-AC = 00
                 AND Vigencia-Ini-ac <= DATA-VALIDADE-W
                 AND Vigencia-Fim-ac >= DATA-VALIDADE-W
                 MOVE Preco-Acordo-ac TO Preco-Cliente-W
                 MOVE "ACORDO"        TO Origem-W
                 MOVE "S"             TO SW-ACORDO-W
              END-IF
           END-IF
           IF SW-ACORDO-W = "N"
              PERFORM APLICAR-CAMPANHAS
           END-IF
           PERFORM BUSCAR-ALIQUOTA
           COMPUTE Imposto-W ROUNDED =
              Preco-Cliente-W * Aliquota-W / 100.

       BUSCAR-PRECO-VIGENTE.
      ********** ULTIMA VIGENCIA ATE A DATA DA TABELA; SEM HISTORICO *
      *    VALE O PRECO DE LISTA DO CATALOGO                         *
           MOVE Preco-Lista TO Preco-Tabela-W
           IF SW-PRECOVIG-OK = "S"
              MOVE Codigo-Produto TO Codigo-Produto-pv
              MOVE ZEROES         TO Data-Vigencia-pv
              START PRECOVIG KEY IS NOT LESS THAN Chave-Precovig
                 INVALID KEY MOVE 10 TO FILE-STATUS-PV
              END-START
              IF FILE-STATUS-PV = 00
                 READ PRECOVIG NEXT RECORD
                    AT END MOVE 10 TO FILE-STATUS-PV
                 END-READ
              END-IF
              PERFORM UNTIL FILE-STATUS-PV NOT = 00
                 OR Codigo-Produto-pv NOT = Codigo-Produto
                 OR Data-Vigencia-pv > DATA-VALIDADE-W
                 MOVE Preco-pv TO Preco-Tabela-W
                 READ PRECOVIG NEXT RECORD
                    AT END MOVE 10 TO FILE-STATUS-PV
                 END-READ
              END-PERFORM
           END-IF.

       APLICAR-CAMPANHAS.
      ********** DESCONTO: O MAIOR % ENTRE AS CAMPANHAS QUE ALCANCAM *
      *    O PRODUTO E O CLIENTE; BONIFICACAO NAO MUDA O PRECO E SAI *
      *    COMO OBSERVACAO (A MAIS GENEROSA)                         *
           MOVE ZEROES TO Perc-Melhor-W
           MOVE ZEROES TO Razao-Melhor-W
           PERFORM VARYING IND-CP FROM 1 BY 1 UNTIL IND-CP > QTD-CAMP
              IF Codigo-Produto >= Prod-Ini-T(IND-CP)
                 AND Codigo-Produto <= Prod-Fim-T(IND-CP)
                 AND (Zona-Camp-T(IND-CP) = SPACES
                      OR Zona-Camp-T(IND-CP) = Zona-Cli-W)
                 AND (Classif-Camp-T(IND-CP) = SPACES
                      OR Classif-Camp-T(IND-CP) = Classif-Cli-W)
                 IF Tipo-Camp-T(IND-CP) = "D"
                    IF Perc-Camp-T(IND-CP) > Perc-Melhor-W
                       MOVE Perc-Camp-T(IND-CP)   TO Perc-Melhor-W
                       MOVE Codigo-Camp-T(IND-CP) TO Campanha-W
                    END-IF
                 ELSE
                    IF Base-Camp-T(IND-CP) > ZEROES
                       COMPUTE Razao-Bonus-W ROUNDED =
                          Bonus-Camp-T(IND-CP) / Base-Camp-T(IND-CP)
                       IF Razao-Bonus-W > Razao-Melhor-W
                          MOVE Razao-Bonus-W TO Razao-Melhor-W
                          MOVE Bonus-Camp-T(IND-CP) TO WRK-QTD
                          MOVE Base-Camp-T(IND-CP)  TO WRK-QTD2
                          MOVE SPACES TO Bonif-W
                          STRING "BONIF " FUNCTION TRIM(WRK-QTD)
                                 " A CADA " FUNCTION TRIM(WRK-QTD2)
                             DELIMITED BY SIZE INTO Bonif-W
                          IF Campanha-W = ZEROES
                             MOVE Codigo-Camp-T(IND-CP) TO Campanha-W
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF Perc-Melhor-W > ZEROES
              COMPUTE Preco-Cliente-W ROUNDED =
                 Preco-Tabela-W * (100 - Perc-Melhor-W) / 100
              MOVE "CAMPANHA" TO Origem-W
           END-IF.

       BUSCAR-ALIQUOTA.
      ********** ALIQUOTA DO PRODUTO NA ZONA DO CLIENTE, SENAO A *****
      *    GERAL DO PRODUTO (ZONA EM BRANCO), COMO NO FATURAMENTO    *
           MOVE ZEROES TO Aliquota-W
           IF SW-ALIQUOTAS-OK = "S"
              MOVE Codigo-Produto TO Codigo-Produto-al
              MOVE Zona-Cli-W     TO Zona-al
              READ ALIQUOTAS
              IF FILE-STATUS-AL = 00
                 MOVE Aliquota-al TO Aliquota-W
              ELSE
                 MOVE Codigo-Produto TO Codigo-Produto-al
                 MOVE SPACES         TO Zona-al
                 READ ALIQUOTAS
                 IF FILE-STATUS-AL = 00
                    MOVE Aliquota-al TO Aliquota-W
                 END-IF
              END-IF
           END-IF.

       GRAVAR-LINHA-PRODUTO.
           ADD 1 TO CONT-PROD-CLI
           ADD 1 TO CONT-LINHAS
           MOVE Preco-Tabela-W  TO WRK-PRECO
           MOVE Preco-Cliente-W TO WRK-PRECO2
           MOVE Aliquota-W      TO WRK-ALIQ
           MOVE Imposto-W       TO WRK-IMPOSTO
           MOVE SPACES TO LINHA-REL
           STRING Codigo-Produto " " Descricao-Produto(1:30) " "
                  Unidade-Produto " " WRK-PRECO " " WRK-PRECO2 " "
                  Origem-W " " WRK-ALIQ " " WRK-IMPOSTO " " Bonif-W
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-TABPREL FROM LINHA-REL

           MOVE Preco-Tabela-W  TO CSV-PRECO
           MOVE Preco-Cliente-W TO CSV-PRECO2
           MOVE Imposto-W       TO CSV-IMPOSTO
           MOVE SPACES TO LINHA-CSV
           STRING Codigo-Cliente ";" Codigo-Produto ";"
                  FUNCTION TRIM(Descricao-Produto) ";"
                  Unidade-Produto ";"
                  FUNCTION TRIM(CSV-PRECO) ";"
                  FUNCTION TRIM(CSV-PRECO2) ";"
                  FUNCTION TRIM(Origem-W) ";"
                  Campanha-W ";"
                  FUNCTION TRIM(WRK-ALIQ) ";"
                  FUNCTION TRIM(CSV-IMPOSTO) ";"
                  FUNCTION TRIM(Bonif-W) ";"
                  DATA-VALIDADE-EDIT
              DELIMITED BY SIZE INTO LINHA-CSV
           WRITE REG-TABPCSV FROM LINHA-CSV.

       FIN.
           IF JOB-STATUS = "OK"
              CLOSE CLIENTES
                    PRODUTOS
                    TABPREL
                    TABPCSV
              MOVE "tabprecocli.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF SW-PRECOVIG-OK = "S"
                 CLOSE PRECOVIG
              END-IF
              IF SW-ACORDOS-OK = "S"
                 CLOSE ACORDOS
              END-IF
              IF SW-ALIQUOTAS-OK = "S"
                 CLOSE ALIQUOTAS
              END-IF
              IF SW-CLIFIN-OK = "S"
                 CLOSE CLIFIN
              END-IF
              IF SW-CONDPAG-OK = "S"
                 CLOSE CONDPAG
              END-IF
              DISPLAY "TABELA GERADA: tabprecocli.txt / tabprecocli.csv"
              DISPLAY "Clientes      : " CONT-CLIENTES
              DISPLAY "Linhas        : " CONT-LINHAS
              DISPLAY "Validade      : " DATA-VALIDADE-EDIT
           END-IF

           MOVE CONT-CLIENTES TO JOB-LIDOS
           MOVE CONT-LINHAS   TO JOB-GRAVADOS
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
           STRING "CLIENTE=" CODIGO-W " VALIDADE=" DATA-VALIDADE-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA74 "
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
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-RELVENCL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "relvencli.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVENCL
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-PRECOVIG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "precovig.dat" DELIMITED BY SIZE
                  INTO ARQ-PRECOVIG
           MOVE SPACES TO ARQ-ACORDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "acordos.dat" DELIMITED BY SIZE
                  INTO ARQ-ACORDOS
           MOVE SPACES TO ARQ-CAMPANHAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "campanhas.dat" DELIMITED BY SIZE
                  INTO ARQ-CAMPANHAS
           MOVE SPACES TO ARQ-ALIQUOTAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "aliquotas.dat" DELIMITED BY SIZE
                  INTO ARQ-ALIQUOTAS
           MOVE SPACES TO ARQ-CLIFIN
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clifin.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIFIN
           MOVE SPACES TO ARQ-CONDPAG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "condpag.dat" DELIMITED BY SIZE
                  INTO ARQ-CONDPAG
           MOVE SPACES TO ARQ-TABPREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "tabprecocli.txt" DELIMITED BY SIZE
                  INTO ARQ-TABPREL
           MOVE SPACES TO ARQ-TABPCSV
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "tabprecocli.csv" DELIMITED BY SIZE
                  INTO ARQ-TABPCSV.
       END PROGRAM PROGRAMA74.
