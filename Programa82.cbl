      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: EXTRATOR AD HOC DE CLIENTES (DEFINICOES DO PGM00046)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA82.
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
           FILE STATUS IS FILE-STATUS.

           SELECT CONTATOS ASSIGN ARQ-CONTATOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Contato
           FILE STATUS IS FILE-STATUS-CT.

           SELECT CLIFIN ASSIGN ARQ-CLIFIN
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-cf
           FILE STATUS IS FILE-STATUS-CF.

           SELECT RISCOCLI ASSIGN ARQ-RISCOCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-ri
           FILE STATUS IS FILE-STATUS-RI.

           SELECT HISTVENDAS ASSIGN ARQ-HISTVENDAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Histvendas
           FILE STATUS IS FILE-STATUS-HV.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS-FA.

           SELECT RELVENCL ASSIGN ARQ-RELVENCL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-RV.

           SELECT EXTRDEF ASSIGN ARQ-EXTRDEF
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Nome-xd
           FILE STATUS IS FILE-STATUS-XD.

           SELECT EXTRCSV ASSIGN ARQ-EXTRCSV
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-EX.

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

       FD  CONTATOS.

       01  REG-CONTATOS.
           05 Chave-Contato.
              10 Tipo-Contato              PIC X(001).
              10 Codigo-Pai                PIC 9(007).
              10 Numero-Contato            PIC 9(003).
           05 Endereco-Contato             PIC X(040).
           05 CEP-Contato                  PIC 9(008).
           05 Telefone-Contato             PIC X(015).
           05 Email-Contato                PIC X(040).

       FD  RISCOCLI.

       01  REG-RISCOCLI.
           05 Codigo-Cliente-ri            PIC 9(007).
           05 Atraso-Medio-ri              PIC 9(005).
           05 Maior-Atraso-ri              PIC 9(005).
           05 Perc-Em-Dia-ri               PIC 9(003).
           05 Nota-Risco-ri                PIC X(001).
           05 Data-Calculo-ri              PIC X(010).
           05 Qtd-Cheques-Dev-ri           PIC 9(003).
           05 Data-Ult-Devol-ri            PIC X(010).

       FD  CLIFIN.

       01  REG-CLIFIN.
           05 Codigo-Cliente-cf            PIC 9(007).
           05 Limite-Credito-cf            PIC 9(009)v9(002).
           05 Cond-Pagto-cf                PIC 9(003).

       FD  HISTVENDAS.

       01  REG-HISTVENDAS.
           05 Chave-Histvendas.
              10 Ano-hv                    PIC 9(004).
              10 Mes-hv                    PIC 9(002).
              10 Codigo-Cliente-hv         PIC 9(007).
              10 Codigo-Vendedor-hv        PIC 9(003).
           05 Qtd-Pedidos-hv               PIC 9(005).
           05 Valor-Faturado-hv            PIC 9(011)v9(002).
           05 Valor-Recebido-hv            PIC 9(011)v9(002).

       FD  FATURAS.

       01  REG-FATURAS.
           05 Chave-Fatura.
              10 Numero-Pedido-fa          PIC 9(007).
              10 Parcela-fa                PIC 9(002).
           05 Codigo-Cliente-fa            PIC 9(007).
           05 Codigo-Vendedor-fa           PIC 9(003).
           05 Classificacao-fa             PIC X(001).
           05 Data-Emissao-fa              PIC X(010).
           05 Data-Vencimento-fa           PIC X(010).
           05 Valor-Fatura                 PIC 9(009)v9(002).
           05 Situacao-Fatura              PIC X(001)   VALUE "A".
              88 FATURA-ABERTA                           VALUE "A".
              88 FATURA-PAGA                             VALUE "P".
              88 FATURA-CANCELADA                        VALUE "C".
              88 FATURA-PERDA                            VALUE "L".
              88 FATURA-RENEGOCIADA                      VALUE "R".
           05 Data-Pagamento-fa            PIC X(010)   VALUE SPACES.
           05 Valor-Pago-fa                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Total-Parcelas-fa            PIC 9(002)   VALUE ZEROES.
           05 Aliquota-fa                  PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Valor-Imposto-fa             PIC 9(009)v9(002)
                                            VALUE ZEROES.


       FD  RELVENCL BLOCK 107 CHARACTERS.

       01  REG-RELVENCL.
           05 Codigo-Cliente-rv            PIC ZZZZZZZ.
           05 FIL-RV1                      PIC X           VALUE ";".
           05 Razão-Social-rv              PIC X(040).
           05 FIL-RV2                      PIC X           VALUE ";".
           05 Codigo-Vendedor-rv           PIC ZZZ.
           05 FIL-RV3                      PIC X           VALUE ";".
           05 Nombre-Vendedor-rv           PIC X(040).
           05 FIL-RV4                      PIC X           VALUE ";".
           05 Distancia-rv                 PIC ZZZ.ZZ9,99-.
           05 FIL-RV5                      PIC X           VALUE ";".
           05 Alerta-Dist-rv               PIC X(003).
           05 FIL-RV6                      PIC X           VALUE ";".
           05 Codigo-Vendedor-Bkp-rv       PIC ZZZ.
           05 FIL-RV7                      PIC X           VALUE ";".
           05 Nombre-Vendedor-Bkp-rv       PIC X(040).
           05 FIL-RV8                      PIC X           VALUE ";".
           05 Numero-Filial-rv             PIC ZZZ.
           05 FIL-RV9                      PIC X           VALUE ";".

       FD  EXTRDEF.

      ********** DEFINICOES DO EXTRATOR DE CLIENTES (PGM00046): ******
      *    FILTROS (EM BRANCO OU ZERO = SEM FILTRO; ATE ZERO = SEM   *
      *    LIMITE SUPERIOR) E ATE 20 COLUNAS DO CATALOGO, NA ORDEM   *
      *    DE SAIDA. ULTIMA COMPRA EM AAAAMM (HISTVENDAS); NOTAS DE  *
      *    RISCO ACEITAS LISTADAS LADO A LADO (EX. "AB"). Lote-xd    *
      *    "S" INCLUI A EXTRACAO NA EXECUCAO DO LOTE (PGM00004)      *
       01  REG-EXTRDEF.
           05 Nome-xd                      PIC X(020).
           05 Descricao-xd                 PIC X(040).
           05 Zona-xd                      PIC X(003).
           05 Classificacao-xd             PIC X(001).
           05 Situacao-xd                  PIC X(001).
           05 Vendedor-xd                  PIC 9(003).
           05 CNPJ-De-xd                   PIC 9(014).
           05 CNPJ-Ate-xd                  PIC 9(014).
           05 Ult-Compra-De-xd             PIC 9(006).
           05 Ult-Compra-Ate-xd            PIC 9(006).
           05 Saldo-Min-xd                 PIC 9(009)v9(002).
           05 Saldo-Max-xd                 PIC 9(009)v9(002).
           05 Notas-Risco-xd               PIC X(005).
           05 Lote-xd                      PIC X(001).
              88 EXTRACAO-NO-LOTE                        VALUE "S".
           05 Colunas-xd.
              10 Coluna-xd OCCURS 20 TIMES PIC 9(002).
           05 Operador-xd                  PIC X(010).
           05 Data-Alteracao-xd            PIC X(010).

       FD  EXTRCSV.

       01  REG-EXTRCSV                     PIC X(1300).

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
                                            VALUE "PROGRAMA82".
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


       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONTATOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIFIN                      PIC X(080)   VALUE SPACES.
           05 ARQ-RISCOCLI                    PIC X(080)   VALUE SPACES.
           05 ARQ-HISTVENDAS                  PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RELVENCL                    PIC X(080)   VALUE SPACES.
           05 ARQ-EXTRDEF                     PIC X(080)   VALUE SPACES.
           05 ARQ-EXTRCSV                     PIC X(080)   VALUE SPACES.

      ********** CATALOGO DE COLUNAS (O MESMO DO PGM00046) ***********
       01  TABELA-CATALOGO-LIT.
           05 FILLER PIC X(030) VALUE "CODIGO DO CLIENTE".
           05 FILLER PIC X(030) VALUE "CNPJ".
           05 FILLER PIC X(030) VALUE "RAZAO SOCIAL".
           05 FILLER PIC X(030) VALUE "ZONA".
           05 FILLER PIC X(030) VALUE "CLASSIFICACAO".
           05 FILLER PIC X(030) VALUE "SITUACAO".
           05 FILLER PIC X(030) VALUE "VENDEDOR FIXO".
           05 FILLER PIC X(030) VALUE "VENDEDOR (RELVENCLI)".
           05 FILLER PIC X(030) VALUE "LATITUDE".
           05 FILLER PIC X(030) VALUE "LONGITUDE".
           05 FILLER PIC X(030) VALUE "DATA DE INCLUSAO".
           05 FILLER PIC X(030) VALUE "ENDERECO (CONTATO 1)".
           05 FILLER PIC X(030) VALUE "CEP (CONTATO 1)".
           05 FILLER PIC X(030) VALUE "TELEFONE (CONTATO 1)".
           05 FILLER PIC X(030) VALUE "E-MAIL (CONTATO 1)".
           05 FILLER PIC X(030) VALUE "LIMITE DE CREDITO".
           05 FILLER PIC X(030) VALUE "CONDICAO DE PAGAMENTO".
           05 FILLER PIC X(030) VALUE "SALDO EM ABERTO".
           05 FILLER PIC X(030) VALUE "ULTIMA COMPRA (AAAAMM)".
           05 FILLER PIC X(030) VALUE "NOTA DE RISCO".
       01  TABELA-CATALOGO REDEFINES TABELA-CATALOGO-LIT.
           05 Nome-Coluna-T OCCURS 20 TIMES PIC X(030).

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-ARQ                                VALUE "S".
              88 NO-FIN-ARQ                             VALUE "N".
           05 SW-FIM-DEF                   PIC X        VALUE "N".
              88 FIM-DEF                                VALUE "S".
              88 NO-FIM-DEF                             VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CT               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CF               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RI               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-HV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FA               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-XD               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EX               PIC 99       VALUE ZEROES.
           05 SW-CONTATOS-OK               PIC X        VALUE "N".
           05 SW-CLIFIN-OK                 PIC X        VALUE "N".
           05 SW-RISCO-OK                  PIC X        VALUE "N".
           05 SW-AUXILIARES-OK             PIC X        VALUE "N".

      ********** NOME DA DEFINICAO NA LINHA DE COMANDO, OU "LOTE" ***
      *    PARA TODAS AS MARCADAS PARA O LOTE (PGM00004)             *
           05 ARG-LINHA                    PIC X(080)   VALUE SPACES.
           05 SW-MODO-LOTE                 PIC X        VALUE "N".
              88 MODO-LOTE                              VALUE "S".
           05 NOME-EXTR-W                  PIC X(020)   VALUE SPACES.

           05 IND-C                        PIC 9(002)   VALUE ZEROES.
           05 IND-INI                      PIC 9(005)   VALUE ZEROES.
           05 IND-FIM                      PIC 9(005)   VALUE ZEROES.
           05 IND-MEIO                     PIC 9(005)   VALUE ZEROES.
           05 CODIGO-BUSCA-W               PIC 9(007)   VALUE ZEROES.
           05 SW-ACHOU                     PIC X        VALUE "N".
           05 SW-PASSA                     PIC X        VALUE "N".
           05 CONT-NOTA                    PIC 9(002)   VALUE ZEROES.
           05 Nota-W                       PIC X(001)   VALUE SPACES.
           05 Saldo-W                      PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Ult-Compra-W                 PIC 9(006)   VALUE ZEROES.
           05 Vendedor-W                   PIC 9(003)   VALUE ZEROES.
           05 Periodo-hv-W                 PIC 9(006)   VALUE ZEROES.
           05 CONT-DEFS                    PIC 9(005)   VALUE ZEROES.
           05 CONT-EXTRAIDOS               PIC 9(007)   VALUE ZEROES.
           05 CONT-CLI-LIDOS               PIC 9(007)   VALUE ZEROES.

      ********** MONTAGEM DA LINHA DO CSV: CADA CAMPO SAI SEM OS *****
      *    BRANCOS DA DIREITA, SEPARADO POR ";"                      *
           05 LINHA-CSV                    PIC X(1300)  VALUE SPACES.
           05 POS-CSV                      PIC 9(004)   VALUE ZEROES.
           05 SW-PRIMEIRO-CAMPO            PIC X        VALUE "S".
           05 CAMPO-CSV                    PIC X(060)   VALUE SPACES.
           05 TAM-CAMPO                    PIC 9(003)   VALUE ZEROES.
           05 WRK-VALOR-CSV                PIC -ZZZZZZZZZZ9,99.
           05 WRK-COORD-CSV                PIC -ZZ9,99999999.

      ********** SALDO EM ABERTO, ULTIMA COMPRA E VENDEDOR DA ULTIMA *
      *    DISTRIBUICAO POR CLIENTE, EM ORDEM DE CODIGO              *
           05 QTD-CLI-EXT                  PIC 9(005)   VALUE ZEROES.
           05 TABELA-CLI-EXT.
              10 CLI-EXT-OCC OCCURS 20000 TIMES.
                 15 Codigo-Ext-T           PIC 9(007).
                 15 Saldo-Ext-T            PIC 9(011)v9(002).
                 15 Ult-Compra-Ext-T       PIC 9(006).
                 15 Vendedor-Ext-T         PIC 9(003).

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF JOB-STATUS = "OK"
              IF MODO-LOTE
                 PERFORM EXTRAIR-LOTE
              ELSE
                 MOVE NOME-EXTR-W TO Nome-xd
                 READ EXTRDEF
                 IF FILE-STATUS-XD = 00
                    PERFORM EXTRAIR-DEFINICAO
                 ELSE
                    DISPLAY "EXTRACAO " FUNCTION TRIM(NOME-EXTR-W)
                            " NAO CADASTRADA (PGM00046)"
                    MOVE "SEM DEFIN" TO JOB-STATUS
                 END-IF
              END-IF
              CLOSE EXTRDEF
              IF SW-AUXILIARES-OK = "S"
                 CLOSE CLIENTES
                 IF SW-CONTATOS-OK = "S"
                    CLOSE CONTATOS
                 END-IF
                 IF SW-CLIFIN-OK = "S"
                    CLOSE CLIFIN
                 END-IF
                 IF SW-RISCO-OK = "S"
                    CLOSE RISCOCLI
                 END-IF
              END-IF
           END-IF
           PERFORM FIN.

       INICIO.
      ********** EXTRATOR AD HOC DE CLIENTES: APLICA OS FILTROS DA ***
      *    DEFINICAO GRAVADA NO PGM00046 E GERA extr_NOME.csv COM AS *
      *    COLUNAS ESCOLHIDAS, NA ORDEM ESCOLHIDA                    *
           DISPLAY "EXTRATOR AD HOC DE CLIENTES"
           ACCEPT ARG-LINHA FROM COMMAND-LINE
           IF ARG-LINHA(1:4) = "LOTE" OR ARG-LINHA(1:4) = "lote"
              MOVE "S" TO SW-MODO-LOTE
           ELSE
              IF ARG-LINHA = SPACES
                 DISPLAY "INSIRA NOME DA EXTRACAO: "
                 ACCEPT NOME-EXTR-W
              ELSE
                 MOVE ARG-LINHA TO NOME-EXTR-W
              END-IF
           END-IF
           OPEN INPUT EXTRDEF
           IF FILE-STATUS-XD NOT = 00
              IF MODO-LOTE
      ********** NO LOTE, NENHUMA DEFINICAO NAO E FALHA **************
                 DISPLAY "extrdef.dat AUSENTE: NENHUMA EXTRACAO NO LOTE"
                 MOVE "SEM EXTRAC" TO JOB-STATUS
              ELSE
                 DISPLAY "extrdef.dat AUSENTE: CADASTRE A EXTRACAO NO "
                         "PGM00046"
                 MOVE "SEM DEFIN" TO JOB-STATUS
              END-IF
           END-IF.

       EXTRAIR-LOTE.
           MOVE LOW-VALUES TO Nome-xd
           SET NO-FIM-DEF TO TRUE
           START EXTRDEF KEY IS NOT LESS THAN Nome-xd
              INVALID KEY SET FIM-DEF TO TRUE
           END-START
           PERFORM UNTIL FIM-DEF OR JOB-STATUS NOT = "OK"
              READ EXTRDEF NEXT RECORD
                 AT END SET FIM-DEF TO TRUE
              END-READ
              IF NOT FIM-DEF AND EXTRACAO-NO-LOTE
                 PERFORM EXTRAIR-DEFINICAO
              END-IF
           END-PERFORM
           DISPLAY "EXTRACOES DO LOTE: " CONT-DEFS.

       EXTRAIR-DEFINICAO.
           IF SW-AUXILIARES-OK = "N"
              PERFORM CARREGAR-AUXILIARES
           END-IF
           IF JOB-STATUS = "OK"
              MOVE SPACES TO ARQ-EXTRCSV
              STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                     "extr_" DELIMITED BY SIZE
                     FUNCTION TRIM(Nome-xd) DELIMITED BY SIZE
                     ".csv" DELIMITED BY SIZE
                     INTO ARQ-EXTRCSV
              OPEN OUTPUT EXTRCSV
              IF FILE-STATUS-EX NOT = 00
                 DISPLAY "ERRO AO CRIAR " FUNCTION TRIM(ARQ-EXTRCSV)
                 MOVE "ERRO SAIDA" TO JOB-STATUS
              ELSE
                 ADD 1 TO CONT-DEFS
                 MOVE ZEROES TO CONT-EXTRAIDOS
                 PERFORM GRAVAR-CABECALHO-CSV
                 MOVE ZEROES TO Codigo-Cliente
                 SET NO-FIN-ARQ TO TRUE
                 START CLIENTES KEY IS NOT LESS THAN Codigo-Cliente
                    INVALID KEY SET FIN-ARQ TO TRUE
                 END-START
                 PERFORM AVALIAR-UM-CLIENTE UNTIL FIN-ARQ
                 CLOSE EXTRCSV
                 ADD CONT-EXTRAIDOS TO JOB-GRAVADOS
                 DISPLAY "extr_" FUNCTION TRIM(Nome-xd) ".csv: "
                         CONT-EXTRAIDOS " CLIENTES"
              END-IF
           END-IF.

       CARREGAR-AUXILIARES.
      ********** FEITO UMA VEZ POR EXECUCAO, MESMO NO LOTE: TABELA ***
      *    DOS CLIENTES EM ORDEM DE CODIGO COM O SALDO DAS PARCELAS  *
      *    EM ABERTO, O ULTIMO MES COM COMPRA E O VENDEDOR TITULAR   *
           MOVE "S" TO SW-AUXILIARES-OK
           OPEN INPUT CLIENTES
           IF FILE-STATUS NOT = 00
              DISPLAY "clientes.dat AUSENTE OU DANIFICADO"
              MOVE "ERRO ABERT" TO JOB-STATUS
              MOVE "N" TO SW-AUXILIARES-OK
           ELSE
              OPEN INPUT CONTATOS
              IF FILE-STATUS-CT = 00
                 MOVE "S" TO SW-CONTATOS-OK
              END-IF
              OPEN INPUT CLIFIN
              IF FILE-STATUS-CF = 00
                 MOVE "S" TO SW-CLIFIN-OK
              END-IF
              OPEN INPUT RISCOCLI
              IF FILE-STATUS-RI = 00
                 MOVE "S" TO SW-RISCO-OK
              END-IF
              PERFORM CARREGAR-TABELA-CLIENTES
              PERFORM CARREGAR-SALDOS
              PERFORM CARREGAR-ULTIMAS-COMPRAS
              PERFORM CARREGAR-VENDEDORES
           END-IF.

       CARREGAR-TABELA-CLIENTES.
           MOVE ZEROES TO QTD-CLI-EXT
           MOVE ZEROES TO Codigo-Cliente
           SET NO-FIN-ARQ TO TRUE
           START CLIENTES KEY IS NOT LESS THAN Codigo-Cliente
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM UNTIL FIN-ARQ
              READ CLIENTES NEXT RECORD
                 AT END SET FIN-ARQ TO TRUE
              END-READ
              IF NOT FIN-ARQ
                 IF QTD-CLI-EXT < 20000
                    ADD 1 TO QTD-CLI-EXT
                    MOVE Codigo-Cliente TO Codigo-Ext-T(QTD-CLI-EXT)
                    MOVE ZEROES TO Saldo-Ext-T(QTD-CLI-EXT)
                                   Ult-Compra-Ext-T(QTD-CLI-EXT)
                                   Vendedor-Ext-T(QTD-CLI-EXT)
                 ELSE
                    ADD 1 TO JOB-AVISOS
                 END-IF
              END-IF
           END-PERFORM
           IF JOB-AVISOS > ZEROES
              DISPLAY "AVISO: MAIS DE 20000 CLIENTES; OS EXCEDENTES "
                      "SAEM SEM SALDO, COMPRA E VENDEDOR"
           END-IF.

       CARREGAR-SALDOS.
           OPEN INPUT FATURAS
           IF FILE-STATUS-FA NOT = 00
              DISPLAY "AVISO: faturas.dat INDISPONIVEL; SALDO ZERO"
              ADD 1 TO JOB-AVISOS
           ELSE
              SET NO-FIN-ARQ TO TRUE
              PERFORM UNTIL FIN-ARQ
                 READ FATURAS NEXT RECORD
                    AT END SET FIN-ARQ TO TRUE
                 END-READ
                 IF NOT FIN-ARQ AND FATURA-ABERTA
                    AND Valor-Fatura > Valor-Pago-fa
                    MOVE Codigo-Cliente-fa TO CODIGO-BUSCA-W
                    PERFORM BUSCAR-CLIENTE-TABELA
                    IF SW-ACHOU = "S"
                       COMPUTE Saldo-Ext-T(IND-MEIO) =
                          Saldo-Ext-T(IND-MEIO) + Valor-Fatura
                          - Valor-Pago-fa
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE FATURAS
           END-IF.

       CARREGAR-ULTIMAS-COMPRAS.
           OPEN INPUT HISTVENDAS
           IF FILE-STATUS-HV NOT = 00
              DISPLAY "AVISO: histvendas.dat INDISPONIVEL; SEM ULTIMA "
                      "COMPRA"
              ADD 1 TO JOB-AVISOS
           ELSE
              SET NO-FIN-ARQ TO TRUE
              PERFORM UNTIL FIN-ARQ
                 READ HISTVENDAS NEXT RECORD
                    AT END SET FIN-ARQ TO TRUE
                 END-READ
                 IF NOT FIN-ARQ AND Qtd-Pedidos-hv > ZEROES
                    MOVE Codigo-Cliente-hv TO CODIGO-BUSCA-W
                    PERFORM BUSCAR-CLIENTE-TABELA
                    COMPUTE Periodo-hv-W = Ano-hv * 100 + Mes-hv
                    IF SW-ACHOU = "S"
                       AND Periodo-hv-W > Ult-Compra-Ext-T(IND-MEIO)
                       MOVE Periodo-hv-W
                         TO Ult-Compra-Ext-T(IND-MEIO)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE HISTVENDAS
           END-IF.

       CARREGAR-VENDEDORES.
      ********** TITULAR DA ULTIMA DISTRIBUICAO (RELVENCLI.CSV): *****
      *    VALE A PRIMEIRA LINHA DO CLIENTE                          *
           OPEN INPUT RELVENCL
           IF FILE-STATUS-RV NOT = 00
              DISPLAY "AVISO: relvencli.csv INDISPONIVEL; SEM VENDEDOR"
              ADD 1 TO JOB-AVISOS
           ELSE
              SET NO-FIN-ARQ TO TRUE
              PERFORM UNTIL FIN-ARQ
                 READ RELVENCL
                    AT END SET FIN-ARQ TO TRUE
                 END-READ
                 IF NOT FIN-ARQ
                    MOVE FUNCTION NUMVAL(Codigo-Cliente-rv)
                      TO CODIGO-BUSCA-W
                    PERFORM BUSCAR-CLIENTE-TABELA
                    IF SW-ACHOU = "S"
                       AND Vendedor-Ext-T(IND-MEIO) = ZEROES
                       MOVE FUNCTION NUMVAL(Codigo-Vendedor-rv)
                         TO Vendedor-Ext-T(IND-MEIO)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RELVENCL
           END-IF.

       BUSCAR-CLIENTE-TABELA.
      ********** PESQUISA BINARIA NA TABELA EM ORDEM DE CODIGO *******
           MOVE "N"         TO SW-ACHOU
           MOVE 1           TO IND-INI
           MOVE QTD-CLI-EXT TO IND-FIM
           PERFORM UNTIL IND-INI > IND-FIM OR SW-ACHOU = "S"
              COMPUTE IND-MEIO = (IND-INI + IND-FIM) / 2
              IF Codigo-Ext-T(IND-MEIO) = CODIGO-BUSCA-W
                 MOVE "S" TO SW-ACHOU
              ELSE
                 IF Codigo-Ext-T(IND-MEIO) < CODIGO-BUSCA-W
                    COMPUTE IND-INI = IND-MEIO + 1
                 ELSE
                    IF IND-MEIO = 1
                       MOVE ZEROES TO IND-FIM
                    ELSE
                       COMPUTE IND-FIM = IND-MEIO - 1
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       AVALIAR-UM-CLIENTE.
           READ CLIENTES NEXT RECORD
              AT END SET FIN-ARQ TO TRUE
           END-READ
           IF NOT FIN-ARQ
              ADD 1 TO CONT-CLI-LIDOS
              MOVE Codigo-Cliente TO CODIGO-BUSCA-W
              PERFORM BUSCAR-CLIENTE-TABELA
              IF SW-ACHOU = "S"
                 MOVE Saldo-Ext-T(IND-MEIO)      TO Saldo-W
                 MOVE Ult-Compra-Ext-T(IND-MEIO) TO Ult-Compra-W
                 MOVE Vendedor-Ext-T(IND-MEIO)   TO Vendedor-W
              ELSE
                 MOVE ZEROES TO Saldo-W Ult-Compra-W Vendedor-W
              END-IF
              MOVE SPACES TO Nota-W
              IF SW-RISCO-OK = "S"
                 MOVE Codigo-Cliente TO Codigo-Cliente-ri
                 READ RISCOCLI
                 IF FILE-STATUS-RI = 00
                    MOVE Nota-Risco-ri TO Nota-W
                 END-IF
              END-IF
              PERFORM TESTAR-FILTROS
              IF SW-PASSA = "S"
                 PERFORM BUSCAR-COMPLEMENTOS
                 PERFORM GRAVAR-LINHA-CSV
              END-IF
           END-IF.

       TESTAR-FILTROS.
           MOVE "S" TO SW-PASSA
           IF Zona-xd NOT = SPACES AND Zona-Cliente NOT = Zona-xd
              MOVE "N" TO SW-PASSA
           END-IF
           IF Classificacao-xd NOT = SPACES
              AND Classificacao-Cliente NOT = Classificacao-xd
              MOVE "N" TO SW-PASSA
           END-IF
           IF Situacao-xd NOT = SPACES
              AND Situacao-Cliente NOT = Situacao-xd
              MOVE "N" TO SW-PASSA
           END-IF
           IF Vendedor-xd > ZEROES AND Vendedor-W NOT = Vendedor-xd
              MOVE "N" TO SW-PASSA
           END-IF
           IF CNPJ < CNPJ-De-xd
              MOVE "N" TO SW-PASSA
           END-IF
           IF CNPJ-Ate-xd > ZEROES AND CNPJ > CNPJ-Ate-xd
              MOVE "N" TO SW-PASSA
           END-IF
      ********** SEM COMPRA NENHUMA O ULTIMO MES E ZERO: ENTRA NO *****
      *    "ATE" (INATIVOS) E FICA FORA DO "DESDE"                   *
           IF Ult-Compra-De-xd > ZEROES
              AND Ult-Compra-W < Ult-Compra-De-xd
              MOVE "N" TO SW-PASSA
           END-IF
           IF Ult-Compra-Ate-xd > ZEROES
              AND Ult-Compra-W > Ult-Compra-Ate-xd
              MOVE "N" TO SW-PASSA
           END-IF
           IF Saldo-W < Saldo-Min-xd
              MOVE "N" TO SW-PASSA
           END-IF
           IF Saldo-Max-xd > ZEROES AND Saldo-W > Saldo-Max-xd
              MOVE "N" TO SW-PASSA
           END-IF
           IF Notas-Risco-xd NOT = SPACES
              IF Nota-W = SPACES
                 MOVE "N" TO SW-PASSA
              ELSE
                 MOVE ZEROES TO CONT-NOTA
                 INSPECT Notas-Risco-xd TALLYING CONT-NOTA
                    FOR ALL Nota-W
                 IF CONT-NOTA = ZEROES
                    MOVE "N" TO SW-PASSA
                 END-IF
              END-IF
           END-IF.

       BUSCAR-COMPLEMENTOS.
      ********** PRIMEIRO CONTATO DO CLIENTE E DADOS FINANCEIROS ******
           MOVE SPACES TO Endereco-Contato Telefone-Contato
                          Email-Contato
           MOVE ZEROES TO CEP-Contato
           IF SW-CONTATOS-OK = "S"
              MOVE "C"            TO Tipo-Contato
              MOVE Codigo-Cliente TO Codigo-Pai
              MOVE ZEROES         TO Numero-Contato
              START CONTATOS KEY IS NOT LESS THAN Chave-Contato
                 INVALID KEY MOVE 23 TO FILE-STATUS-CT
              END-START
              IF FILE-STATUS-CT = 00
                 READ CONTATOS NEXT RECORD
                    AT END MOVE 10 TO FILE-STATUS-CT
                 END-READ
              END-IF
              IF FILE-STATUS-CT NOT = 00 OR Tipo-Contato NOT = "C"
                 OR Codigo-Pai NOT = Codigo-Cliente
                 MOVE SPACES TO Endereco-Contato Telefone-Contato
                                Email-Contato
                 MOVE ZEROES TO CEP-Contato
              END-IF
           END-IF
           MOVE ZEROES TO Limite-Credito-cf Cond-Pagto-cf
           IF SW-CLIFIN-OK = "S"
              MOVE Codigo-Cliente TO Codigo-Cliente-cf
              READ CLIFIN
              IF FILE-STATUS-CF NOT = 00
                 MOVE ZEROES TO Limite-Credito-cf Cond-Pagto-cf
              END-IF
           END-IF.

       GRAVAR-CABECALHO-CSV.
           MOVE SPACES TO LINHA-CSV
           MOVE 1 TO POS-CSV
           MOVE "S" TO SW-PRIMEIRO-CAMPO
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 20
              IF Coluna-xd(IND-C) > ZEROES AND Coluna-xd(IND-C) <= 20
                 MOVE Nome-Coluna-T(Coluna-xd(IND-C)) TO CAMPO-CSV
                 PERFORM ACRESCENTAR-CAMPO
              END-IF
           END-PERFORM
           WRITE REG-EXTRCSV FROM LINHA-CSV.

       GRAVAR-LINHA-CSV.
           MOVE SPACES TO LINHA-CSV
           MOVE 1 TO POS-CSV
           MOVE "S" TO SW-PRIMEIRO-CAMPO
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 20
              IF Coluna-xd(IND-C) > ZEROES AND Coluna-xd(IND-C) <= 20
                 PERFORM FORMATAR-COLUNA
                 PERFORM ACRESCENTAR-CAMPO
              END-IF
           END-PERFORM
           WRITE REG-EXTRCSV FROM LINHA-CSV
           ADD 1 TO CONT-EXTRAIDOS.

       FORMATAR-COLUNA.
           MOVE SPACES TO CAMPO-CSV
           EVALUATE Coluna-xd(IND-C)
              WHEN 1
                 MOVE Codigo-Cliente        TO CAMPO-CSV
              WHEN 2
                 MOVE CNPJ                  TO CAMPO-CSV
              WHEN 3
                 MOVE Razão-Social          TO CAMPO-CSV
              WHEN 4
                 MOVE Zona-Cliente          TO CAMPO-CSV
              WHEN 5
                 MOVE Classificacao-Cliente TO CAMPO-CSV
              WHEN 6
                 MOVE Situacao-Cliente      TO CAMPO-CSV
              WHEN 7
                 MOVE Codigo-Vendedor-Fixo  TO CAMPO-CSV
              WHEN 8
                 MOVE Vendedor-W            TO CAMPO-CSV
              WHEN 9
                 MOVE Latitude-c            TO WRK-COORD-CSV
                 MOVE FUNCTION TRIM(WRK-COORD-CSV) TO CAMPO-CSV
              WHEN 10
                 MOVE Longitude-c           TO WRK-COORD-CSV
                 MOVE FUNCTION TRIM(WRK-COORD-CSV) TO CAMPO-CSV
              WHEN 11
                 MOVE Data-Inclusao         TO CAMPO-CSV
              WHEN 12
                 MOVE Endereco-Contato      TO CAMPO-CSV
              WHEN 13
                 IF CEP-Contato > ZEROES
                    MOVE CEP-Contato        TO CAMPO-CSV
                 END-IF
              WHEN 14
                 MOVE Telefone-Contato      TO CAMPO-CSV
              WHEN 15
                 MOVE Email-Contato         TO CAMPO-CSV
              WHEN 16
                 MOVE Limite-Credito-cf     TO WRK-VALOR-CSV
                 MOVE FUNCTION TRIM(WRK-VALOR-CSV) TO CAMPO-CSV
              WHEN 17
                 MOVE Cond-Pagto-cf         TO CAMPO-CSV
              WHEN 18
                 MOVE Saldo-W               TO WRK-VALOR-CSV
                 MOVE FUNCTION TRIM(WRK-VALOR-CSV) TO CAMPO-CSV
              WHEN 19
                 IF Ult-Compra-W > ZEROES
                    MOVE Ult-Compra-W       TO CAMPO-CSV
                 END-IF
              WHEN 20
                 MOVE Nota-W                TO CAMPO-CSV
           END-EVALUATE.

       ACRESCENTAR-CAMPO.
           IF SW-PRIMEIRO-CAMPO = "N"
              MOVE ";" TO LINHA-CSV(POS-CSV:1)
              ADD 1 TO POS-CSV
           END-IF
           MOVE "N" TO SW-PRIMEIRO-CAMPO
           MOVE ZEROES TO TAM-CAMPO
           INSPECT FUNCTION REVERSE(CAMPO-CSV)
              TALLYING TAM-CAMPO FOR LEADING SPACES
           COMPUTE TAM-CAMPO = 60 - TAM-CAMPO
           IF TAM-CAMPO > ZEROES
              MOVE CAMPO-CSV(1:TAM-CAMPO)
                TO LINHA-CSV(POS-CSV:TAM-CAMPO)
              ADD TAM-CAMPO TO POS-CSV
           END-IF.

       FIN.
           IF JOB-STATUS = "SEM EXTRAC"
              MOVE "OK" TO JOB-STATUS
           END-IF
           MOVE CONT-CLI-LIDOS TO JOB-LIDOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           IF JOB-STATUS NOT = "OK"
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
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-CONTATOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "contatos.dat" DELIMITED BY SIZE
                  INTO ARQ-CONTATOS
           MOVE SPACES TO ARQ-CLIFIN
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clifin.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIFIN
           MOVE SPACES TO ARQ-RISCOCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "riscocli.dat" DELIMITED BY SIZE
                  INTO ARQ-RISCOCLI
           MOVE SPACES TO ARQ-HISTVENDAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "histvendas.dat" DELIMITED BY SIZE
                  INTO ARQ-HISTVENDAS
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-RELVENCL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "relvencli.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVENCL
           MOVE SPACES TO ARQ-EXTRDEF
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "extrdef.dat" DELIMITED BY SIZE
                  INTO ARQ-EXTRDEF.
       END PROGRAM PROGRAMA82.
