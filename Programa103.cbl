      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: BLOQUEIO E DESBLOQUEIO AUTOMATICO POR INADIMPLENCIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA103.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS-FA.

           SELECT FERIADOS ASSIGN ARQ-FERIADOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Data-Feriado-fe
           FILE STATUS IS FILE-STATUS-FER.

           SELECT INADCLI ASSIGN ARQ-INADCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-in
           FILE STATUS IS FILE-STATUS-IN.

           SELECT RELVENCL ASSIGN ARQ-RELVENCL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-RV.

           SELECT AVISOBLQ ASSIGN ARQ-AVISOBLQ
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-AV.

           SELECT BLOQREL ASSIGN ARQ-BLOQREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-REL.

           SELECT AUDITLOG ASSIGN ARQ-AUDITLOG
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

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
           05 Data-Pagamento-fa            PIC X(010)   VALUE SPACES.
           05 Valor-Pago-fa                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Total-Parcelas-fa            PIC 9(002)   VALUE ZEROES.
           05 Aliquota-fa                  PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Valor-Imposto-fa             PIC 9(009)v9(002)
                                            VALUE ZEROES.

       FD  FERIADOS.

       01  REG-FERIADOS.
           05 Data-Feriado-fe              PIC 9(008).
           05 Descricao-Feriado            PIC X(030).

       FD  INADCLI.

      ********** CONTROLE DE INADIMPLENCIA POR CLIENTE: O BLOQUEIO ***
      *    AUTOMATICO DO PROGRAMA103 (SO ESTE O LOTE DESFAZ QUANDO A *
      *    DIVIDA E QUITADA) E A ISENCAO DADA PELO SUPERVISOR NO     *
      *    CADASTRO (PGM00001). DATAS DA ISENCAO EM AAAAMMDD         *
       01  REG-INADCLI.
           05 Codigo-Cliente-in            PIC 9(007).
           05 Bloqueio-Auto-in             PIC X(001).
              88 BLOQUEIO-AUTOMATICO                     VALUE "S".
           05 Data-Bloqueio-in             PIC X(010).
           05 Motivo-Bloqueio-in           PIC X(050).
           05 Isencao-Inicio-in            PIC 9(008).
           05 Isencao-Fim-in               PIC 9(008).
           05 Motivo-Isencao-in            PIC X(040).
           05 Operador-Isencao-in          PIC X(010).

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

       FD  AVISOBLQ.

      ********** AVISO AO VENDEDOR TITULAR DE CADA BLOQUEIO E ********
      *    DESBLOQUEIO AUTOMATICO; AS EXECUCOES SE ACUMULAM E A      *
      *    DATA NA PRIMEIRA COLUNA SEPARA OS AVISOS DO DIA           *
       01  REG-AVISOBLQ.
           05 Data-av                      PIC X(010).
           05 FIL-AV1                      PIC X           VALUE ";".
           05 Codigo-Vendedor-av           PIC ZZ9.
           05 FIL-AV2                      PIC X           VALUE ";".
           05 Nome-Vendedor-av             PIC X(040).
           05 FIL-AV3                      PIC X           VALUE ";".
           05 Codigo-Cliente-av            PIC ZZZZZZ9.
           05 FIL-AV4                      PIC X           VALUE ";".
           05 Razao-Social-av              PIC X(040).
           05 FIL-AV5                      PIC X           VALUE ";".
           05 Acao-av                      PIC X(012).
           05 FIL-AV6                      PIC X           VALUE ";".
           05 Motivo-av                    PIC X(050).

       FD  BLOQREL.

       01  REG-BLOQREL                     PIC X(132).

       FD  AUDITLOG.

       01  REG-AUDITLOG.
           05 Data-Acao-log                 PIC X(010).
           05 FIL-LOG1                      PIC X          VALUE ";".
           05 Hora-Acao-log                 PIC X(008).
           05 FIL-LOG2                      PIC X          VALUE ";".
           05 Operador-log                  PIC X(010).
           05 FIL-LOG3                      PIC X          VALUE ";".
           05 Entidade-log                  PIC X(010).
           05 FIL-LOG4                      PIC X          VALUE ";".
           05 Acao-log                      PIC X(012).
           05 FIL-LOG5                      PIC X          VALUE ";".
           05 Chave-log                     PIC X(014).
           05 FIL-LOG6                      PIC X          VALUE ";".
           05 Valor-Antes-log               PIC X(080).
           05 FIL-LOG7                      PIC X          VALUE ";".
           05 Valor-Depois-log              PIC X(080).
           05 FIL-LOG8                      PIC X          VALUE ";".
           05 Empresa-log                   PIC 9(002).
           05 FIL-LOG9                      PIC X          VALUE ";".
           05 Sequencia-log                 PIC 9(009).
           05 FIL-LOG10                     PIC X          VALUE ";".
           05 Hash-log                      PIC 9(018).

       FD  AUDITCTL.

       01  REG-AUDITCTL.
           05 Ultima-Seq-actl               PIC 9(009).
           05 FIL-ACTL1                     PIC X.
           05 Ultimo-Hash-actl              PIC 9(018).

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
           05 Conta-Estoque-F              PIC X(008).
           05 Conta-CMV-F                  PIC X(008).
           05 Dias-Atraso-Bloq-F           PIC 9(003).
           05 Valor-Atraso-Bloq-F          PIC 9(009)v9(002).


       WORKING-STORAGE SECTION.

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
                                            VALUE "PROGRAM103".
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
           05 Dias-Atraso-Bloq-Par         PIC 9(003)   VALUE 15.
           05 Valor-Atraso-Bloq-Par        PIC 9(009)v9(002)
                                            VALUE ZEROES.


       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-FERIADOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-INADCLI                     PIC X(080)   VALUE SPACES.
           05 ARQ-RELVENCL                    PIC X(080)   VALUE SPACES.
           05 ARQ-AVISOBLQ                    PIC X(080)   VALUE SPACES.
           05 ARQ-BLOQREL                     PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  AREA-HASH-AUDITORIA.
           05 FILE-STATUS-ACTL             PIC 99       VALUE ZEROES.
           05 Seq-Audit-W                  PIC 9(009)   VALUE ZEROES.
           05 Hash-Audit-W                 PIC 9(018)   VALUE ZEROES.
           05 Hash-Audit-R REDEFINES Hash-Audit-W.
              10 Hash-Audit-1              PIC 9(009).
              10 Hash-Audit-2              PIC 9(009).
           05 Calc-Hash-W                  PIC 9(018)   VALUE ZEROES.
           05 Pos-Hash-W                   PIC 9(003)   VALUE ZEROES.
           05 Texto-Hash-W                 PIC X(244)   VALUE SPACES.

      ********** CLIENTES EM ORDEM DE CODIGO COM O ATRASO APURADO ****
      *    NAS FATURAS, O TITULAR DA DISTRIBUICAO (RELVENCLI.CSV) E  *
      *    A SITUACAO NO CONTROLE DE INADIMPLENCIA (INADCLI.DAT)     *
       01  AREA-TABELA-CLIENTES.
           05 QTD-CLI-T                    PIC 9(005)   VALUE ZEROES.
           05 IND-CLI                      PIC 9(005)   VALUE ZEROES.
           05 IND-INI                      PIC 9(005)   VALUE ZEROES.
           05 IND-FIM                      PIC 9(005)   VALUE ZEROES.
           05 IND-MEIO                     PIC 9(005)   VALUE ZEROES.
           05 CODIGO-BUSCA-W               PIC 9(007)   VALUE ZEROES.
           05 SW-ACHOU                     PIC X        VALUE "N".
           05 TABELA-CLIENTES.
              10 CLI-OCC OCCURS 20000 TIMES.
                 15 Codigo-T               PIC 9(007).
                 15 Vencido-T              PIC 9(011)v9(002).
                 15 Dias-Uteis-T           PIC 9(005).
                 15 Parcelas-T             PIC 9(004).
                 15 Vendedor-T             PIC 9(003).
                 15 Bloq-Auto-T            PIC X(001).
                 15 Isento-T               PIC X(001).

      ********** NOME DO VENDEDOR PELO CODIGO, DA MESMA DISTRIBUICAO *
       01  AREA-NOMES-VENDEDOR.
           05 Nome-Vend-T                  PIC X(040)
                                            OCCURS 999 TIMES.

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FA               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FER              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IN               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-RV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-REL              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AUX              PIC 99       VALUE ZEROES.
           05 EMPRESA-ATUAL-W              PIC 9(002)   VALUE ZEROES.
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-FERIADOS-OK               PIC X        VALUE "N".
           05 SW-AVISOS-OK                 PIC X        VALUE "N".
           05 SW-FIM-AUX                   PIC X        VALUE "N".
              88 FIM-AUX                                VALUE "S".
              88 NO-FIM-AUX                             VALUE "N".

      ********** "AUTO" NA LINHA DE COMANDO (AGENDADOR): SEM TELA ****
           05 ARG-LINHA                    PIC X(080)   VALUE SPACES.
           05 SW-MODO-AUTO                 PIC X        VALUE "N".
              88 MODO-AUTO                              VALUE "S".
              88 MODO-INTERATIVO                        VALUE "N".

      ********** ATRASO EM DIAS UTEIS COMO NO PROGRAMA11: FINS DE ****
      *    SEMANA E FERIADOS (PGM00023) NAO CONTAM                   *
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-VENC-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-CORRIDA-INT             PIC 9(008)   VALUE ZEROES.
           05 DATA-TESTE-AMD               PIC 9(008)   VALUE ZEROES.
           05 DIA-SEMANA-W                 PIC 9(001)   VALUE ZEROES.
           05 DIAS-CORRIDOS                PIC 9(005)   VALUE ZEROES.
           05 DIAS-ATRASO                  PIC 9(005)   VALUE ZEROES.
           05 SALDO-ABERTO                 PIC 9(009)v9(002)
                                            VALUE ZEROES.

           05 Acao-W                       PIC X(012)   VALUE SPACES.
           05 Motivo-W                     PIC X(050)   VALUE SPACES.
           05 Situacao-Ant-W               PIC X(001)   VALUE SPACES.
           05 Dias-Edit-W                  PIC ZZZZ9.
           05 Valor-Edit-W                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 Limite-Edit-W                PIC ZZZ.ZZZ.ZZ9,99.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-FATURAS-VENC            PIC 9(007)   VALUE ZEROES.
           05 CONT-INADIMPLENTES           PIC 9(007)   VALUE ZEROES.
           05 CONT-BLOQUEADOS              PIC 9(007)   VALUE ZEROES.
           05 CONT-DESBLOQUEADOS           PIC 9(007)   VALUE ZEROES.
           05 CONT-ISENTOS                 PIC 9(007)   VALUE ZEROES.
           05 CONT-MANTIDOS                PIC 9(007)   VALUE ZEROES.
           05 CONT-JA-BLOQUEADOS           PIC 9(007)   VALUE ZEROES.
           05 CONT-AVISOS-VEND             PIC 9(007)   VALUE ZEROES.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

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

      ********** BLOQUEIO DIARIO POR INADIMPLENCIA: BLOQUEIA O *******
      *    CLIENTE ATIVO COM PARCELA VENCIDA HA MAIS DIAS UTEIS QUE  *
      *    O PARAMETRO OU COM TOTAL VENCIDO ACIMA DO LIMITE (OPCOES  *
      *    32 E 33 DO PGM00013) E LIBERA QUEM ELE MESMO BLOQUEOU     *
      *    QUANDO A DIVIDA VENCIDA E QUITADA. CADA MUDANCA VAI AO    *
      *    AUDITLOG (OPERADOR "INADIMPL"), AO AVISO DO VENDEDOR      *
      *    TITULAR (AVISOBLQ.CSV) E AO RELATORIO BLOQINAD.TXT        *
           PERFORM CARREGAR-PARAMETROS
           ACCEPT ARG-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(ARG-LINHA) TO ARG-LINHA
           IF ARG-LINHA(1:4) = "AUTO"
              SET MODO-AUTO TO TRUE
           ELSE
              DISPLAY "BLOQUEIO AUTOMATICO POR INADIMPLENCIA"
           END-IF
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF SW-ARQUIVOS-OK = "S"
              PERFORM CARREGAR-CLIENTES
              PERFORM CARREGAR-VENDEDORES
              PERFORM APURAR-ATRASOS
              PERFORM CARREGAR-CONTROLE
              PERFORM ABRIR-RELATORIO
              PERFORM VARYING IND-CLI FROM 1 BY 1
                      UNTIL IND-CLI > QTD-CLI-T
                 PERFORM AVALIAR-CLIENTE
              END-PERFORM
              PERFORM LISTAR-TOTAIS
              CLOSE CLIENTES FATURAS INADCLI
              IF SW-FERIADOS-OK = "S"
                 CLOSE FERIADOS
              END-IF
              IF SW-AVISOS-OK = "S"
                 CLOSE AVISOBLQ
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
           COMPUTE DATA-HOJE-AMD = 20000000
                                 + FUNCTION NUMVAL(AA-AUX) * 10000
                                 + FUNCTION NUMVAL(MM-AUX) * 100
                                 + FUNCTION NUMVAL(DD-AUX)
           COMPUTE DATA-HOJE-INT = FUNCTION INTEGER-OF-DATE
                                   (DATA-HOJE-AMD)

           MOVE "N" TO SW-ARQUIVOS-OK
           OPEN I-O CLIENTES
           IF FILE-STATUS-CLI NOT = 00
              DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR CLIENTES"
              DISPLAY "STATUS: " FILE-STATUS-CLI
              MOVE "SEM CLIENT" TO JOB-STATUS
           ELSE
              OPEN INPUT FATURAS
              IF FILE-STATUS-FA NOT = 00
                 DISPLAY "faturas.dat AUSENTE; EXECUTE O FATURAMENTO "
                         "PRIMEIRO"
                 DISPLAY "STATUS: " FILE-STATUS-FA
                 MOVE "SEM FATURA" TO JOB-STATUS
                 CLOSE CLIENTES
              ELSE
                 PERFORM ABRIR-AUXILIARES
                 MOVE "S" TO SW-ARQUIVOS-OK
              END-IF
           END-IF.

       ABRIR-AUXILIARES.
      ********** CALENDARIO DE FERIADOS (PGM00023), OPCIONAL *********
           OPEN INPUT FERIADOS
           IF FILE-STATUS-FER = 00
              MOVE "S" TO SW-FERIADOS-OK
           ELSE
              MOVE "N" TO SW-FERIADOS-OK
           END-IF
           OPEN I-O INADCLI
           IF FILE-STATUS-IN NOT = 00
              OPEN OUTPUT INADCLI
              CLOSE INADCLI
              OPEN I-O INADCLI
           END-IF
      ********** OS AVISOS ACUMULAM ENTRE AS EXECUCOES; CADA LINHA ***
      *    LEVA A DATA PARA O VENDEDOR FILTRAR OS DO DIA             *
           OPEN EXTEND AVISOBLQ
           IF FILE-STATUS-AV NOT = 00
              OPEN OUTPUT AVISOBLQ
           END-IF
           IF FILE-STATUS-AV = 00
              MOVE "S" TO SW-AVISOS-OK
           ELSE
              DISPLAY "AVISO: avisobloq.csv INDISPONIVEL; "
                      "VENDEDORES SEM AVISO"
              ADD 1 TO JOB-AVISOS
           END-IF.

       CARREGAR-CLIENTES.
      ********** TODOS OS CLIENTES, EM QUALQUER SITUACAO: O ATRASO ***
      *    DO BLOQUEADO TAMBEM E APURADO PARA O DESBLOQUEIO          *
           MOVE ZEROES TO QTD-CLI-T
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
                 ADD 1 TO CONT-LIDOS
                 ADD 1 TO JOB-LIDOS
                 IF QTD-CLI-T < 20000
                    ADD 1 TO QTD-CLI-T
                    MOVE Codigo-Cliente TO Codigo-T(QTD-CLI-T)
                    MOVE ZEROES TO Vencido-T(QTD-CLI-T)
                                   Dias-Uteis-T(QTD-CLI-T)
                                   Parcelas-T(QTD-CLI-T)
                                   Vendedor-T(QTD-CLI-T)
                    MOVE "N"    TO Bloq-Auto-T(QTD-CLI-T)
                                   Isento-T(QTD-CLI-T)
                 ELSE
                    ADD 1 TO JOB-AVISOS
                 END-IF
              END-IF
           END-PERFORM.

       CARREGAR-VENDEDORES.
      ********** TITULAR DA ULTIMA DISTRIBUICAO (RELVENCLI.CSV): *****
      *    VALE A PRIMEIRA LINHA DO CLIENTE                          *
           MOVE SPACES TO AREA-NOMES-VENDEDOR
           OPEN INPUT RELVENCL
           IF FILE-STATUS-RV NOT = 00
              DISPLAY "AVISO: relvencli.csv INDISPONIVEL; SEM VENDEDOR"
              ADD 1 TO JOB-AVISOS
           ELSE
              SET NO-FIM-AUX TO TRUE
              PERFORM UNTIL FIM-AUX
                 READ RELVENCL
                    AT END SET FIM-AUX TO TRUE
                 END-READ
                 IF NOT FIM-AUX
                    MOVE FUNCTION NUMVAL(Codigo-Cliente-rv)
                      TO CODIGO-BUSCA-W
                    PERFORM BUSCAR-CLIENTE-TABELA
                    IF SW-ACHOU = "S"
                       AND Vendedor-T(IND-MEIO) = ZEROES
                       MOVE FUNCTION NUMVAL(Codigo-Vendedor-rv)
                         TO Vendedor-T(IND-MEIO)
                       IF Vendedor-T(IND-MEIO) > ZEROES
                          MOVE Nombre-Vendedor-rv
                            TO Nome-Vend-T(Vendedor-T(IND-MEIO))
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RELVENCL
           END-IF.

       BUSCAR-CLIENTE-TABELA.
      ********** PESQUISA BINARIA NA TABELA EM ORDEM DE CODIGO *******
           MOVE "N"       TO SW-ACHOU
           MOVE 1         TO IND-INI
           MOVE QTD-CLI-T TO IND-FIM
           PERFORM UNTIL IND-INI > IND-FIM OR SW-ACHOU = "S"
              COMPUTE IND-MEIO = (IND-INI + IND-FIM) / 2
              IF Codigo-T(IND-MEIO) = CODIGO-BUSCA-W
                 MOVE "S" TO SW-ACHOU
              ELSE
                 IF Codigo-T(IND-MEIO) < CODIGO-BUSCA-W
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

       APURAR-ATRASOS.
      ********** SALDO DAS PARCELAS ABERTAS JA VENCIDAS E O MAIOR ****
      *    ATRASO EM DIAS UTEIS DE CADA CLIENTE. O DIA UTIL SO E     *
      *    CONTADO QUANDO O ATRASO CORRIDO PODE SUPERAR O JA APURADO *
           MOVE ZEROES TO Chave-Fatura
           SET NO-FIM-AUX TO TRUE
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
              READ FATURAS NEXT RECORD
                 AT END SET FIM-AUX TO TRUE
              END-READ
              IF NOT FIM-AUX AND FATURA-ABERTA
                 AND Data-Vencimento-fa(1:2) IS NUMERIC
                 AND Data-Vencimento-fa(4:2) IS NUMERIC
                 AND Data-Vencimento-fa(7:4) IS NUMERIC
                 PERFORM APURAR-FATURA
              END-IF
           END-PERFORM.

       APURAR-FATURA.
           COMPUTE DATA-VENC-INT = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL(Data-Vencimento-fa(7:4)) * 10000
               + FUNCTION NUMVAL(Data-Vencimento-fa(4:2)) * 100
               + FUNCTION NUMVAL(Data-Vencimento-fa(1:2)))
           COMPUTE SALDO-ABERTO = Valor-Fatura - Valor-Pago-fa
           IF DATA-HOJE-INT > DATA-VENC-INT AND SALDO-ABERTO > ZEROES
              MOVE Codigo-Cliente-fa TO CODIGO-BUSCA-W
              PERFORM BUSCAR-CLIENTE-TABELA
              IF SW-ACHOU = "S"
                 ADD 1            TO CONT-FATURAS-VENC
                 ADD SALDO-ABERTO TO Vencido-T(IND-MEIO)
                 ADD 1            TO Parcelas-T(IND-MEIO)
                 COMPUTE DIAS-CORRIDOS = DATA-HOJE-INT - DATA-VENC-INT
                 IF DIAS-CORRIDOS > Dias-Uteis-T(IND-MEIO)
                    PERFORM CONTAR-ATRASO-DIAS-UTEIS
                    IF DIAS-ATRASO > Dias-Uteis-T(IND-MEIO)
                       MOVE DIAS-ATRASO TO Dias-Uteis-T(IND-MEIO)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CONTAR-ATRASO-DIAS-UTEIS.
           MOVE ZEROES TO DIAS-ATRASO
           IF DATA-HOJE-INT > DATA-VENC-INT
              COMPUTE DATA-CORRIDA-INT = DATA-VENC-INT + 1
              PERFORM CONTAR-UM-DIA-UTIL
                 UNTIL DATA-CORRIDA-INT > DATA-HOJE-INT
           END-IF.

       CONTAR-UM-DIA-UTIL.
           COMPUTE DIA-SEMANA-W =
              FUNCTION MOD(DATA-CORRIDA-INT - 1, 7)
           IF DIA-SEMANA-W < 5
              IF SW-FERIADOS-OK = "S"
                 COMPUTE DATA-TESTE-AMD = FUNCTION DATE-OF-INTEGER
                                          (DATA-CORRIDA-INT)
                 MOVE DATA-TESTE-AMD TO Data-Feriado-fe
                 READ FERIADOS
                 IF FILE-STATUS-FER NOT = 00
                    ADD 1 TO DIAS-ATRASO
                 END-IF
              ELSE
                 ADD 1 TO DIAS-ATRASO
              END-IF
           END-IF
           ADD 1 TO DATA-CORRIDA-INT.

       CARREGAR-CONTROLE.
      ********** MARCA QUEM O LOTE BLOQUEOU E QUEM ESTA DENTRO DO ****
      *    PERIODO DE ISENCAO DADO PELO SUPERVISOR (PGM00001)        *
           MOVE ZEROES TO Codigo-Cliente-in
           SET NO-FIM-AUX TO TRUE
           START INADCLI KEY IS NOT LESS THAN Codigo-Cliente-in
              INVALID KEY SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
              READ INADCLI NEXT RECORD
                 AT END SET FIM-AUX TO TRUE
              END-READ
              IF NOT FIM-AUX
                 MOVE Codigo-Cliente-in TO CODIGO-BUSCA-W
                 PERFORM BUSCAR-CLIENTE-TABELA
                 IF SW-ACHOU = "S"
                    IF BLOQUEIO-AUTOMATICO
                       MOVE "S" TO Bloq-Auto-T(IND-MEIO)
                    END-IF
                    IF Isencao-Inicio-in > ZEROES
                       AND Isencao-Inicio-in NOT > DATA-HOJE-AMD
                       AND Isencao-Fim-in NOT < DATA-HOJE-AMD
                       MOVE "S" TO Isento-T(IND-MEIO)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       ABRIR-RELATORIO.
           OPEN OUTPUT BLOQREL
           MOVE "BLOQUEIO AUTOMATICO POR INADIMPLENCIA" TO LINHA-REL
           PERFORM ESCREVER-LINHA
           IF LINHA-EMPRESA NOT = SPACES
              MOVE LINHA-EMPRESA TO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF
           MOVE SPACES TO LINHA-REL
           STRING "DATA: " DATE-RESUMEN " " HORA-RESUMEN
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE Dias-Atraso-Bloq-Par  TO Dias-Edit-W
           MOVE Valor-Atraso-Bloq-Par TO Limite-Edit-W
           MOVE SPACES TO LINHA-REL
           IF Valor-Atraso-Bloq-Par > ZEROES
              STRING "CRITERIO: ATRASO ACIMA DE " Dias-Edit-W
                     " DIAS UTEIS OU TOTAL VENCIDO ACIMA DE "
                     Limite-Edit-W
                 DELIMITED BY SIZE INTO LINHA-REL
           ELSE
              STRING "CRITERIO: ATRASO ACIMA DE " Dias-Edit-W
                     " DIAS UTEIS"
                 DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "CLIENTE RAZAO SOCIAL                   VEN "
                  "ACAO         DIAS UT           VENCIDO  MOTIVO"
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           IF MODO-INTERATIVO
              DISPLAY FUNCTION TRIM(LINHA-REL TRAILING)
           END-IF
           WRITE REG-BLOQREL FROM LINHA-REL.

       AVALIAR-CLIENTE.
      ********** O LOTE SO DESFAZ O BLOQUEIO QUE ELE MESMO FEZ: O ****
      *    BLOQUEIO DO BUREAU (PROGRAMA77) OU DO CADASTRO CONTINUA   *
      *    SENDO LIBERADO A MAO NO PGM00001                          *
           IF Bloq-Auto-T(IND-CLI) = "S"
              EVALUATE TRUE
                 WHEN Vencido-T(IND-CLI) = ZEROES
                    MOVE "DIVIDA VENCIDA QUITADA" TO Motivo-W
                    PERFORM DESBLOQUEAR-CLIENTE
                 WHEN Isento-T(IND-CLI) = "S"
                    MOVE "ISENTO PELO SUPERVISOR" TO Motivo-W
                    PERFORM DESBLOQUEAR-CLIENTE
                 WHEN OTHER
                    ADD 1 TO CONT-MANTIDOS
              END-EVALUATE
           ELSE
              IF Dias-Uteis-T(IND-CLI) > Dias-Atraso-Bloq-Par
                 OR (Valor-Atraso-Bloq-Par > ZEROES
                     AND Vencido-T(IND-CLI) > Valor-Atraso-Bloq-Par)
                 ADD 1 TO CONT-INADIMPLENTES
                 PERFORM MONTAR-MOTIVO-BLOQUEIO
                 PERFORM BLOQUEAR-CLIENTE
              END-IF
           END-IF.

       MONTAR-MOTIVO-BLOQUEIO.
           MOVE Dias-Uteis-T(IND-CLI) TO Dias-Edit-W
           MOVE Vencido-T(IND-CLI)    TO Valor-Edit-W
           MOVE SPACES TO Motivo-W
           EVALUATE TRUE
              WHEN Dias-Uteis-T(IND-CLI) > Dias-Atraso-Bloq-Par
                   AND Valor-Atraso-Bloq-Par > ZEROES
                   AND Vencido-T(IND-CLI) > Valor-Atraso-Bloq-Par
                 STRING "ATRASO " FUNCTION TRIM(Dias-Edit-W)
                        " DIAS UTEIS E VENCIDO "
                        FUNCTION TRIM(Valor-Edit-W)
                    DELIMITED BY SIZE INTO Motivo-W
              WHEN Dias-Uteis-T(IND-CLI) > Dias-Atraso-Bloq-Par
                 STRING "ATRASO DE " FUNCTION TRIM(Dias-Edit-W)
                        " DIAS UTEIS"
                    DELIMITED BY SIZE INTO Motivo-W
              WHEN OTHER
                 STRING "TOTAL VENCIDO DE "
                        FUNCTION TRIM(Valor-Edit-W)
                    DELIMITED BY SIZE INTO Motivo-W
           END-EVALUATE.

       BLOQUEAR-CLIENTE.
           MOVE Codigo-T(IND-CLI) TO Codigo-Cliente
           READ CLIENTES KEY IS Codigo-Cliente
           EVALUATE TRUE
              WHEN FILE-STATUS-CLI NOT = 00
                 ADD 1 TO JOB-AVISOS
      ********** JA BLOQUEADO POR OUTRO MOTIVO OU INATIVO: NAO E *****
      *    TOCADO E O DESBLOQUEIO CONTINUA SENDO DO CADASTRO         *
              WHEN NOT CLIENTE-ATIVO
                 ADD 1 TO CONT-JA-BLOQUEADOS
              WHEN Isento-T(IND-CLI) = "S"
                 ADD 1 TO CONT-ISENTOS
                 MOVE "ISENTO"     TO Acao-W
                 PERFORM LISTAR-CLIENTE
              WHEN OTHER
                 PERFORM GRAVAR-BLOQUEIO
           END-EVALUATE.

       GRAVAR-BLOQUEIO.
           MOVE Situacao-Cliente    TO Situacao-Ant-W
           MOVE "B"                 TO Situacao-Cliente
           MOVE "INADIMPL"          TO Operador-Alteracao
           MOVE DATE-RESUMEN        TO Data-Alteracao
           MOVE HORA-RESUMEN        TO Hora-Alteracao
           REWRITE REG-CLIENTES
           IF FILE-STATUS-CLI = 00
              ADD 1 TO CONT-BLOQUEADOS
              ADD 1 TO JOB-GRAVADOS
              MOVE "BLOQUEIO"       TO Acao-W
              PERFORM MARCAR-CONTROLE
              PERFORM GRAVAR-AUDITORIA-INADIMPL
              PERFORM AVISAR-VENDEDOR
              PERFORM LISTAR-CLIENTE
           ELSE
              ADD 1 TO JOB-AVISOS
              MOVE SPACES TO LINHA-REL
              STRING "CLIENTE " Codigo-Cliente
                     " FALHA NA REGRAVACAO, STATUS " FILE-STATUS-CLI
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF.

       MARCAR-CONTROLE.
           MOVE Codigo-Cliente      TO Codigo-Cliente-in
           READ INADCLI
           IF FILE-STATUS-IN = 00
              MOVE "S"              TO Bloqueio-Auto-in
              MOVE DATE-RESUMEN     TO Data-Bloqueio-in
              MOVE Motivo-W         TO Motivo-Bloqueio-in
              REWRITE REG-INADCLI
           ELSE
              MOVE Codigo-Cliente   TO Codigo-Cliente-in
              MOVE "S"              TO Bloqueio-Auto-in
              MOVE DATE-RESUMEN     TO Data-Bloqueio-in
              MOVE Motivo-W         TO Motivo-Bloqueio-in
              MOVE ZEROES           TO Isencao-Inicio-in
                                       Isencao-Fim-in
              MOVE SPACES           TO Motivo-Isencao-in
                                       Operador-Isencao-in
              WRITE REG-INADCLI
           END-IF
           IF FILE-STATUS-IN NOT = 00
              ADD 1 TO JOB-AVISOS
           END-IF.

       DESBLOQUEAR-CLIENTE.
           MOVE Codigo-T(IND-CLI) TO Codigo-Cliente
           READ CLIENTES KEY IS Codigo-Cliente
           IF FILE-STATUS-CLI = 00 AND CLIENTE-BLOQUEADO
              MOVE Situacao-Cliente TO Situacao-Ant-W
              MOVE "A"              TO Situacao-Cliente
              MOVE "INADIMPL"       TO Operador-Alteracao
              MOVE DATE-RESUMEN     TO Data-Alteracao
              MOVE HORA-RESUMEN     TO Hora-Alteracao
              REWRITE REG-CLIENTES
              IF FILE-STATUS-CLI = 00
                 ADD 1 TO CONT-DESBLOQUEADOS
                 ADD 1 TO JOB-GRAVADOS
                 MOVE "DESBLOQUEIO" TO Acao-W
                 PERFORM LIBERAR-CONTROLE
                 PERFORM GRAVAR-AUDITORIA-INADIMPL
                 PERFORM AVISAR-VENDEDOR
                 PERFORM LISTAR-CLIENTE
              ELSE
                 ADD 1 TO JOB-AVISOS
                 MOVE SPACES TO LINHA-REL
                 STRING "CLIENTE " Codigo-Cliente
                        " FALHA NA REGRAVACAO, STATUS " FILE-STATUS-CLI
                    DELIMITED BY SIZE INTO LINHA-REL
                 PERFORM ESCREVER-LINHA
              END-IF
           ELSE
      ********** JA LIBERADO (OU INATIVADO) NO CADASTRO DESDE O ******
      *    BLOQUEIO: SO A MARCA DO LOTE E RETIRADA                   *
              PERFORM LIBERAR-CONTROLE
           END-IF.

       LIBERAR-CONTROLE.
      ********** SEM ISENCAO CADASTRADA O REGISTRO NAO SERVE MAIS ****
           MOVE Codigo-Cliente      TO Codigo-Cliente-in
           READ INADCLI
           IF FILE-STATUS-IN = 00
              IF Isencao-Fim-in = ZEROES
                 DELETE INADCLI
              ELSE
                 MOVE "N"           TO Bloqueio-Auto-in
                 MOVE SPACES        TO Data-Bloqueio-in
                                       Motivo-Bloqueio-in
                 REWRITE REG-INADCLI
              END-IF
           END-IF.

       GRAVAR-AUDITORIA-INADIMPL.
           OPEN EXTEND AUDITLOG
           MOVE DATE-RESUMEN     TO Data-Acao-log
           MOVE HORA-RESUMEN     TO Hora-Acao-log
           MOVE "INADIMPL"       TO Operador-log
           MOVE "CLIENTE"        TO Entidade-log
           MOVE Acao-W           TO Acao-log
           MOVE CNPJ             TO Chave-log
           MOVE SPACES           TO Valor-Antes-log
           STRING "SITUACAO " Situacao-Ant-W
              DELIMITED BY SIZE INTO Valor-Antes-log
           MOVE SPACES           TO Valor-Depois-log
           STRING "SITUACAO " Situacao-Cliente " " Motivo-W
              DELIMITED BY SIZE INTO Valor-Depois-log
           MOVE ";"              TO FIL-LOG1 FIL-LOG2 FIL-LOG3
                                    FIL-LOG4 FIL-LOG5 FIL-LOG6
                                    FIL-LOG7 FIL-LOG8
           MOVE EMPRESA-ATUAL-W  TO Empresa-log
           PERFORM GRAVAR-REGISTRO-AUDITORIA
           CLOSE AUDITLOG.

       AVISAR-VENDEDOR.
      ********** CLIENTE FORA DA DISTRIBUICAO SAI COM VENDEDOR ZERO **
      *    PARA O SUPERVISOR ENCAMINHAR                              *
           IF SW-AVISOS-OK = "S"
              MOVE DATE-RESUMEN              TO Data-av
              MOVE Vendedor-T(IND-CLI)       TO Codigo-Vendedor-av
              IF Vendedor-T(IND-CLI) > ZEROES
                 MOVE Nome-Vend-T(Vendedor-T(IND-CLI))
                   TO Nome-Vendedor-av
              ELSE
                 MOVE "SEM VENDEDOR NA DISTRIBUICAO"
                   TO Nome-Vendedor-av
              END-IF
              MOVE Codigo-Cliente            TO Codigo-Cliente-av
              MOVE Razão-Social              TO Razao-Social-av
              MOVE Acao-W                    TO Acao-av
              MOVE Motivo-W                  TO Motivo-av
              MOVE ";" TO FIL-AV1 FIL-AV2 FIL-AV3 FIL-AV4 FIL-AV5
                          FIL-AV6
              WRITE REG-AVISOBLQ
              ADD 1 TO CONT-AVISOS-VEND
           END-IF.

       LISTAR-CLIENTE.
           MOVE Dias-Uteis-T(IND-CLI) TO Dias-Edit-W
           MOVE Vencido-T(IND-CLI)    TO Valor-Edit-W
           MOVE SPACES TO LINHA-REL
           STRING Codigo-Cliente " " Razão-Social(1:30) " "
                  Vendedor-T(IND-CLI) " " Acao-W " " Dias-Edit-W " "
                  Valor-Edit-W "  " Motivo-W
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA.

       LISTAR-TOTAIS.
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "CLIENTES LIDOS ..............: " CONT-LIDOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "PARCELAS VENCIDAS EM ABERTO .: " CONT-FATURAS-VENC
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "CLIENTES ACIMA DO CRITERIO ..: " CONT-INADIMPLENTES
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "BLOQUEADOS NESTA EXECUCAO ...: " CONT-BLOQUEADOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "DESBLOQUEADOS NESTA EXECUCAO : " CONT-DESBLOQUEADOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "ISENTOS PELO SUPERVISOR .....: " CONT-ISENTOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "JA BLOQUEADOS OU INATIVOS ...: " CONT-JA-BLOQUEADOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "CONTINUAM BLOQUEADOS ........: " CONT-MANTIDOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "AVISOS AOS VENDEDORES .......: " CONT-AVISOS-VEND
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           IF JOB-AVISOS > ZEROES AND JOB-STATUS = "OK"
              MOVE "AVISO" TO JOB-STATUS
           END-IF.

       GRAVAR-REGISTRO-AUDITORIA.
      ********** ENCADEIA O REGISTRO AO ANTERIOR: SEQUENCIA E HASH ***
      *    CALCULADO SOBRE O REGISTRO E O HASH ANTERIOR.             *
      *    AUDITCTL.DAT GUARDA A ULTIMA SEQUENCIA E O ULTIMO HASH    *
      *    GRAVADOS; A CADEIA E CONFERIDA PELO PROGRAMA95            *
           MOVE ZEROES               TO Seq-Audit-W
           MOVE ZEROES               TO Hash-Audit-W
           OPEN INPUT AUDITCTL
           IF FILE-STATUS-ACTL = 00
              READ AUDITCTL
                 AT END CONTINUE
                 NOT AT END
                    IF Ultima-Seq-actl IS NUMERIC
                       AND Ultimo-Hash-actl IS NUMERIC
                       MOVE Ultima-Seq-actl  TO Seq-Audit-W
                       MOVE Ultimo-Hash-actl TO Hash-Audit-W
                    END-IF
              END-READ
              CLOSE AUDITCTL
           END-IF
           ADD 1                     TO Seq-Audit-W
           MOVE ";"                  TO FIL-LOG9
           MOVE ";"                  TO FIL-LOG10
           MOVE Seq-Audit-W          TO Sequencia-log
           MOVE REG-AUDITLOG         TO Texto-Hash-W
           PERFORM CALCULAR-HASH-AUDITORIA
           MOVE Hash-Audit-W         TO Hash-log
           WRITE REG-AUDITLOG
           IF FILE-STATUS-AUX = 00
              OPEN OUTPUT AUDITCTL
              MOVE Seq-Audit-W       TO Ultima-Seq-actl
              MOVE ";"               TO FIL-ACTL1
              MOVE Hash-Audit-W      TO Ultimo-Hash-actl
              WRITE REG-AUDITCTL
              CLOSE AUDITCTL
           END-IF.

       CALCULAR-HASH-AUDITORIA.
      ********** HASH DUPLO DO TEXTO DO REGISTRO (ATE A SEQUENCIA), **
      *    PARTINDO DO HASH ANTERIOR EM Hash-Audit-W: BASES 31 E 37  *
      *    COM MODULOS PRIMOS DE 9 DIGITOS, UM EM CADA METADE        *
           PERFORM VARYING Pos-Hash-W FROM 1 BY 1
                   UNTIL Pos-Hash-W > 244
              COMPUTE Calc-Hash-W = Hash-Audit-1 * 31
                 + FUNCTION ORD(Texto-Hash-W(Pos-Hash-W:1))
              COMPUTE Hash-Audit-1 =
                 FUNCTION MOD(Calc-Hash-W, 999999937)
              COMPUTE Calc-Hash-W = Hash-Audit-2 * 37
                 + FUNCTION ORD(Texto-Hash-W(Pos-Hash-W:1))
              COMPUTE Hash-Audit-2 =
                 FUNCTION MOD(Calc-Hash-W, 999999929)
           END-PERFORM.

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              CLOSE BLOQREL
              MOVE "bloqinad.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
           END-IF
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           IF MODO-INTERATIVO AND SW-ARQUIVOS-OK = "S"
              DISPLAY "RELATORIO GRAVADO EM bloqinad.txt"
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
           STRING "Programa97.exe REGISTRAR PROGRAM103 "
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
                    IF Dias-Atraso-Bloq-F IS NUMERIC
                       AND Dias-Atraso-Bloq-F > ZEROES
                       MOVE Dias-Atraso-Bloq-F TO Dias-Atraso-Bloq-Par
                    END-IF
                    IF Valor-Atraso-Bloq-F IS NUMERIC
                       MOVE Valor-Atraso-Bloq-F
                         TO Valor-Atraso-Bloq-Par
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
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-FERIADOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "feriados.dat" DELIMITED BY SIZE
                  INTO ARQ-FERIADOS
           MOVE SPACES TO ARQ-INADCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "inadcli.dat" DELIMITED BY SIZE
                  INTO ARQ-INADCLI
           MOVE SPACES TO ARQ-RELVENCL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "relvencli.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVENCL
           MOVE SPACES TO ARQ-AVISOBLQ
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "avisobloq.csv" DELIMITED BY SIZE
                  INTO ARQ-AVISOBLQ
           MOVE SPACES TO ARQ-BLOQREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "bloqinad.txt" DELIMITED BY SIZE
                  INTO ARQ-BLOQREL
           MOVE SPACES TO ARQ-AUDITLOG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL.
       END PROGRAM PROGRAMA103.
