      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: RETORNO DO BUREAU DE CREDITO: SCORE E RESTRICOES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA77.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUREAURET ASSIGN ARQ-BUREAURET
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS.

           SELECT BUREAUCLI ASSIGN ARQ-BUREAUCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-bc
           FILE STATUS IS FILE-STATUS-BC.

           SELECT BUREAUREL ASSIGN ARQ-BUREAUREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

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
       FD  BUREAURET.

      ********** LEIAUTE POSICIONAL DA RESPOSTA DO BUREAU: ***********
      *    1 = CNPJ CONSULTADO; DEMAIS TIPOS (HEADER/TRAILER) SAO    *
      *    IGNORADOS. DATA EM DDMMAAAA, VALORES COM 2 DECIMAIS       *
       01  REG-BUREAURET.
           05 Tipo-Reg-br                  PIC X(001).
           05 CNPJ-br                      PIC 9(014).
           05 Cliente-br                   PIC 9(007).
           05 Data-br                      PIC X(008).
           05 Score-br                     PIC 9(004).
           05 Qtd-Restricoes-br            PIC 9(003).
           05 Valor-Restricoes-br          PIC 9(009)v9(002).
           05 Qtd-Protestos-br             PIC 9(003).
           05 Valor-Protestos-br           PIC 9(009)v9(002).
           05 FILLER                       PIC X(018).

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

       FD  BUREAUCLI.

      ********** ULTIMA CONSULTA AO BUREAU DE CREDITO POR CLIENTE, ***
      *    COM A CONSULTA ANTERIOR PARA COMPARACAO (PROGRAMA77)      *
       01  REG-BUREAUCLI.
           05 Codigo-Cliente-bc            PIC 9(007).
           05 CNPJ-bc                      PIC 9(014).
           05 Data-Consulta-bc             PIC X(010).
           05 Score-bc                     PIC 9(004).
           05 Qtd-Restricoes-bc            PIC 9(003).
           05 Valor-Restricoes-bc          PIC 9(009)v9(002).
           05 Qtd-Protestos-bc             PIC 9(003).
           05 Valor-Protestos-bc           PIC 9(009)v9(002).
           05 Data-Anterior-bc             PIC X(010).
           05 Score-Ant-bc                 PIC 9(004).
           05 Qtd-Restricoes-Ant-bc        PIC 9(003).
           05 Qtd-Protestos-Ant-bc         PIC 9(003).
           05 Situacao-Bureau-bc           PIC X(001).
              88 BUREAU-PRIMEIRA                         VALUE "N".
              88 BUREAU-ESTAVEL                          VALUE "E".
              88 BUREAU-PIOROU                           VALUE "P".

       FD  BUREAUREL.

       01  REG-BUREAUREL                   PIC X(132).

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


       WORKING-STORAGE SECTION.

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

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
                                            VALUE "PROGRAMA77".
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
           05 EMPRESA-ATUAL-W              PIC 9(002)   VALUE ZEROES.

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
           05 ARQ-BUREAURET                   PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-BUREAUCLI                   PIC X(080)   VALUE SPACES.
           05 ARQ-BUREAUREL                   PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-RETORNO                            VALUE "S".
              88 NO-FIN-RETORNO                         VALUE "N".

           05 FILE-STATUS-BC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AUX              PIC 99       VALUE ZEROES.
           05 SW-BLOQUEAR                  PIC X        VALUE "N".
           05 SW-NOVA-RESTRICAO            PIC X        VALUE "N".
           05 Motivo-Piora-W               PIC X(040)   VALUE SPACES.
           05 Situacao-Ant-W               PIC X(001)   VALUE SPACES.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-ATUALIZADOS             PIC 9(005)   VALUE ZEROES.
           05 CONT-PIORARAM                PIC 9(005)   VALUE ZEROES.
           05 CONT-BLOQUEADOS              PIC 9(005)   VALUE ZEROES.
           05 CONT-IGNORADAS               PIC 9(005)   VALUE ZEROES.
           05 QUEDA-SCORE                  PIC 9(004)   VALUE 100.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
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

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           PERFORM PROCESO UNTIL FIN-RETORNO
           PERFORM FIN.

       INICIO.
      ********** RESPOSTA DO BUREAU (BUREAURETORNO.TXT NA PASTA DE ***
      *    DADOS): SCORE, RESTRICOES E PROTESTOS POR CNPJ. O         *
      *    RESULTADO FICA EM BUREAUCLI.DAT COM A CONSULTA ANTERIOR   *
      *    E O RELATORIO LISTA QUEM PIOROU                           *
           DISPLAY "RETORNO DA CONSULTA AO BUREAU DE CREDITO"
           DISPLAY "BLOQUEAR ATIVOS COM NOVA RESTRICAO (S/N): "
           ACCEPT SW-BLOQUEAR
           MOVE FUNCTION UPPER-CASE(SW-BLOQUEAR) TO SW-BLOQUEAR
           IF SW-BLOQUEAR NOT = "S"
              MOVE "N" TO SW-BLOQUEAR
           END-IF
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE "20"        TO SIGLO
           MOVE DD-AUX      TO DIA
           MOVE MM-AUX      TO MES
           MOVE AA-AUX      TO ANNO
           ACCEPT HORA-AUXILIAR FROM TIME
           MOVE HH-AUX      TO HORA
           MOVE MIN-AUX     TO MINUTOS
           MOVE SEG-AUX     TO SEGUNDOS

           SET NO-FIN-RETORNO TO TRUE
           OPEN INPUT BUREAURET
           IF FILE-STATUS NOT = 00
              DISPLAY "bureauretorno.txt AUSENTE; COLOQUE O ARQUIVO "
                      "DO BUREAU NA PASTA DE DADOS"
              SET FIN-RETORNO TO TRUE
              MOVE "SEM RETORN" TO JOB-STATUS
           ELSE
              OPEN I-O CLIENTES
              IF FILE-STATUS NOT = 00
                 DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR CLIENTES"
                 DISPLAY "STATUS: " FILE-STATUS
                 SET FIN-RETORNO TO TRUE
                 MOVE "SEM CLIENT" TO JOB-STATUS
                 CLOSE BUREAURET
              ELSE
                 OPEN I-O BUREAUCLI
                 IF FILE-STATUS-BC NOT = 00
                    OPEN OUTPUT BUREAUCLI
                    CLOSE BUREAUCLI
                    OPEN I-O BUREAUCLI
                 END-IF
                 OPEN OUTPUT BUREAUREL
                 MOVE "CONSULTA AO BUREAU DE CREDITO - SITUACAO PIOROU"
                   TO LINHA-REL
                 WRITE REG-BUREAUREL FROM LINHA-REL
                 WRITE REG-BUREAUREL FROM LINHA-EMPRESA
                 MOVE SPACES TO LINHA-REL
                 STRING "DATA: " DATE-RESUMEN
                        "   BLOQUEIO AUTOMATICO: " SW-BLOQUEAR
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-BUREAUREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 WRITE REG-BUREAUREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 STRING "CLIENTE RAZAO SOCIAL               S "
                        "SCORE ANT/ATU RESTR ANT/ATU PROT ANT/ATU "
                        "MOTIVO"
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-BUREAUREL FROM LINHA-REL
                 PERFORM LEER-RETORNO
              END-IF
           END-IF.

       PROCESO.
           IF Tipo-Reg-br = "1"
              ADD 1 TO CONT-LIDOS
              PERFORM TRATAR-CONSULTA
           END-IF
           PERFORM LEER-RETORNO.

       LEER-RETORNO.
           READ BUREAURET
                AT END
                SET FIN-RETORNO TO TRUE
           END-READ.

       TRATAR-CONSULTA.
           MOVE CNPJ-br TO CNPJ
           READ CLIENTES
           IF FILE-STATUS NOT = 00
              MOVE SPACES TO LINHA-REL
              STRING "CNPJ " CNPJ-br " CLIENTE " Cliente-br
                     " NAO CADASTRADO; RESPOSTA IGNORADA"
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-BUREAUREL FROM LINHA-REL
              ADD 1 TO CONT-IGNORADAS
              ADD 1 TO JOB-AVISOS
           ELSE
              PERFORM ATUALIZAR-BUREAU
           END-IF.

       ATUALIZAR-BUREAU.
      ********** PIOROU: SCORE CAIU QUEDA-SCORE PONTOS OU MAIS, OU ***
      *    SURGIU RESTRICAO OU PROTESTO QUE NAO HAVIA. NA PRIMEIRA   *
      *    CONSULTA, QUALQUER APONTAMENTO CONTA COMO NOVO            *
           MOVE SPACES TO Motivo-Piora-W
           MOVE "N"    TO SW-NOVA-RESTRICAO
           MOVE Codigo-Cliente TO Codigo-Cliente-bc
           READ BUREAUCLI
           IF FILE-STATUS-BC = 00
              MOVE Data-Consulta-bc  TO Data-Anterior-bc
              MOVE Score-bc          TO Score-Ant-bc
              MOVE Qtd-Restricoes-bc TO Qtd-Restricoes-Ant-bc
              MOVE Qtd-Protestos-bc  TO Qtd-Protestos-Ant-bc
              MOVE "E"               TO Situacao-Bureau-bc
           ELSE
              INITIALIZE REG-BUREAUCLI
              MOVE Codigo-Cliente    TO Codigo-Cliente-bc
              MOVE "N"               TO Situacao-Bureau-bc
           END-IF
           MOVE CNPJ-br              TO CNPJ-bc
           MOVE SPACES               TO Data-Consulta-bc
           STRING Data-br(1:2) "-" Data-br(3:2) "-" Data-br(5:4)
              DELIMITED BY SIZE INTO Data-Consulta-bc
           MOVE Score-br             TO Score-bc
           MOVE Qtd-Restricoes-br    TO Qtd-Restricoes-bc
           MOVE Valor-Restricoes-br  TO Valor-Restricoes-bc
           MOVE Qtd-Protestos-br     TO Qtd-Protestos-bc
           MOVE Valor-Protestos-br   TO Valor-Protestos-bc

           IF Qtd-Restricoes-bc > Qtd-Restricoes-Ant-bc
              MOVE "S" TO SW-NOVA-RESTRICAO
              STRING FUNCTION TRIM(Motivo-Piora-W) " NOVA RESTRICAO"
                 DELIMITED BY SIZE INTO Motivo-Piora-W
           END-IF
           IF Qtd-Protestos-bc > Qtd-Protestos-Ant-bc
              STRING FUNCTION TRIM(Motivo-Piora-W) " NOVO PROTESTO"
                 DELIMITED BY SIZE INTO Motivo-Piora-W
           END-IF
           IF NOT BUREAU-PRIMEIRA
              AND Score-bc + QUEDA-SCORE <= Score-Ant-bc
              STRING FUNCTION TRIM(Motivo-Piora-W) " SCORE CAIU"
                 DELIMITED BY SIZE INTO Motivo-Piora-W
           END-IF
           IF Motivo-Piora-W NOT = SPACES
              MOVE "P" TO Situacao-Bureau-bc
           END-IF

           IF FILE-STATUS-BC = 00
              REWRITE REG-BUREAUCLI
           ELSE
              WRITE REG-BUREAUCLI
           END-IF
           ADD 1 TO CONT-ATUALIZADOS
           ADD 1 TO JOB-GRAVADOS

           IF BUREAU-PIOROU
              ADD 1 TO CONT-PIORARAM
              MOVE SPACES TO LINHA-REL
              STRING Codigo-Cliente " " Razão-Social(1:26) " "
                     Situacao-Cliente " "
                     Score-Ant-bc "/" Score-bc "     "
                     Qtd-Restricoes-Ant-bc "/" Qtd-Restricoes-bc
                     "       "
                     Qtd-Protestos-Ant-bc "/" Qtd-Protestos-bc "     "
                     FUNCTION TRIM(Motivo-Piora-W)
                 DELIMITED BY SIZE INTO LINHA-REL
              IF SW-NOVA-RESTRICAO = "S" AND SW-BLOQUEAR = "S"
                 AND CLIENTE-ATIVO
                 PERFORM BLOQUEAR-CLIENTE
                 MOVE "*** BLOQUEADO ***" TO LINHA-REL(116:17)
              END-IF
              WRITE REG-BUREAUREL FROM LINHA-REL
           END-IF.

       BLOQUEAR-CLIENTE.
      ********** BLOQUEIO PENDENTE DE REVISAO: A LIBERACAO E FEITA ***
      *    NO CADASTRO (PGM00001); A MUDANCA VAI AO AUDITLOG COM O   *
      *    OPERADOR "BUREAU"                                         *
           MOVE Situacao-Cliente    TO Situacao-Ant-W
           MOVE "B"                 TO Situacao-Cliente
           MOVE "BUREAU"            TO Operador-Alteracao
           MOVE DATE-RESUMEN        TO Data-Alteracao
           MOVE HORA-RESUMEN        TO Hora-Alteracao
           REWRITE REG-CLIENTES
           IF FILE-STATUS = 00
              ADD 1 TO CONT-BLOQUEADOS
              OPEN EXTEND AUDITLOG
              MOVE DATE-RESUMEN     TO Data-Acao-log
              MOVE HORA-RESUMEN     TO Hora-Acao-log
              MOVE "BUREAU"         TO Operador-log
              MOVE "CLIENTE"        TO Entidade-log
              MOVE "BLOQUEIO"       TO Acao-log
              MOVE CNPJ             TO Chave-log
              MOVE SPACES           TO Valor-Antes-log
              STRING "SITUACAO " Situacao-Ant-W
                     " RESTRICOES " Qtd-Restricoes-Ant-bc
                 DELIMITED BY SIZE INTO Valor-Antes-log
              MOVE SPACES           TO Valor-Depois-log
              STRING "SITUACAO B RESTRICOES " Qtd-Restricoes-bc
                     " SCORE " Score-bc " CONSULTA " Data-Consulta-bc
                 DELIMITED BY SIZE INTO Valor-Depois-log
              MOVE ";"              TO FIL-LOG1 FIL-LOG2 FIL-LOG3
                                       FIL-LOG4 FIL-LOG5 FIL-LOG6
                                       FIL-LOG7 FIL-LOG8
              MOVE EMPRESA-ATUAL-W  TO Empresa-log
              PERFORM GRAVAR-REGISTRO-AUDITORIA
              CLOSE AUDITLOG
           ELSE
              ADD 1 TO JOB-AVISOS
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
           IF JOB-STATUS = "OK"
              MOVE SPACES TO LINHA-REL
              WRITE REG-BUREAUREL FROM LINHA-REL
              MOVE SPACES TO LINHA-REL
              STRING "CONSULTAS: " CONT-LIDOS
                     "   ATUALIZADAS: " CONT-ATUALIZADOS
                     "   PIORARAM: " CONT-PIORARAM
                     "   BLOQUEADOS: " CONT-BLOQUEADOS
                     "   IGNORADAS: " CONT-IGNORADAS
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-BUREAUREL FROM LINHA-REL
              CLOSE BUREAURET
                    CLIENTES
                    BUREAUCLI
                    BUREAUREL
              MOVE "bureaupiora.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              DISPLAY "RELATORIO GERADO: bureaupiora.txt"
              DISPLAY "Respostas do bureau   : " CONT-LIDOS
              DISPLAY "Clientes atualizados  : " CONT-ATUALIZADOS
              DISPLAY "Situacao piorou       : " CONT-PIORARAM
              DISPLAY "Clientes bloqueados   : " CONT-BLOQUEADOS
              DISPLAY "Respostas ignoradas   : " CONT-IGNORADAS
           END-IF

           MOVE CONT-LIDOS TO JOB-LIDOS
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
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA77 "
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
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-BUREAURET
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "bureauretorno.txt" DELIMITED BY SIZE
                  INTO ARQ-BUREAURET
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-BUREAUCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "bureaucli.dat" DELIMITED BY SIZE
                  INTO ARQ-BUREAUCLI
           MOVE SPACES TO ARQ-BUREAUREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "bureaupiora.txt" DELIMITED BY SIZE
                  INTO ARQ-BUREAUREL
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
       END PROGRAM PROGRAMA77.
