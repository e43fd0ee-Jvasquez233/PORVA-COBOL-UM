      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: CONFERENCIA DA ZONA DO CLIENTE PELA FAIXA DE CEP
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA102.
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

           SELECT ZONAS ASSIGN ARQ-ZONAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Zona
           FILE STATUS IS FILE-STATUS-ZON.

           SELECT CONTATOS ASSIGN ARQ-CONTATOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Contato
           FILE STATUS IS FILE-STATUS-CON.

           SELECT ZONACEP ASSIGN ARQ-ZONACEP
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

       FD  ZONAS.

       01  REG-ZONAS.
           05 Codigo-Zona                  PIC X(003).
           05 Descricao-Zona               PIC X(030).
           05 Zona-Ativa                   PIC X(001)   VALUE "S".
              88 ZONA-E-ATIVA                            VALUE "S".
           05 Operador-Inclusao-z          PIC X(010)   VALUE SPACES.
           05 Data-Inclusao-z              PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao-z              PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao-z         PIC X(010)   VALUE SPACES.
           05 Data-Alteracao-z             PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao-z             PIC X(008)   VALUE SPACES.
           05 Qtd-Faixas-Zona              PIC 9(002)   VALUE ZEROES.
           05 Faixas-Cep-Zona.
              10 Faixa-Cep-Zona            OCCURS 10 TIMES.
                 15 Cep-Inicial-Zona       PIC 9(008).
                 15 Cep-Final-Zona         PIC 9(008).
           05 Dias-Entrega-Zona.
              10 Dia-Entrega-Zona          PIC X(001)   OCCURS 7 TIMES.
           05 Hora-Corte-Zona              PIC 9(004)   VALUE ZEROES.

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

       FD  ZONACEP.

       01  REG-ZONACEP                     PIC X(132).

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

       01  AREA-JOBLOG.
           05 FILE-STATUS-JOB              PIC 99       VALUE ZEROES.
           05 JOB-NOME                     PIC X(010)
                                            VALUE "PROGRAM102".
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
           05 ARQ-ZONAS                       PIC X(080)   VALUE SPACES.
           05 ARQ-CONTATOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-ZONACEP                     PIC X(080)   VALUE SPACES.
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

      ********** FAIXAS DE CEP DAS ZONAS ATIVAS (ZONAS.DAT), PARA ****
      *    DEFINIR A ZONA DO CLIENTE PELO CEP DO CONTATO PRINCIPAL   *
       01  AREA-FAIXAS-CEP.
           05 QTD-FAIXAS-CEP               PIC 9(004)   VALUE ZEROES.
           05 Idx-Tf-W                     PIC 9(004)   VALUE ZEROES.
           05 Idx-Faixa-W                  PIC 9(002)   VALUE ZEROES.
           05 Cep-Principal-W              PIC 9(008)   VALUE ZEROES.
           05 Zona-Cep-W                   PIC X(003)   VALUE SPACES.
           05 Codigo-Contato-Busca-W       PIC 9(007)   VALUE ZEROES.
           05 TABELA-FAIXAS-CEP.
              10 Faixa-Tf                  OCCURS 2000 TIMES.
                 15 Cep-Ini-Tf             PIC 9(008).
                 15 Cep-Fim-Tf             PIC 9(008).
                 15 Zona-Tf                PIC X(003).

      ********** CLIENTES COM ZONA DIVERGENTE, GUARDADOS NA **********
      *    CONFERENCIA PARA A CORRECAO CONFIRMADA NO FIM             *
       01  AREA-DIVERGENTES.
           05 QTD-DIVERG                   PIC 9(005)   VALUE ZEROES.
           05 Idx-Dv-W                     PIC 9(005)   VALUE ZEROES.
           05 TABELA-DIVERGENTES.
              10 Divergente-Tb             OCCURS 5000 TIMES.
                 15 Codigo-Dv              PIC 9(007).
                 15 Zona-Ant-Dv            PIC X(003).
                 15 Zona-Nova-Dv           PIC X(003).
                 15 Cep-Dv                 PIC 9(008).

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-ZON              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CON              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-REL              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AUX              PIC 99       VALUE ZEROES.
           05 EMPRESA-ATUAL-W              PIC 9(002)   VALUE ZEROES.
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-FIM-CLIENTES              PIC X        VALUE "N".
              88 FIM-CLIENTES                           VALUE "F".
              88 NO-FIM-CLIENTES                        VALUE "N".
           05 SW-FIM-ZONAS                 PIC X        VALUE "N".
              88 FIM-ZONAS                              VALUE "F".
              88 NO-FIM-ZONAS                           VALUE "N".
           05 SWITCHES-CONTATOS            PIC X        VALUE "N".
              88 FIM-CONTATOS                           VALUE "F".
              88 NO-FIM-CONTATOS                        VALUE "N".

      ********** MODOS: "AUTO" NA LINHA DE COMANDO SO CONFERE E ******
      *    LISTA; "CORRIGIR" CONFERE E CORRIGE SEM PERGUNTAR. SEM    *
      *    ARGUMENTO A CORRECAO E CONFIRMADA PELO OPERADOR (S/N)     *
           05 ARG-LINHA                    PIC X(080)   VALUE SPACES.
           05 SW-MODO-AUTO                 PIC X        VALUE "N".
              88 MODO-AUTO                              VALUE "S".
              88 MODO-INTERATIVO                        VALUE "N".
           05 SW-CORRIGIR                  PIC X        VALUE "N".
              88 CORRIGIR-ZONAS                         VALUE "S".
           05 CONFIRMA-W                   PIC X(001)   VALUE SPACES.

           05 Motivo-W                     PIC X(030)   VALUE SPACES.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-CONFEREM                PIC 9(007)   VALUE ZEROES.
           05 CONT-DIVERGENTES             PIC 9(007)   VALUE ZEROES.
           05 CONT-SEM-CEP                 PIC 9(007)   VALUE ZEROES.
           05 CONT-FORA-FAIXA              PIC 9(007)   VALUE ZEROES.
           05 CONT-MANUAL                  PIC 9(007)   VALUE ZEROES.
           05 CONT-CORRIGIDOS              PIC 9(007)   VALUE ZEROES.
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

      ********** CONFERE A ZONA DE CADA CLIENTE COM A ZONA DA FAIXA **
      *    DE CEP (PGM00008) DO CEP DO CONTATO PRINCIPAL, LISTA AS   *
      *    DIVERGENCIAS EM ZONACEP.TXT E, CONFIRMADO, CORRIGE A      *
      *    ZONA COM REGISTRO NO AUDITLOG (OPERADOR "ZONA-CEP"). A    *
      *    ZONA TROCADA PELO SUPERVISOR (ZONA MANUAL) SO E LISTADA   *
           PERFORM CARREGAR-PARAMETROS
           ACCEPT ARG-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(ARG-LINHA) TO ARG-LINHA
           EVALUATE TRUE
              WHEN ARG-LINHA(1:8) = "CORRIGIR"
                 SET MODO-AUTO      TO TRUE
                 SET CORRIGIR-ZONAS TO TRUE
              WHEN ARG-LINHA(1:4) = "AUTO"
                 SET MODO-AUTO      TO TRUE
              WHEN OTHER
                 DISPLAY "CONFERENCIA DA ZONA DO CLIENTE PELO CEP"
           END-EVALUATE
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF SW-ARQUIVOS-OK = "S"
              PERFORM CONFERIR-CLIENTES
              IF QTD-DIVERG > ZEROES
                 PERFORM CONFIRMAR-CORRECAO
                 IF CORRIGIR-ZONAS
                    PERFORM CORRIGIR-DIVERGENTES
                 END-IF
              END-IF
              PERFORM LISTAR-TOTAIS
              CLOSE CLIENTES ZONAS CONTATOS
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

           MOVE "N" TO SW-ARQUIVOS-OK
           OPEN I-O CLIENTES
           IF FILE-STATUS-CLI NOT = 00
              DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR CLIENTES"
              DISPLAY "STATUS: " FILE-STATUS-CLI
              MOVE "SEM CLIENT" TO JOB-STATUS
           ELSE
              OPEN INPUT ZONAS
              IF FILE-STATUS-ZON NOT = 00
                 DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR ZONAS"
                 DISPLAY "STATUS: " FILE-STATUS-ZON
                 MOVE "SEM ZONAS" TO JOB-STATUS
                 CLOSE CLIENTES
              ELSE
                 OPEN INPUT CONTATOS
                 IF FILE-STATUS-CON NOT = 00
                    DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR CONTATOS"
                    DISPLAY "STATUS: " FILE-STATUS-CON
                    MOVE "SEM CONTAT" TO JOB-STATUS
                    CLOSE CLIENTES ZONAS
                 ELSE
                    PERFORM CARREGAR-FAIXAS-CEP
                    IF QTD-FAIXAS-CEP = ZEROES
      ********** SEM FAIXAS NAO HA O QUE CONFERIR: A ZONA CONTINUA ***
      *    SENDO INFORMADA A MAO NO CADASTRO                         *
                       DISPLAY "NENHUMA FAIXA DE CEP CADASTRADA NAS "
                               "ZONAS (PGM00008)"
                       MOVE "AVISO" TO JOB-STATUS
                       ADD 1 TO JOB-AVISOS
                       CLOSE CLIENTES ZONAS CONTATOS
                    ELSE
                       MOVE "S" TO SW-ARQUIVOS-OK
                       PERFORM ABRIR-RELATORIO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       ABRIR-RELATORIO.
           OPEN OUTPUT ZONACEP
           MOVE "CONFERENCIA DA ZONA DO CLIENTE PELA FAIXA DE CEP"
             TO LINHA-REL
           PERFORM ESCREVER-LINHA
           IF LINHA-EMPRESA NOT = SPACES
              MOVE LINHA-EMPRESA TO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF
           MOVE SPACES TO LINHA-REL
           STRING "DATA: " DATE-RESUMEN " " HORA-RESUMEN
                  "   FAIXAS DE CEP: " QTD-FAIXAS-CEP
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "CLIENTE RAZAO SOCIAL                   "
                  "ZONA  ZONA CEP  CEP       SITUACAO"
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           IF MODO-INTERATIVO
              DISPLAY FUNCTION TRIM(LINHA-REL TRAILING)
           END-IF
           WRITE REG-ZONACEP FROM LINHA-REL.

       CONFERIR-CLIENTES.
           MOVE ZEROES TO Codigo-Cliente
           SET NO-FIM-CLIENTES TO TRUE
           START CLIENTES KEY IS NOT LESS THAN Codigo-Cliente
              INVALID KEY SET FIM-CLIENTES TO TRUE
           END-START
           PERFORM UNTIL FIM-CLIENTES
              READ CLIENTES NEXT RECORD
                 AT END SET FIM-CLIENTES TO TRUE
              END-READ
              IF NOT FIM-CLIENTES
                 ADD 1 TO CONT-LIDOS
                 ADD 1 TO JOB-LIDOS
                 PERFORM CONFERIR-CLIENTE
              END-IF
           END-PERFORM.

       CONFERIR-CLIENTE.
           MOVE SPACES         TO Zona-Cep-W
           MOVE Codigo-Cliente TO Codigo-Contato-Busca-W
           PERFORM BUSCAR-CONTATO-PRINCIPAL
           IF Cep-Principal-W = ZEROES
              ADD 1 TO CONT-SEM-CEP
              MOVE "SEM CEP NO CONTATO PRINCIPAL" TO Motivo-W
              PERFORM LISTAR-CLIENTE
           ELSE
              PERFORM BUSCAR-ZONA-CEP
              EVALUATE TRUE
                 WHEN Zona-Cep-W = SPACES
                    ADD 1 TO CONT-FORA-FAIXA
                    MOVE "CEP FORA DAS FAIXAS" TO Motivo-W
                    PERFORM LISTAR-CLIENTE
                 WHEN Zona-Cep-W = Zona-Cliente
                    ADD 1 TO CONT-CONFEREM
                 WHEN Zona-Manual-Cliente = "S"
                    ADD 1 TO CONT-MANUAL
                    MOVE "MANUAL - MANTIDA" TO Motivo-W
                    PERFORM LISTAR-CLIENTE
                 WHEN OTHER
                    ADD 1 TO CONT-DIVERGENTES
                    PERFORM GUARDAR-DIVERGENTE
                    PERFORM LISTAR-CLIENTE
              END-EVALUATE
           END-IF.

       GUARDAR-DIVERGENTE.
           IF QTD-DIVERG < 5000
              ADD 1 TO QTD-DIVERG
              MOVE Codigo-Cliente  TO Codigo-Dv(QTD-DIVERG)
              MOVE Zona-Cliente    TO Zona-Ant-Dv(QTD-DIVERG)
              MOVE Zona-Cep-W      TO Zona-Nova-Dv(QTD-DIVERG)
              MOVE Cep-Principal-W TO Cep-Dv(QTD-DIVERG)
              MOVE "DIVERGENTE"    TO Motivo-W
           ELSE
              MOVE "DIVERGENTE - RODAR DE NOVO" TO Motivo-W
              ADD 1 TO JOB-AVISOS
           END-IF.

       LISTAR-CLIENTE.
           MOVE SPACES TO LINHA-REL
           STRING Codigo-Cliente " " Razão-Social(1:30) " "
                  Zona-Cliente "   " Zona-Cep-W "       "
                  Cep-Principal-W "  " Motivo-W
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA.

       CONFIRMAR-CORRECAO.
           IF MODO-INTERATIVO
              DISPLAY " "
              DISPLAY QTD-DIVERG
                      " CLIENTE(S) COM ZONA DIVERGENTE DO CEP"
              DISPLAY "CORRIGIR A ZONA DESTES CLIENTES (S/N): "
              ACCEPT CONFIRMA-W
              IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
                 SET CORRIGIR-ZONAS TO TRUE
              END-IF
           END-IF
           IF NOT CORRIGIR-ZONAS
              ADD QTD-DIVERG TO JOB-AVISOS
           END-IF.

       CORRIGIR-DIVERGENTES.
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "CORRECAO DA ZONA PELO CEP" TO LINHA-REL
           PERFORM ESCREVER-LINHA
           PERFORM VARYING Idx-Dv-W FROM 1 BY 1
                   UNTIL Idx-Dv-W > QTD-DIVERG
              PERFORM CORRIGIR-CLIENTE
           END-PERFORM.

       CORRIGIR-CLIENTE.
      ********** RELE O CLIENTE: SE A ZONA MUDOU OU FICOU MANUAL *****
      *    DEPOIS DA CONFERENCIA, ELE NAO E TOCADO                   *
           MOVE Codigo-Dv(Idx-Dv-W) TO Codigo-Cliente
           READ CLIENTES KEY IS Codigo-Cliente
           IF FILE-STATUS-CLI = 00
              AND Zona-Cliente = Zona-Ant-Dv(Idx-Dv-W)
              AND Zona-Manual-Cliente NOT = "S"
              MOVE Zona-Nova-Dv(Idx-Dv-W) TO Zona-Cliente
              MOVE "ZONA-CEP"             TO Operador-Alteracao
              MOVE DATE-RESUMEN           TO Data-Alteracao
              MOVE HORA-RESUMEN           TO Hora-Alteracao
              REWRITE REG-CLIENTES
              IF FILE-STATUS-CLI = 00
                 ADD 1 TO CONT-CORRIGIDOS
                 ADD 1 TO JOB-GRAVADOS
                 PERFORM GRAVAR-AUDITORIA-ZONA
              ELSE
                 ADD 1 TO JOB-AVISOS
                 MOVE SPACES TO LINHA-REL
                 STRING "CLIENTE " Codigo-Dv(Idx-Dv-W)
                        " FALHA NA REGRAVACAO, STATUS "
                        FILE-STATUS-CLI
                    DELIMITED BY SIZE INTO LINHA-REL
                 PERFORM ESCREVER-LINHA
              END-IF
           ELSE
              ADD 1 TO JOB-AVISOS
              MOVE SPACES TO LINHA-REL
              STRING "CLIENTE " Codigo-Dv(Idx-Dv-W)
                     " ALTERADO DESDE A CONFERENCIA; NAO CORRIGIDO"
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF.

       GRAVAR-AUDITORIA-ZONA.
           OPEN EXTEND AUDITLOG
           MOVE DATE-RESUMEN     TO Data-Acao-log
           MOVE HORA-RESUMEN     TO Hora-Acao-log
           MOVE "ZONA-CEP"       TO Operador-log
           MOVE "CLIENTE"        TO Entidade-log
           MOVE "ZONA CEP"       TO Acao-log
           MOVE CNPJ             TO Chave-log
           MOVE SPACES           TO Valor-Antes-log
           STRING "ZONA " Zona-Ant-Dv(Idx-Dv-W)
                  " CEP " Cep-Dv(Idx-Dv-W)
              DELIMITED BY SIZE INTO Valor-Antes-log
           MOVE SPACES           TO Valor-Depois-log
           STRING "ZONA " Zona-Nova-Dv(Idx-Dv-W)
              DELIMITED BY SIZE INTO Valor-Depois-log
           MOVE ";"              TO FIL-LOG1 FIL-LOG2 FIL-LOG3
                                    FIL-LOG4 FIL-LOG5 FIL-LOG6
                                    FIL-LOG7 FIL-LOG8
           MOVE EMPRESA-ATUAL-W  TO Empresa-log
           PERFORM GRAVAR-REGISTRO-AUDITORIA
           CLOSE AUDITLOG.

       LISTAR-TOTAIS.
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "CLIENTES LIDOS ..........: " CONT-LIDOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "ZONA CONFERE COM O CEP ..: " CONT-CONFEREM
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "ZONA DIVERGENTE .........: " CONT-DIVERGENTES
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "ZONA MANUAL MANTIDA .....: " CONT-MANUAL
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "SEM CEP NO CONTATO ......: " CONT-SEM-CEP
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "CEP FORA DAS FAIXAS .....: " CONT-FORA-FAIXA
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           STRING "ZONAS CORRIGIDAS ........: " CONT-CORRIGIDOS
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           IF JOB-AVISOS > ZEROES AND JOB-STATUS = "OK"
              MOVE "AVISO" TO JOB-STATUS
           END-IF.

       CARREGAR-FAIXAS-CEP.
      ********** SO ENTRAM AS FAIXAS DAS ZONAS ATIVAS; SEM NENHUMA ***
      *    FAIXA CADASTRADA A ZONA CONTINUA SENDO INFORMADA A MAO    *
           MOVE ZEROES              TO QTD-FAIXAS-CEP
           INITIALIZE TABELA-FAIXAS-CEP
           MOVE SPACES              TO Codigo-Zona
           SET NO-FIM-ZONAS          TO TRUE
           START ZONAS KEY IS NOT LESS THAN Codigo-Zona
              INVALID KEY SET FIM-ZONAS TO TRUE
           END-START
           PERFORM UNTIL FIM-ZONAS
              PERFORM LEER-ZONAS-SEQ
              IF NOT FIM-ZONAS AND ZONA-E-ATIVA
                 AND Qtd-Faixas-Zona IS NUMERIC
                 AND Qtd-Faixas-Zona NOT > 10
                 PERFORM GUARDAR-FAIXAS-ZONA
              END-IF
           END-PERFORM.

       GUARDAR-FAIXAS-ZONA.
           PERFORM VARYING Idx-Faixa-W FROM 1 BY 1
                   UNTIL Idx-Faixa-W > Qtd-Faixas-Zona
                      OR QTD-FAIXAS-CEP NOT < 2000
              ADD 1 TO QTD-FAIXAS-CEP
              MOVE Cep-Inicial-Zona(Idx-Faixa-W)
                   TO Cep-Ini-Tf(QTD-FAIXAS-CEP)
              MOVE Cep-Final-Zona(Idx-Faixa-W)
                   TO Cep-Fim-Tf(QTD-FAIXAS-CEP)
              MOVE Codigo-Zona TO Zona-Tf(QTD-FAIXAS-CEP)
           END-PERFORM.

       BUSCAR-ZONA-CEP.
      ********** CEP-PRINCIPAL-W -> ZONA-CEP-W (BRANCO = SEM FAIXA) **
           MOVE SPACES TO Zona-Cep-W
           IF Cep-Principal-W > ZEROES
              PERFORM VARYING Idx-Tf-W FROM 1 BY 1
                      UNTIL Idx-Tf-W > QTD-FAIXAS-CEP
                         OR Zona-Cep-W NOT = SPACES
                 IF Cep-Principal-W NOT < Cep-Ini-Tf(Idx-Tf-W)
                    AND Cep-Principal-W NOT > Cep-Fim-Tf(Idx-Tf-W)
                    MOVE Zona-Tf(Idx-Tf-W) TO Zona-Cep-W
                 END-IF
              END-PERFORM
           END-IF.

       BUSCAR-CONTATO-PRINCIPAL.
      ********** O CONTATO PRINCIPAL E O PRIMEIRO CONTATO DO CLIENTE *
           MOVE ZEROES                 TO Cep-Principal-W
           MOVE "C"                    TO Tipo-Contato
           MOVE Codigo-Contato-Busca-W TO Codigo-Pai
           MOVE ZEROES                 TO Numero-Contato
           SET NO-FIM-CONTATOS          TO TRUE
           START CONTATOS KEY IS GREATER THAN Chave-Contato
              INVALID KEY SET FIM-CONTATOS TO TRUE
           END-START
           IF NOT FIM-CONTATOS
              PERFORM LEER-CONTATOS-SEQ
              IF NOT FIM-CONTATOS AND Tipo-Contato = "C"
                 AND Codigo-Pai = Codigo-Contato-Busca-W
                 AND CEP-Contato IS NUMERIC
                 MOVE CEP-Contato      TO Cep-Principal-W
              END-IF
           END-IF.

       LEER-ZONAS-SEQ.
           READ ZONAS NEXT RECORD
              AT END SET FIM-ZONAS TO TRUE
           END-READ.

       LEER-CONTATOS-SEQ.
           READ CONTATOS NEXT RECORD
              AT END SET FIM-CONTATOS TO TRUE
           END-READ.

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
              CLOSE ZONACEP
              MOVE "zonacep.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
           END-IF
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           IF MODO-INTERATIVO AND SW-ARQUIVOS-OK = "S"
              DISPLAY "RELATORIO GRAVADO EM zonacep.txt"
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
           STRING "CORRIGIR=" SW-CORRIGIR
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAM102 "
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
           MOVE SPACES TO ARQ-CLIENTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clientes.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIENTES
           MOVE SPACES TO ARQ-ZONAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "zonas.dat" DELIMITED BY SIZE
                  INTO ARQ-ZONAS
           MOVE SPACES TO ARQ-CONTATOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "contatos.dat" DELIMITED BY SIZE
                  INTO ARQ-CONTATOS
           MOVE SPACES TO ARQ-ZONACEP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "zonacep.txt" DELIMITED BY SIZE
                  INTO ARQ-ZONACEP
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
       END PROGRAM PROGRAMA102.
