           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT CONSENT ASSIGN ARQ-CONSENT
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Consent
           FILE STATUS IS FILE-STATUS-LG.

           SELECT COMUNLOG ASSIGN ARQ-COMUNLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CM.

           SELECT JOBLOG   ASSIGN ARQ-JOBLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  CONTATOS.


       01  REG-CARTAS                      PIC X(100).

       FD  CONSENT.

       01  REG-CONSENT.
           05 Chave-Consent.
              10 Tipo-Contato-lg           PIC X(001).
              10 Codigo-Pai-lg             PIC 9(007).
              10 Numero-Contato-lg         PIC 9(003).
              10 Canal-lg                  PIC X(001).
                 88 CANAL-EMAIL                          VALUE "E".
                 88 CANAL-TELEFONE                       VALUE "T".
                 88 CANAL-CORREIO                        VALUE "C".
           05 Base-Legal-lg                PIC X(001).
              88 BASE-CONSENTIMENTO                      VALUE "C".
              88 BASE-LEGITIMO-INTERESSE                 VALUE "L".
              88 BASE-CONTRATO                           VALUE "X".
              88 BASE-OBRIGACAO-LEGAL                    VALUE "O".
           05 Data-Consent-lg              PIC 9(008).
           05 Data-Revogacao-lg            PIC 9(008).
           05 Origem-Consent-lg            PIC X(020).
           05 Origem-Revogacao-lg          PIC X(020).
           05 Operador-lg                  PIC X(010).

       FD  COMUNLOG.

       01  REG-COMUNLOG.
           05 Data-cm                      PIC X(010).
           05 FIL-CM1                      PIC X          VALUE ";".
           05 Programa-cm                  PIC X(010).
           05 FIL-CM2                      PIC X          VALUE ";".
           05 Tipo-Contato-cm              PIC X(001).
           05 FIL-CM3                      PIC X          VALUE ";".
           05 Codigo-Pai-cm                PIC 9(007).
           05 FIL-CM4                      PIC X          VALUE ";".
           05 Numero-Contato-cm            PIC 9(003).
           05 FIL-CM5                      PIC X          VALUE ";".
           05 Canal-cm                     PIC X(001).
           05 FIL-CM6                      PIC X          VALUE ";".
           05 Descricao-cm                 PIC X(060).

       FD  JOBLOG.

       01  REG-JOBLOG.
           05 Juros-Dia-Par                PIC 9(001)v9(004)
                                            VALUE 0,0333.

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONTATOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CARTAS                      PIC X(080)   VALUE SPACES.
           05 ARQ-FERIADOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONSENT                     PIC X(080)   VALUE SPACES.
           05 ARQ-COMUNLOG                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
           05 NIVEL-CARTA                  PIC 9(001)   VALUE ZEROES.
           05 TOTAL-CARTA                  PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 FILE-STATUS-LG               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CM               PIC 99       VALUE ZEROES.
           05 SW-CONSENT-OK                PIC X        VALUE "N".
           05 SW-COMUNLOG-OK               PIC X        VALUE "N".
           05 SW-CONSENT                   PIC X        VALUE "N".
              88 CONSENT-VIGENTE                        VALUE "V".
              88 CONSENT-REVOGADO                       VALUE "R".
              88 CONSENT-AUSENTE                        VALUE "N".
           05 DATA-COMUN-W                 PIC X(010)   VALUE SPACES.
           05 Contato-Comun-W.
              10 Tipo-Comun-W              PIC X(001)   VALUE SPACES.
              10 Codigo-Comun-W            PIC 9(007)   VALUE ZEROES.
              10 Numero-Comun-W            PIC 9(003)   VALUE ZEROES.
           05 Canal-Comun-W                PIC X(001)   VALUE SPACES.
           05 Descricao-Comun-W            PIC X(060)   VALUE SPACES.
           05 CANAIS-CARTA                 PIC 9(001)   VALUE ZEROES.
           05 CONT-SEM-CANAL               PIC 9(005)   VALUE ZEROES.

      ********** FATURAS VENCIDAS CARREGADAS EM TABELA PARA AGRUPAR **
      *    POR CLIENTE (O ARQUIVO E ORDENADO POR PEDIDO)             *
           ELSE
              MOVE "N" TO SW-FERIADOS-OK
           END-IF
           PERFORM ABRIR-CONSENTIMENTOS
              SET NO-FIN-FATURAS TO TRUE
              MOVE ZEROES     TO Chave-Fatura
              START FATURAS KEY IS NOT LESS THAN Chave-Fatura
           IF SW-FERIADOS-OK = "S"
              CLOSE FERIADOS
           END-IF
           IF SW-CONSENT-OK = "S"
              CLOSE CONSENT
           END-IF
           IF SW-COMUNLOG-OK = "S"
              CLOSE COMUNLOG
           END-IF

           DISPLAY "CARTAS DE COBRANCA GERADAS: cartas.txt"
           DISPLAY "Faturas em cobranca : " CONT-VENCIDAS
           DISPLAY "Cartas emitidas     : " CONT-CARTAS
           DISPLAY "Sem canal (revogado): " CONT-SEM-CANAL

           MOVE CONT-VENCIDAS TO JOB-LIDOS
           MOVE CONT-CARTAS   TO JOB-GRAVADOS
                 PERFORM EMITIR-CARTA-CLIENTE
              END-IF
           END-PERFORM
           CLOSE CARTAS
           MOVE "cartas.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       EMITIR-CARTA-CLIENTE.
           ADD 1 TO CONT-CARTAS

       BUSCAR-CONTATO-CLIENTE.
      ********** ENDERECO E E-MAIL DO PRIMEIRO CONTATO DO CLIENTE ****
      *    NO ARQUIVO CONTATOS (TIPO C, MANTIDO PELO PGM00001). A    *
      *    COBRANCA E EXECUCAO DE CONTRATO E NAO PEDE OPT-IN, MAS O  *
      *    CANAL REVOGADO PELO TITULAR (PGM00048) NAO E IMPRESSO     *
           MOVE "C"           TO Tipo-Contato
           MOVE CLIENTE-CARTA TO Codigo-Pai
           MOVE ZEROES        TO Numero-Contato
           IF FILE-STATUS = 00
              AND Tipo-Contato = "C"
              AND Codigo-Pai = CLIENTE-CARTA
              MOVE ZEROES         TO CANAIS-CARTA
              MOVE Tipo-Contato   TO Tipo-Comun-W
              MOVE Codigo-Pai     TO Codigo-Comun-W
              MOVE Numero-Contato TO Numero-Comun-W
              MOVE SPACES TO Descricao-Comun-W
              STRING "CARTA DE COBRANCA NIVEL " NIVEL-CARTA
                 DELIMITED BY SIZE INTO Descricao-Comun-W
              MOVE "C" TO Canal-Comun-W
              PERFORM BUSCAR-CONSENTIMENTO
              IF CONSENT-REVOGADO
                 MOVE "ENDERECO: (ENVIO POSTAL REVOGADO PELO TITULAR)"
                      TO LINHA-CARTA
              ELSE
                 STRING "ENDERECO: " FUNCTION TRIM(Endereco-Contato)
                        " CEP " CEP-Contato
                    DELIMITED BY SIZE INTO LINHA-CARTA
                 ADD 1 TO CANAIS-CARTA
                 PERFORM GRAVAR-COMUNICACAO
              END-IF
              WRITE REG-CARTAS FROM LINHA-CARTA
              MOVE SPACES TO LINHA-CARTA
              MOVE "E" TO Canal-Comun-W
              PERFORM BUSCAR-CONSENTIMENTO
              IF CONSENT-REVOGADO
                 MOVE "E-MAIL  : (ENVIO POR E-MAIL REVOGADO)"
                      TO LINHA-CARTA
              ELSE
                 STRING "E-MAIL  : " FUNCTION TRIM(Email-Contato)
                    DELIMITED BY SIZE INTO LINHA-CARTA
                 ADD 1 TO CANAIS-CARTA
                 PERFORM GRAVAR-COMUNICACAO
              END-IF
              WRITE REG-CARTAS FROM LINHA-CARTA
              IF CANAIS-CARTA = ZEROES
                 ADD 1 TO CONT-SEM-CANAL
                 ADD 1 TO JOB-AVISOS
              END-IF
           ELSE
              MOVE "ENDERECO: (CLIENTE SEM CONTATO CADASTRADO)"
                   TO LINHA-CARTA
           END-IF.


       ABRIR-CONSENTIMENTOS.
      ********** REGISTRO DE CONSENTIMENTOS (PGM00048) E LOG DAS *****
      *    COMUNICACOES ENVIADAS (COMUNICACOES.CSV, CONSULTADO PELO  *
      *    RELATORIO DO TITULAR - PROGRAMA89)                        *
           MOVE "N" TO SW-CONSENT-OK
           OPEN INPUT CONSENT
           IF FILE-STATUS-LG = 00
              MOVE "S" TO SW-CONSENT-OK
           END-IF
           MOVE "N" TO SW-COMUNLOG-OK
           OPEN EXTEND COMUNLOG
           IF FILE-STATUS-CM NOT = 00
              OPEN OUTPUT COMUNLOG
           END-IF
           IF FILE-STATUS-CM = 00
              MOVE "S" TO SW-COMUNLOG-OK
           END-IF
           MOVE SPACES TO DATA-COMUN-W
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-COMUN-W.

       BUSCAR-CONSENTIMENTO.
      ********** SITUACAO DO CANAL Canal-Comun-W DO CONTATO EM ******
      *    Contato-Comun-W: V = VIGENTE, R = REVOGADO, N = SEM       *
      *    REGISTRO                                                  *
           MOVE "N" TO SW-CONSENT
           IF SW-CONSENT-OK = "S"
              MOVE Tipo-Comun-W    TO Tipo-Contato-lg
              MOVE Codigo-Comun-W  TO Codigo-Pai-lg
              MOVE Numero-Comun-W  TO Numero-Contato-lg
              MOVE Canal-Comun-W   TO Canal-lg
              READ CONSENT KEY Chave-Consent
              IF FILE-STATUS-LG = 00
                 IF Data-Revogacao-lg = ZEROES
                    MOVE "V" TO SW-CONSENT
                 ELSE
                    MOVE "R" TO SW-CONSENT
                 END-IF
              END-IF
           END-IF.

       GRAVAR-COMUNICACAO.
      ********** UMA LINHA POR CANAL USADO: DATA;PROGRAMA;TIPO; ******
      *    CODIGO;CONTATO;CANAL;DESCRICAO                            *
           IF SW-COMUNLOG-OK = "S"
              MOVE DATA-COMUN-W     TO Data-cm
              MOVE JOB-NOME         TO Programa-cm
              MOVE Tipo-Comun-W     TO Tipo-Contato-cm
              MOVE Codigo-Comun-W   TO Codigo-Pai-cm
              MOVE Numero-Comun-W   TO Numero-Contato-cm
              MOVE Canal-Comun-W    TO Canal-cm
              MOVE Descricao-Comun-W TO Descricao-cm
              MOVE ";" TO FIL-CM1 FIL-CM2 FIL-CM3 FIL-CM4 FIL-CM5
                          FIL-CM6
              WRITE REG-COMUNLOG
           END-IF.

       GRAVAR-JOBLOG.
      ********** REGISTRA INICIO/FIM DA EXECUCAO NO JOBLOG.CSV *******
      *    COMUM A TODOS OS LOTES, PARA A CONFERENCIA DA MANHA       *
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA32 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "feriados.dat" DELIMITED BY SIZE
                  INTO ARQ-FERIADOS
           MOVE SPACES TO ARQ-CONSENT
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "consentimentos.dat" DELIMITED BY SIZE
                  INTO ARQ-CONSENT
           MOVE SPACES TO ARQ-COMUNLOG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "comunicacoes.csv" DELIMITED BY SIZE
                  INTO ARQ-COMUNLOG.
       END PROGRAM PROGRAMA32.
