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


       01  REG-MALACRIT                    PIC X(100).

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
           05 ARQ-RELVENCL                    PIC X(080)   VALUE SPACES.
           05 ARQ-MALACSV                     PIC X(080)   VALUE SPACES.
           05 ARQ-MALACRIT                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONSENT                     PIC X(080)   VALUE SPACES.
           05 ARQ-COMUNLOG                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
           05 POS-ARROBA                   PIC 9(003)   VALUE ZEROES.
           05 SW-EMAIL-OK                  PIC X        VALUE "N".
           05 LINHA-W                      PIC X(150)   VALUE SPACES.
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
           05 CANAIS-MKT                   PIC 9(001)   VALUE ZEROES.
           05 SW-MKT-EMAIL                 PIC X        VALUE "N".
           05 SW-MKT-FONE                  PIC X        VALUE "N".
           05 SW-MKT-CORREIO               PIC X        VALUE "N".
           05 Email-Exp-W                  PIC X(040)   VALUE SPACES.
           05 Telefone-Exp-W               PIC X(015)   VALUE SPACES.
           05 Endereco-Exp-W               PIC X(040)   VALUE SPACES.
           05 CONT-SEM-CONSENT             PIC 9(005)   VALUE ZEROES.

           05 CONSTANTS-NUMERICS.
              10 FILE-STATUS               PIC 99      VALUE ZEROES.
              WRITE REG-MALACSV
              MOVE "CLIENTE;CRITICA" TO REG-MALACRIT
              WRITE REG-MALACRIT
              PERFORM ABRIR-CONSENTIMENTOS
              IF SW-CONSENT-OK NOT = "S"
                 DISPLAY "AVISO: consentimentos.dat AUSENTE; NENHUM "
                         "CONTATO TEM OPT-IN REGISTRADO"
                 ADD 1 TO JOB-AVISOS
              END-IF
              SET NO-FIN-CLIENTES TO TRUE
              MOVE ZEROES     TO CNPJ
              START CLIENTES KEY IS NOT LESS THAN CNPJ

       EXPORTAR-CONTATO.
      ********** EXPORTA O PRIMEIRO CONTATO DO CLIENTE; SEM CONTATO **
      *    OU COM E-MAIL MALFORMADO A LINHA VAI PARA A CRITICA,      *
      *    ASSIM COMO O CONTATO SEM OPT-IN EM NENHUM CANAL           *
           MOVE "C"            TO Tipo-Contato
           MOVE Codigo-Cliente TO Codigo-Pai
           MOVE ZEROES         TO Numero-Contato
                 DELIMITED BY SIZE INTO REG-MALACRIT
              WRITE REG-MALACRIT
           ELSE
              PERFORM VERIFICAR-CANAIS-MKT
              IF CANAIS-MKT = ZEROES
                 ADD 1 TO CONT-CRITICADOS
                 ADD 1 TO CONT-SEM-CONSENT
                 MOVE SPACES TO REG-MALACRIT
                 STRING Codigo-Cliente
                        ";SEM CONSENTIMENTO PARA MARKETING (CONTATO "
                        Numero-Contato ")"
                    DELIMITED BY SIZE INTO REG-MALACRIT
                 WRITE REG-MALACRIT
              ELSE
              IF SW-MKT-EMAIL = "S"
                 PERFORM CRITICAR-EMAIL
              ELSE
                 MOVE "S" TO SW-EMAIL-OK
              END-IF
              IF SW-EMAIL-OK = "N"
                 ADD 1 TO CONT-CRITICADOS
                 ADD 1 TO JOB-AVISOS
                 MOVE SPACES TO REG-MALACSV
                 STRING Codigo-Cliente ";"
                        FUNCTION TRIM(Razão-Social) ";"
                        FUNCTION TRIM(Email-Exp-W) ";"
                        FUNCTION TRIM(Telefone-Exp-W) ";"
                        FUNCTION TRIM(Endereco-Exp-W)
                    DELIMITED BY SIZE INTO REG-MALACSV
                 WRITE REG-MALACSV
                 PERFORM REGISTRAR-ENVIO-MKT
              END-IF
              END-IF
           END-IF
           MOVE ZEROES TO FILE-STATUS-AUX.

       VERIFICAR-CANAIS-MKT.
      ********** MARKETING EXIGE OPT-IN: SO SAEM OS CANAIS COM ******
      *    CONSENTIMENTO VIGENTE DE BASE LEGAL C (CONSENTIMENTO) OU  *
      *    L (LEGITIMO INTERESSE); OS DEMAIS VAO EM BRANCO           *
           MOVE ZEROES TO CANAIS-MKT
           MOVE "N"    TO SW-MKT-EMAIL SW-MKT-FONE SW-MKT-CORREIO
           MOVE SPACES TO Email-Exp-W Telefone-Exp-W Endereco-Exp-W
           MOVE Tipo-Contato   TO Tipo-Comun-W
           MOVE Codigo-Pai     TO Codigo-Comun-W
           MOVE Numero-Contato TO Numero-Comun-W
           MOVE "E" TO Canal-Comun-W
           PERFORM BUSCAR-CONSENTIMENTO
           IF CONSENT-VIGENTE
              AND (BASE-CONSENTIMENTO OR BASE-LEGITIMO-INTERESSE)
              MOVE "S" TO SW-MKT-EMAIL
              MOVE Email-Contato TO Email-Exp-W
              ADD 1 TO CANAIS-MKT
           END-IF
           MOVE "T" TO Canal-Comun-W
           PERFORM BUSCAR-CONSENTIMENTO
           IF CONSENT-VIGENTE
              AND (BASE-CONSENTIMENTO OR BASE-LEGITIMO-INTERESSE)
              MOVE "S" TO SW-MKT-FONE
              MOVE Telefone-Contato TO Telefone-Exp-W
              ADD 1 TO CANAIS-MKT
           END-IF
           MOVE "C" TO Canal-Comun-W
           PERFORM BUSCAR-CONSENTIMENTO
           IF CONSENT-VIGENTE
              AND (BASE-CONSENTIMENTO OR BASE-LEGITIMO-INTERESSE)
              MOVE "S" TO SW-MKT-CORREIO
              MOVE Endereco-Contato TO Endereco-Exp-W
              ADD 1 TO CANAIS-MKT
           END-IF.

       REGISTRAR-ENVIO-MKT.
           MOVE "MALA DIRETA SEGMENTADA" TO Descricao-Comun-W
           IF SW-MKT-EMAIL = "S"
              MOVE "E" TO Canal-Comun-W
              PERFORM GRAVAR-COMUNICACAO
           END-IF
           IF SW-MKT-FONE = "S"
              MOVE "T" TO Canal-Comun-W
              PERFORM GRAVAR-COMUNICACAO
           END-IF
           IF SW-MKT-CORREIO = "S"
              MOVE "C" TO Canal-Comun-W
              PERFORM GRAVAR-COMUNICACAO
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

       CRITICAR-EMAIL.
      ********** VALIDACAO SIMPLES: PRECISA TER UM ARROBA NO MEIO ****
      *    E UM PONTO DEPOIS DO ARROBA                               *
                 CONTATOS
                 MALACSV
                 MALACRIT
           IF SW-CONSENT-OK = "S"
              CLOSE CONSENT
           END-IF
           IF SW-COMUNLOG-OK = "S"
              CLOSE COMUNLOG
           END-IF

           DISPLAY "MALA DIRETA GERADA: maladireta.csv"
           DISPLAY "Contatos exportados : " CONT-EXPORTADOS
           DISPLAY "Criticas            : " CONT-CRITICADOS
           DISPLAY "  sem consentimento : " CONT-SEM-CONSENT
           DISPLAY "Arquivo de criticas : malacriticas.csv"

           MOVE CONT-EXPORTADOS TO JOB-GRAVADOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "malacriticas.csv" DELIMITED BY SIZE
                  INTO ARQ-MALACRIT
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
       END PROGRAM PROGRAMA61.
