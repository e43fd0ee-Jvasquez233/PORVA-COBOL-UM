      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: RELATORIO DO TITULAR DOS DADOS (LGPD)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA89.
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

           SELECT CONTATOS ASSIGN ARQ-CONTATOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Contato
           FILE STATUS IS FILE-STATUS-CT.

           SELECT CONSENT ASSIGN ARQ-CONSENT
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Consent
           FILE STATUS IS FILE-STATUS-LG.

           SELECT COMUNLOG ASSIGN ARQ-COMUNLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CM.

           SELECT TITULREL ASSIGN ARQ-TITULREL
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

       FD  TITULREL.

       01  REG-TITULREL                    PIC X(120).

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
                                            VALUE "PROGRAMA89".
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
           05 ARQ-CONTATOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONSENT                     PIC X(080)   VALUE SPACES.
           05 ARQ-COMUNLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-TITULREL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SW-FIM-LEITURA               PIC X        VALUE "N".
              88 FIM-LEITURA                            VALUE "S".
              88 NO-FIM-LEITURA                         VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VEN              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CT               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-LG               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CM               PIC 99       VALUE ZEROES.
           05 SW-CADASTRO-OK               PIC X        VALUE "N".

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.

      ********** TITULAR PESQUISADO: TIPO C (CLIENTE) OU V ***********
      *    (VENDEDOR) E O CODIGO, COMO NA CHAVE DE CONTATOS          *
           05 Tipo-Titular-W               PIC X(001)   VALUE SPACES.
           05 Codigo-Titular-W             PIC 9(007)   VALUE ZEROES.

           05 Data-Aux-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-Aux-R REDEFINES Data-Aux-W.
              10 AAAA-Aux-W                PIC 9(004).
              10 MM-Aux-W                  PIC 9(002).
              10 DD-Aux-W                  PIC 9(002).
           05 Data-Ed-X                    PIC X(010)   VALUE SPACES.
           05 Data-Consent-Ed              PIC X(010)   VALUE SPACES.
           05 Base-Legal-Ed                PIC X(022)   VALUE SPACES.
           05 Canal-Ed                     PIC X(008)   VALUE SPACES.

           05 CONT-CONTATOS                PIC 9(005)   VALUE ZEROES.
           05 CONT-CONSENT                 PIC 9(005)   VALUE ZEROES.
           05 CONT-COMUN-LIDAS             PIC 9(007)   VALUE ZEROES.
           05 CONT-COMUN                   PIC 9(005)   VALUE ZEROES.
           05 LINHA-REL                    PIC X(120)   VALUE SPACES.
           05 LINHA-TRACOS                 PIC X(120)   VALUE ALL "-".

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF JOB-STATUS = "OK"
              PERFORM IMPRIMIR-CADASTRO
              PERFORM IMPRIMIR-CONTATOS
              PERFORM IMPRIMIR-CONSENTIMENTOS
              PERFORM IMPRIMIR-COMUNICACOES
           END-IF
           PERFORM FIN.

       INICIO.
      ********** RELATORIO DO TITULAR (LGPD): TUDO O QUE O SISTEMA ***
      *    GUARDA SOBRE UM CLIENTE OU VENDEDOR - CADASTRO, CONTATOS, *
      *    CONSENTIMENTOS (PGM00048) - E CADA COMUNICACAO ENVIADA A  *
      *    ELE (COMUNICACOES.CSV, GRAVADO PELOS PROGRAMA32, 61 E 85) *
           DISPLAY "RELATORIO DO TITULAR DOS DADOS (LGPD)"
           DISPLAY "TIPO DO TITULAR (C = CLIENTE  V = VENDEDOR): "
           ACCEPT Tipo-Titular-W
           MOVE FUNCTION UPPER-CASE(Tipo-Titular-W) TO Tipo-Titular-W
           DISPLAY "INSIRA O CODIGO DO CLIENTE/VENDEDOR: "
           ACCEPT Codigo-Titular-W
           ACCEPT DATE-AUXILIAR FROM DATE

           IF Tipo-Titular-W NOT = "C" AND Tipo-Titular-W NOT = "V"
              DISPLAY "TIPO INVALIDO (C OU V): " Tipo-Titular-W
              MOVE "TIPO INVAL" TO JOB-STATUS
           ELSE
              OPEN OUTPUT TITULREL
              MOVE SPACES TO LINHA-REL
              STRING "RELATORIO DO TITULAR DOS DADOS - EMITIDO EM "
                     DD-AUX "-" MM-AUX "-20" AA-AUX
                 DELIMITED BY SIZE INTO LINHA-REL
              WRITE REG-TITULREL FROM LINHA-REL
              WRITE REG-TITULREL FROM LINHA-EMPRESA
              MOVE SPACES TO LINHA-REL
              IF Tipo-Titular-W = "C"
                 STRING "TITULAR: CLIENTE " Codigo-Titular-W
                    DELIMITED BY SIZE INTO LINHA-REL
              ELSE
                 STRING "TITULAR: VENDEDOR " Codigo-Titular-W
                    DELIMITED BY SIZE INTO LINHA-REL
              END-IF
              WRITE REG-TITULREL FROM LINHA-REL
              WRITE REG-TITULREL FROM LINHA-TRACOS
           END-IF.

       IMPRIMIR-CADASTRO.
      ********** DADOS CADASTRAIS (CLIENTES.DAT OU VENDEDOR.DAT) *****
           MOVE "DADOS CADASTRAIS" TO LINHA-REL
           WRITE REG-TITULREL FROM LINHA-REL
           IF Tipo-Titular-W = "C"
              MOVE "N" TO SW-CADASTRO-OK
              OPEN INPUT CLIENTES
              IF FILE-STATUS-CLI = 00
                 MOVE "S" TO SW-CADASTRO-OK
                 MOVE Codigo-Titular-W TO Codigo-Cliente
                 READ CLIENTES KEY Codigo-Cliente
              END-IF
              IF FILE-STATUS-CLI NOT = 00
                 MOVE "  (CLIENTE NAO CADASTRADO)" TO LINHA-REL
                 WRITE REG-TITULREL FROM LINHA-REL
                 ADD 1 TO JOB-AVISOS
              ELSE
                 MOVE SPACES TO LINHA-REL
                 STRING "  RAZAO SOCIAL : " Razão-Social
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-TITULREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 STRING "  CNPJ         : " CNPJ
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-TITULREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 STRING "  ZONA " Zona-Cliente
                        "  CLASSIFICACAO " Classificacao-Cliente
                        "  SITUACAO " Situacao-Cliente
                        "  VENDEDOR FIXO " Codigo-Vendedor-Fixo
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-TITULREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 STRING "  INCLUIDO EM " Data-Inclusao IN REG-CLIENTES
                        " POR " Operador-Inclusao IN REG-CLIENTES
                        "  ALTERADO EM "
                        Data-Alteracao IN REG-CLIENTES
                        " POR " Operador-Alteracao IN REG-CLIENTES
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-TITULREL FROM LINHA-REL
              END-IF
              IF SW-CADASTRO-OK = "S"
                 CLOSE CLIENTES
              END-IF
           ELSE
              MOVE "N" TO SW-CADASTRO-OK
              OPEN INPUT VENDEDOR
              IF FILE-STATUS-VEN = 00
                 MOVE "S" TO SW-CADASTRO-OK
                 MOVE Codigo-Titular-W TO Codigo-Vendedor
                 READ VENDEDOR KEY Codigo-Vendedor
              END-IF
              IF FILE-STATUS-VEN NOT = 00
                 MOVE "  (VENDEDOR NAO CADASTRADO)" TO LINHA-REL
                 WRITE REG-TITULREL FROM LINHA-REL
                 ADD 1 TO JOB-AVISOS
              ELSE
                 MOVE SPACES TO LINHA-REL
                 STRING "  NOME         : " Nombre-Vendedor
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-TITULREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 STRING "  CPF          : " CPF
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-TITULREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 STRING "  ZONA " Zona-Vendedor
                        "  CAPACIDADE " Capacidade-Vendedor
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-TITULREL FROM LINHA-REL
                 MOVE SPACES TO LINHA-REL
                 STRING "  INCLUIDO EM " Data-Inclusao IN REG-VENDEDOR
                        " POR " Operador-Inclusao IN REG-VENDEDOR
                        "  ALTERADO EM "
                        Data-Alteracao IN REG-VENDEDOR
                        " POR " Operador-Alteracao IN REG-VENDEDOR
                    DELIMITED BY SIZE INTO LINHA-REL
                 WRITE REG-TITULREL FROM LINHA-REL
              END-IF
              IF SW-CADASTRO-OK = "S"
                 CLOSE VENDEDOR
              END-IF
           END-IF
           WRITE REG-TITULREL FROM LINHA-TRACOS.

       IMPRIMIR-CONTATOS.
      ********** CONTATOS DO TITULAR (PGM00001 / PGM00002) ***********
           MOVE "CONTATOS" TO LINHA-REL
           WRITE REG-TITULREL FROM LINHA-REL
           OPEN INPUT CONTATOS
           IF FILE-STATUS-CT = 00
              MOVE Tipo-Titular-W   TO Tipo-Contato
              MOVE Codigo-Titular-W TO Codigo-Pai
              MOVE ZEROES           TO Numero-Contato
              SET NO-FIM-LEITURA TO TRUE
              START CONTATOS KEY IS NOT LESS THAN Chave-Contato
                 INVALID KEY SET FIM-LEITURA TO TRUE
              END-START
              PERFORM UNTIL FIM-LEITURA
                 READ CONTATOS NEXT RECORD
                    AT END SET FIM-LEITURA TO TRUE
                 END-READ
                 IF NOT FIM-LEITURA
                    IF Tipo-Contato NOT = Tipo-Titular-W
                       OR Codigo-Pai NOT = Codigo-Titular-W
                       SET FIM-LEITURA TO TRUE
                    ELSE
                       PERFORM IMPRIMIR-UM-CONTATO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CONTATOS
           END-IF
           IF CONT-CONTATOS = ZEROES
              MOVE "  (NENHUM CONTATO CADASTRADO)" TO LINHA-REL
              WRITE REG-TITULREL FROM LINHA-REL
           END-IF
           WRITE REG-TITULREL FROM LINHA-TRACOS.

       IMPRIMIR-UM-CONTATO.
           ADD 1 TO CONT-CONTATOS
           MOVE SPACES TO LINHA-REL
           STRING "  CONTATO " Numero-Contato
                  "  ENDERECO: " FUNCTION TRIM(Endereco-Contato)
                  " CEP " CEP-Contato
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-TITULREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "               TELEFONE: "
                  FUNCTION TRIM(Telefone-Contato)
                  "  E-MAIL: " FUNCTION TRIM(Email-Contato)
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-TITULREL FROM LINHA-REL.

       IMPRIMIR-CONSENTIMENTOS.
      ********** REGISTRO DE CONSENTIMENTOS E REVOGACOES (PGM00048) **
           MOVE "CONSENTIMENTOS POR CONTATO E CANAL" TO LINHA-REL
           WRITE REG-TITULREL FROM LINHA-REL
           OPEN INPUT CONSENT
           IF FILE-STATUS-LG = 00
              MOVE Tipo-Titular-W   TO Tipo-Contato-lg
              MOVE Codigo-Titular-W TO Codigo-Pai-lg
              MOVE ZEROES           TO Numero-Contato-lg
              MOVE LOW-VALUES       TO Canal-lg
              SET NO-FIM-LEITURA TO TRUE
              START CONSENT KEY IS NOT LESS THAN Chave-Consent
                 INVALID KEY SET FIM-LEITURA TO TRUE
              END-START
              PERFORM UNTIL FIM-LEITURA
                 READ CONSENT NEXT RECORD
                    AT END SET FIM-LEITURA TO TRUE
                 END-READ
                 IF NOT FIM-LEITURA
                    IF Tipo-Contato-lg NOT = Tipo-Titular-W
                       OR Codigo-Pai-lg NOT = Codigo-Titular-W
                       SET FIM-LEITURA TO TRUE
                    ELSE
                       PERFORM IMPRIMIR-UM-CONSENT
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CONSENT
           END-IF
           IF CONT-CONSENT = ZEROES
              MOVE "  (NENHUM CONSENTIMENTO OU REVOGACAO REGISTRADO)"
                   TO LINHA-REL
              WRITE REG-TITULREL FROM LINHA-REL
           END-IF
           WRITE REG-TITULREL FROM LINHA-TRACOS.

       IMPRIMIR-UM-CONSENT.
           ADD 1 TO CONT-CONSENT
           EVALUATE TRUE
              WHEN CANAL-EMAIL
                 MOVE "E-MAIL"   TO Canal-Ed
              WHEN CANAL-TELEFONE
                 MOVE "TELEFONE" TO Canal-Ed
              WHEN CANAL-CORREIO
                 MOVE "CORREIO"  TO Canal-Ed
              WHEN OTHER
                 MOVE Canal-lg   TO Canal-Ed
           END-EVALUATE
           EVALUATE TRUE
              WHEN BASE-CONSENTIMENTO
                 MOVE "CONSENTIMENTO"         TO Base-Legal-Ed
              WHEN BASE-LEGITIMO-INTERESSE
                 MOVE "LEGITIMO INTERESSE"    TO Base-Legal-Ed
              WHEN BASE-CONTRATO
                 MOVE "EXECUCAO DE CONTRATO"  TO Base-Legal-Ed
              WHEN BASE-OBRIGACAO-LEGAL
                 MOVE "OBRIGACAO LEGAL"       TO Base-Legal-Ed
              WHEN OTHER
                 MOVE "(SEM OPT-IN)"          TO Base-Legal-Ed
           END-EVALUATE
           MOVE Data-Consent-lg TO Data-Aux-W
           PERFORM EDITAR-DATA
           MOVE Data-Ed-X       TO Data-Consent-Ed
           MOVE SPACES TO LINHA-REL
           STRING "  CONTATO " Numero-Contato-lg " " Canal-Ed
                  " BASE: " Base-Legal-Ed
                  " DESDE " Data-Consent-Ed
                  " ORIGEM: " FUNCTION TRIM(Origem-Consent-lg)
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-TITULREL FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           IF Data-Revogacao-lg = ZEROES
              STRING "               SITUACAO: VIGENTE  OPERADOR: "
                     Operador-lg
                 DELIMITED BY SIZE INTO LINHA-REL
           ELSE
              MOVE Data-Revogacao-lg TO Data-Aux-W
              PERFORM EDITAR-DATA
              STRING "               SITUACAO: REVOGADO EM "
                     Data-Ed-X " ORIGEM: "
                     FUNCTION TRIM(Origem-Revogacao-lg)
                     "  OPERADOR: " Operador-lg
                 DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           WRITE REG-TITULREL FROM LINHA-REL.

       EDITAR-DATA.
           MOVE SPACES TO Data-Ed-X
           IF Data-Aux-W > ZEROES
              STRING DD-Aux-W "-" MM-Aux-W "-" AAAA-Aux-W
                 DELIMITED BY SIZE INTO Data-Ed-X
           END-IF.

       IMPRIMIR-COMUNICACOES.
      ********** TODAS AS COMUNICACOES ENVIADAS AO TITULAR, NA ORDEM *
      *    EM QUE FORAM GRAVADAS NO COMUNICACOES.CSV                 *
           MOVE "COMUNICACOES ENVIADAS" TO LINHA-REL
           WRITE REG-TITULREL FROM LINHA-REL
           MOVE "  DATA       PROGRAMA   CONTATO CANAL DESCRICAO"
                TO LINHA-REL
           WRITE REG-TITULREL FROM LINHA-REL
           OPEN INPUT COMUNLOG
           IF FILE-STATUS-CM = 00
              SET NO-FIM-LEITURA TO TRUE
              PERFORM UNTIL FIM-LEITURA
                 READ COMUNLOG
                    AT END SET FIM-LEITURA TO TRUE
                 END-READ
                 IF NOT FIM-LEITURA
                    ADD 1 TO CONT-COMUN-LIDAS
                    IF Tipo-Contato-cm = Tipo-Titular-W
                       AND Codigo-Pai-cm = Codigo-Titular-W
                       ADD 1 TO CONT-COMUN
                       MOVE SPACES TO LINHA-REL
                       STRING "  " Data-cm " " Programa-cm " "
                              Numero-Contato-cm "     " Canal-cm
                              "     " FUNCTION TRIM(Descricao-cm)
                          DELIMITED BY SIZE INTO LINHA-REL
                       WRITE REG-TITULREL FROM LINHA-REL
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE COMUNLOG
           END-IF
           IF CONT-COMUN = ZEROES
              MOVE "  (NENHUMA COMUNICACAO REGISTRADA)" TO LINHA-REL
              WRITE REG-TITULREL FROM LINHA-REL
           END-IF
           WRITE REG-TITULREL FROM LINHA-TRACOS.

       FIN.
           IF JOB-STATUS = "OK"
              CLOSE TITULREL
              MOVE "titular.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              DISPLAY "RELATORIO GERADO: titular.txt"
           END-IF

           DISPLAY "Contatos              : " CONT-CONTATOS
           DISPLAY "Consentimentos        : " CONT-CONSENT
           DISPLAY "Comunicacoes enviadas : " CONT-COMUN

           MOVE CONT-COMUN-LIDAS TO JOB-LIDOS
           COMPUTE JOB-GRAVADOS = CONT-CONTATOS + CONT-CONSENT
                                + CONT-COMUN
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
           STRING "TITULAR=" Tipo-Titular-W "-" Codigo-Titular-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA89 "
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
           MOVE SPACES TO ARQ-CONTATOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "contatos.dat" DELIMITED BY SIZE
                  INTO ARQ-CONTATOS
           MOVE SPACES TO ARQ-CONSENT
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "consentimentos.dat" DELIMITED BY SIZE
                  INTO ARQ-CONSENT
           MOVE SPACES TO ARQ-COMUNLOG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "comunicacoes.csv" DELIMITED BY SIZE
                  INTO ARQ-COMUNLOG
           MOVE SPACES TO ARQ-TITULREL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "titular.txt" DELIMITED BY SIZE
                  INTO ARQ-TITULREL.
       END PROGRAM PROGRAMA89.
