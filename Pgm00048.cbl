      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Registro de consentimentos e revogacoes (LGPD)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00048.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONSENT ASSIGN ARQ-CONSENT
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Consent
           FILE STATUS IS FILE-STATUS.

           SELECT CONTATOS ASSIGN ARQ-CONTATOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Contato
           FILE STATUS IS FILE-STATUS-CT.

           SELECT AUDITLOG ASSIGN ARQ-AUDITLOG
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS-AUD.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SESSAO   ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.

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
       FD  CONSENT.

      ********** UM REGISTRO POR CONTATO E CANAL (E = E-MAIL, ********
      *    T = TELEFONE, C = CORREIO). DATA DE REVOGACAO ZERADA =    *
      *    VIGENTE. O HISTORICO DAS MUDANCAS FICA NO AUDITLOG        *
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

       FD  SESSAO.

       01  REG-SESSAO.
           05 Usuario-Sessao               PIC X(010).
           05 FIL-SES1                     PIC X.
           05 Perfil-Sessao                PIC X(001).

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

       01  AREA-EMPRESA.
           05 FILE-STATUS-EMP              PIC 99       VALUE ZEROES.
           05 LINHA-EMPRESA                PIC X(060)   VALUE SPACES.
           05 EMPRESA-ATUAL-W              PIC 9(002)   VALUE ZEROES.

       01  AREA-PARAMETROS.
           05 FILE-STATUS-PAR              PIC 99       VALUE ZEROES.
           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-CONSENT                  PIC X(080)   VALUE SPACES.
           05 ARQ-CONTATOS                 PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                 PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                 PIC X(080)   VALUE SPACES.
           05 ARQ-SESSAO                   PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CT               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AUD              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SES              PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-PROCESO                   PIC X        VALUE "N".
           05 MENSAGEM                     PIC X(60)    VALUE SPACES.
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 Tipo-Contato-W               PIC X(001)   VALUE SPACES.
           05 Codigo-Pai-W                 PIC 9(007)   VALUE ZEROES.
           05 Numero-Contato-W             PIC 9(003)   VALUE ZEROES.
           05 Canal-W                      PIC X(001)   VALUE SPACES.
           05 Base-Legal-W                 PIC X(001)   VALUE SPACES.
           05 Origem-W                     PIC X(020)   VALUE SPACES.
           05 Situacao-Consent-W           PIC X(010)   VALUE SPACES.
           05 Data-Consent-Ed              PIC X(010)   VALUE SPACES.
           05 Data-Revog-Ed                PIC X(010)   VALUE SPACES.
           05 Data-Ed-W                    PIC 9(008)   VALUE ZEROES.
           05 Data-Ed-R REDEFINES Data-Ed-W.
              10 Ano-Ed-W                  PIC 9(004).
              10 Mes-Ed-W                  PIC 9(002).
              10 Dia-Ed-W                  PIC 9(002).
           05 Data-Ed-X                    PIC X(010)   VALUE SPACES.
           05 IND-CANAL                    PIC 9(001)   VALUE ZEROES.
           05 CANAIS-W                     PIC X(003)   VALUE "ETC".
           05 CONT-REVOGADOS               PIC 9(001)   VALUE ZEROES.
           05 SW-CONTATO-OK                PIC X        VALUE "N".
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-FIM-LG                    PIC X        VALUE "N".
              88 FIM-LG                                 VALUE "F".
              88 NO-FIM-LG                              VALUE "N".
           05 Entidade-Audit-W             PIC X(010)   VALUE SPACES.
           05 Acao-Audit-W                 PIC X(012)   VALUE SPACES.
           05 Chave-Audit-W                PIC X(014)   VALUE SPACES.
           05 Valor-Antes-Audit-W          PIC X(080)   VALUE SPACES.
           05 Valor-Depois-Audit-W         PIC X(080)   VALUE SPACES.
           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.
           05 HORA-AUXILIAR.
              10 HH-AUX                    PIC X(002)   VALUE SPACES.
              10 MI-AUX                    PIC X(002)   VALUE SPACES.
              10 SS-AUX                    PIC X(002)   VALUE SPACES.
              10 CC-AUX                    PIC X(002)   VALUE SPACES.
           05 DATA-HOJE-W                  PIC X(010)   VALUE SPACES.
           05 HORA-HOJE-W                  PIC X(008)   VALUE SPACES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           PERFORM INICIO
           PERFORM PROCESO
           PERFORM FIN
           STOP RUN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-HOJE-W
           COMPUTE DATA-HOJE-AMD = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)
           PERFORM IDENTIFICAR-OPERADOR
           OPEN I-O CONSENT
           IF FILE-STATUS NOT = 00
      ********** PRIMEIRA EXECUCAO: CRIA O ARQUIVO VAZIO *************
              OPEN OUTPUT CONSENT
              CLOSE CONSENT
              OPEN I-O CONSENT
           END-IF
           IF FILE-STATUS NOT = 00
              display "consentimentos.dat NAO PODE SER ABERTO"
              display "STATUS: " FILE-STATUS
              display "Tecle ENTER para continuar"
              accept OPC-W
              MOVE "S" TO SW-PROCESO
           ELSE
              OPEN INPUT CONTATOS
              IF FILE-STATUS-CT NOT = 00
                 display "contatos.dat AUSENTE (CADASTRO DE CLIENTES "
                         "E VENDEDORES)"
                 display "Tecle ENTER para continuar"
                 accept OPC-W
                 CLOSE CONSENT
                 MOVE "S" TO SW-PROCESO
              ELSE
                 MOVE "S" TO SW-ARQUIVOS-OK
              END-IF
           END-IF.

       IDENTIFICAR-OPERADOR.
      ********** O OPERADOR VEM DA SESSAO ABERTA PELO LOGIN DO MENU; *
      *    SEM SESSAO (EXECUCAO DIRETA) ELE SE IDENTIFICA NO TECLADO *
           OPEN INPUT SESSAO
           IF FILE-STATUS-SES = 00
              READ SESSAO
                 AT END CONTINUE
                 NOT AT END
                    MOVE Usuario-Sessao TO OPERADOR-W
              END-READ
              CLOSE SESSAO
           END-IF
           IF OPERADOR-W = SPACES
              display "INSIRA SEU CODIGO/INICIAIS DE OPERADOR: "
              display " "with no advancing
              accept OPERADOR-W
           END-IF.

       PROCESO.
           PERFORM UNTIL SW-PROCESO = "S"
           PERFORM LIMPIAR-PANTALLA
           display "CONSENTIMENTOS DE COMUNICACAO (LGPD)"
           display LINHA-EMPRESA
           display "                                          "
           display "   1 => Registrar consentimento (opt-in)  "
           display "   2 => Registrar revogacao (opt-out)     "
           display "   3 => Consultar contato                 "
           display "                                          "
           display "   9 => Salir                             "
           display "                                          "
           display MENSAGEM
           display "INSIRA OPCAO DESADA"
           display " "with no advancing
           accept OPC-W
           MOVE SPACES   TO MENSAGEM
           EVALUATE OPC-W
                   WHEN = 1
                   PERFORM REGISTRAR-CONSENTIMENTO
                   WHEN = 2
                   PERFORM REGISTRAR-REVOGACAO
                   WHEN = 3
                   PERFORM CONSULTAR-CONTATO
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
           END-EVALUATE
           END-PERFORM.

       INFORMAR-CONTATO.
      ********** O TITULAR E UM CONTATO DO CADASTRO: TIPO C (CLIENTE,*
      *    PGM00001) OU V (VENDEDOR, PGM00002), CODIGO E NUMERO      *
           MOVE "N" TO SW-CONTATO-OK
           display "TIPO DO CONTATO (C = CLIENTE  V = VENDEDOR): "
           display " "with no advancing
           accept Tipo-Contato-W
           MOVE FUNCTION UPPER-CASE(Tipo-Contato-W) TO Tipo-Contato-W
           display "INSIRA CODIGO DO CLIENTE/VENDEDOR: "
           display " "with no advancing
           accept Codigo-Pai-W
           display "INSIRA NUMERO DO CONTATO: "
           display " "with no advancing
           accept Numero-Contato-W
           IF Tipo-Contato-W NOT = "C" AND Tipo-Contato-W NOT = "V"
              MOVE "TIPO INVALIDO (C OU V)" TO MENSAGEM
           ELSE
              MOVE Tipo-Contato-W   TO Tipo-Contato
              MOVE Codigo-Pai-W     TO Codigo-Pai
              MOVE Numero-Contato-W TO Numero-Contato
              READ CONTATOS
              IF FILE-STATUS-CT NOT = 00
                 MOVE "CONTATO NAO ENCONTRADO" TO MENSAGEM
              ELSE
                 MOVE "S" TO SW-CONTATO-OK
                 display "E-MAIL  : " Email-Contato
                 display "TELEFONE: " Telefone-Contato
                 display "ENDERECO: " Endereco-Contato
              END-IF
           END-IF.

       INFORMAR-CANAL.
           display "CANAL (E = E-MAIL  T = TELEFONE  C = CORREIO): "
           display " "with no advancing
           accept Canal-W
           MOVE FUNCTION UPPER-CASE(Canal-W) TO Canal-W.

       REGISTRAR-CONSENTIMENTO.
      ********** INCLUI O CONSENTIMENTO DO CANAL; SE HAVIA REVOGACAO, *
      *    O NOVO OPT-IN A SUBSTITUI (A ANTERIOR FICA NO AUDITLOG)   *
           PERFORM INFORMAR-CONTATO
           IF SW-CONTATO-OK = "S"
              PERFORM INFORMAR-CANAL
              IF Canal-W NOT = "E" AND Canal-W NOT = "T"
                 AND Canal-W NOT = "C"
                 MOVE "CANAL INVALIDO (E, T OU C)" TO MENSAGEM
              ELSE
                 PERFORM MONTAR-CHAVE-CONSENT
                 READ CONSENT
                 IF FILE-STATUS = 00 AND Data-Revogacao-lg = ZEROES
                    MOVE "CONSENTIMENTO JA VIGENTE PARA O CANAL"
                         TO MENSAGEM
                 ELSE
                    display "BASE LEGAL: C = CONSENTIMENTO  "
                            "L = LEGITIMO INTERESSE"
                    display "            X = EXECUCAO DE CONTRATO  "
                            "O = OBRIGACAO LEGAL"
                    display " "with no advancing
                    accept Base-Legal-W
                    MOVE FUNCTION UPPER-CASE(Base-Legal-W)
                         TO Base-Legal-W
                    IF Base-Legal-W NOT = "C" AND Base-Legal-W NOT = "L"
                       AND Base-Legal-W NOT = "X"
                       AND Base-Legal-W NOT = "O"
                       MOVE "BASE LEGAL INVALIDA (C, L, X OU O)"
                            TO MENSAGEM
                    ELSE
                       display "ORIGEM (EX.: SITE, FORMULARIO, "
                               "TELEFONE): "
                       display " "with no advancing
                       accept Origem-W
                       PERFORM GRAVAR-CONSENTIMENTO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       GRAVAR-CONSENTIMENTO.
           MOVE SPACES TO Valor-Antes-Audit-W
           IF FILE-STATUS = 00
              PERFORM MONTAR-VALOR-CONSENT
              MOVE Valor-Depois-Audit-W TO Valor-Antes-Audit-W
           END-IF
           MOVE Base-Legal-W   TO Base-Legal-lg
           MOVE DATA-HOJE-AMD  TO Data-Consent-lg
           MOVE ZEROES         TO Data-Revogacao-lg
           MOVE Origem-W       TO Origem-Consent-lg
           MOVE SPACES         TO Origem-Revogacao-lg
           MOVE OPERADOR-W     TO Operador-lg
           IF FILE-STATUS = 00
              REWRITE REG-CONSENT
           ELSE
              WRITE REG-CONSENT
           END-IF
           MOVE "CONSENTIMENTO REGISTRADO" TO MENSAGEM
           MOVE "INCLUSAO" TO Acao-Audit-W
           PERFORM AUDITAR-CONSENT.

       REGISTRAR-REVOGACAO.
      ********** REVOGA UM CANAL OU TODOS (*). CANAL SEM REGISTRO ****
      *    GANHA UM REGISTRO JA REVOGADO, PARA QUE O OPT-OUT VALHA   *
      *    TAMBEM NA COBRANCA (PROGRAMA32) E NA PESQUISA NPS         *
           PERFORM INFORMAR-CONTATO
           IF SW-CONTATO-OK = "S"
              display "CANAL A REVOGAR (E, T, C OU * = TODOS): "
              display " "with no advancing
              accept Canal-W
              MOVE FUNCTION UPPER-CASE(Canal-W) TO Canal-W
              IF Canal-W NOT = "E" AND Canal-W NOT = "T"
                 AND Canal-W NOT = "C" AND Canal-W NOT = "*"
                 MOVE "CANAL INVALIDO (E, T, C OU *)" TO MENSAGEM
              ELSE
                 display "ORIGEM DA REVOGACAO (EX.: E-MAIL, SAC): "
                 display " "with no advancing
                 accept Origem-W
                 MOVE ZEROES TO CONT-REVOGADOS
                 IF Canal-W = "*"
                    PERFORM VARYING IND-CANAL FROM 1 BY 1
                       UNTIL IND-CANAL > 3
                       MOVE CANAIS-W(IND-CANAL:1) TO Canal-W
                       PERFORM REVOGAR-CANAL
                    END-PERFORM
                 ELSE
                    PERFORM REVOGAR-CANAL
                 END-IF
                 MOVE SPACES TO MENSAGEM
                 STRING "CANAIS REVOGADOS: " CONT-REVOGADOS
                    DELIMITED BY SIZE INTO MENSAGEM
              END-IF
           END-IF.

       REVOGAR-CANAL.
           PERFORM MONTAR-CHAVE-CONSENT
           READ CONSENT
           IF FILE-STATUS = 00 AND Data-Revogacao-lg NOT = ZEROES
              CONTINUE
           ELSE
              MOVE SPACES TO Valor-Antes-Audit-W
              IF FILE-STATUS = 00
                 PERFORM MONTAR-VALOR-CONSENT
                 MOVE Valor-Depois-Audit-W TO Valor-Antes-Audit-W
              ELSE
                 MOVE SPACES TO Base-Legal-lg
                 MOVE ZEROES TO Data-Consent-lg
                 MOVE SPACES TO Origem-Consent-lg
              END-IF
              MOVE DATA-HOJE-AMD TO Data-Revogacao-lg
              MOVE Origem-W      TO Origem-Revogacao-lg
              MOVE OPERADOR-W    TO Operador-lg
              IF FILE-STATUS = 00
                 REWRITE REG-CONSENT
              ELSE
                 WRITE REG-CONSENT
              END-IF
              ADD 1 TO CONT-REVOGADOS
              MOVE "REVOGACAO" TO Acao-Audit-W
              PERFORM AUDITAR-CONSENT
           END-IF.

       MONTAR-CHAVE-CONSENT.
           MOVE Tipo-Contato-W   TO Tipo-Contato-lg
           MOVE Codigo-Pai-W     TO Codigo-Pai-lg
           MOVE Numero-Contato-W TO Numero-Contato-lg
           MOVE Canal-W          TO Canal-lg.

       MONTAR-VALOR-CONSENT.
           MOVE SPACES TO Valor-Depois-Audit-W
           STRING "BASE " Base-Legal-lg " DESDE " Data-Consent-lg
                  " " FUNCTION TRIM(Origem-Consent-lg)
                  " REVOG " Data-Revogacao-lg " "
                  FUNCTION TRIM(Origem-Revogacao-lg)
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W.

       AUDITAR-CONSENT.
           MOVE "CONSENT"     TO Entidade-Audit-W
           MOVE SPACES        TO Chave-Audit-W
           STRING Tipo-Contato-lg Codigo-Pai-lg Numero-Contato-lg
                  Canal-lg
              DELIMITED BY SIZE INTO Chave-Audit-W
           PERFORM MONTAR-VALOR-CONSENT
           PERFORM GRAVAR-AUDITORIA.

       CONSULTAR-CONTATO.
           PERFORM INFORMAR-CONTATO
           IF SW-CONTATO-OK = "S"
              display " "
              display "CANAL BASE DESDE      SITUACAO   REVOGADO EM"
                      " ORIGEM"
              MOVE Tipo-Contato-W   TO Tipo-Contato-lg
              MOVE Codigo-Pai-W     TO Codigo-Pai-lg
              MOVE Numero-Contato-W TO Numero-Contato-lg
              MOVE LOW-VALUES       TO Canal-lg
              SET NO-FIM-LG TO TRUE
              START CONSENT KEY IS NOT LESS THAN Chave-Consent
                 INVALID KEY SET FIM-LG TO TRUE
              END-START
              PERFORM UNTIL FIM-LG
                 READ CONSENT NEXT RECORD
                    AT END SET FIM-LG TO TRUE
                 END-READ
                 IF NOT FIM-LG
                    IF Tipo-Contato-lg NOT = Tipo-Contato-W
                       OR Codigo-Pai-lg NOT = Codigo-Pai-W
                       OR Numero-Contato-lg NOT = Numero-Contato-W
                       SET FIM-LG TO TRUE
                    ELSE
                       PERFORM MOSTRAR-CONSENT
                    END-IF
                 END-IF
              END-PERFORM
              display " "
              display "Tecle ENTER para continuar"
              accept OPC-W
           END-IF.

       MOSTRAR-CONSENT.
           MOVE Data-Consent-lg TO Data-Ed-W
           PERFORM EDITAR-DATA
           MOVE Data-Ed-X       TO Data-Consent-Ed
           MOVE Data-Revogacao-lg TO Data-Ed-W
           PERFORM EDITAR-DATA
           MOVE Data-Ed-X       TO Data-Revog-Ed
           IF Data-Revogacao-lg = ZEROES
              MOVE "VIGENTE"  TO Situacao-Consent-W
              display "  " Canal-lg "     " Base-Legal-lg "   "
                      Data-Consent-Ed " " Situacao-Consent-W " "
                      "           " Origem-Consent-lg
           ELSE
              MOVE "REVOGADO" TO Situacao-Consent-W
              display "  " Canal-lg "     " Base-Legal-lg "   "
                      Data-Consent-Ed " " Situacao-Consent-W " "
                      Data-Revog-Ed " " Origem-Revogacao-lg
           END-IF.

       EDITAR-DATA.
           MOVE SPACES TO Data-Ed-X
           IF Data-Ed-W > ZEROES
              STRING Dia-Ed-W "-" Mes-Ed-W "-" Ano-Ed-W
                 DELIMITED BY SIZE INTO Data-Ed-X
           END-IF.

       GRAVAR-AUDITORIA.
      ********** GRAVA TRANSACAO NO LOG DE AUDITORIA COMPARTILHADO ***
      *    MESMO ARQUIVO USADO POR PGM00001 E PGM00002               *
           ACCEPT HORA-AUXILIAR FROM TIME
           MOVE SPACES TO HORA-HOJE-W
           STRING HH-AUX ":" MI-AUX ":" SS-AUX
              DELIMITED BY SIZE INTO HORA-HOJE-W
           OPEN EXTEND AUDITLOG
           IF FILE-STATUS-AUD NOT = 00
              OPEN OUTPUT AUDITLOG
           END-IF
           MOVE DATA-HOJE-W          TO Data-Acao-log
           MOVE HORA-HOJE-W          TO Hora-Acao-log
           MOVE OPERADOR-W           TO Operador-log
           MOVE Entidade-Audit-W     TO Entidade-log
           MOVE Acao-Audit-W         TO Acao-log
           MOVE Chave-Audit-W        TO Chave-log
           MOVE Valor-Antes-Audit-W  TO Valor-Antes-log
           MOVE Valor-Depois-Audit-W TO Valor-Depois-log
           MOVE ";"                  TO FIL-LOG1
           MOVE ";"                  TO FIL-LOG2
           MOVE ";"                  TO FIL-LOG3
           MOVE ";"                  TO FIL-LOG4
           MOVE ";"                  TO FIL-LOG5
           MOVE ";"                  TO FIL-LOG6
           MOVE ";"                  TO FIL-LOG7
           MOVE ";"                  TO FIL-LOG8
           MOVE EMPRESA-ATUAL-W      TO Empresa-log
           PERFORM GRAVAR-REGISTRO-AUDITORIA
           CLOSE AUDITLOG.

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
           IF FILE-STATUS-AUD = 00
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

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA       *
           MOVE SPACES TO LINHA-EMPRESA
           OPEN INPUT EMPRESACTL
           IF FILE-STATUS-EMP = 00
              READ EMPRESACTL
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Empresa-ec NOT = SPACES
                       MOVE Dir-Empresa-ec TO Dir-Dados-Par
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
      ********** SO A PASTA DE DADOS INTERESSA AQUI; OS ARQUIVOS *****
      *    ACOMPANHAM A PASTA DA EMPRESA SELECIONADA                 *
           OPEN INPUT PARAMS
           IF FILE-STATUS-PAR = 00
              READ PARAMS
                 AT END CONTINUE
                 NOT AT END
                    IF Dir-Dados-F NOT = SPACES
                       MOVE Dir-Dados-F TO Dir-Dados-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           MOVE SPACES TO ARQ-CONSENT
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "consentimentos.dat" DELIMITED BY SIZE
                  INTO ARQ-CONSENT
           MOVE SPACES TO ARQ-CONTATOS
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "contatos.dat" DELIMITED BY SIZE
                  INTO ARQ-CONTATOS
           MOVE SPACES TO ARQ-AUDITLOG
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL
           MOVE SPACES TO ARQ-SESSAO
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "sessao.txt" DELIMITED BY SIZE
                  INTO ARQ-SESSAO.

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              CLOSE CONSENT
                    CONTATOS
           END-IF.

       END PROGRAM Pgm00048.
