      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: PESQUISA DE SATISFACAO (NPS) - RETORNO E ENVIO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA85.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PESQUISAS ASSIGN ARQ-PESQUISAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido-ps
           FILE STATUS IS FILE-STATUS-PS.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-CLI.

           SELECT CONTATOS ASSIGN ARQ-CONTATOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Contato
           FILE STATUS IS FILE-STATUS-CT.

           SELECT OCORRENCIAS ASSIGN ARQ-OCORRENCIAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Ocorrencia
           FILE STATUS IS FILE-STATUS-OC.

           SELECT TABLA ASSIGN ARQ-TABLA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRLTAB
           FILE STATUS IS FILE-STATUS-TAB.

           SELECT NPSRESP ASSIGN ARQ-NPSRESP
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT NPSCRIT ASSIGN ARQ-NPSCRIT
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT NPSENVIO ASSIGN ARQ-NPSENVIO
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
       FD  PESQUISAS.

      ********** FILA DA PESQUISA DE SATISFACAO (NPS): ENTRA NA ******
      *    ENTREGA DO PEDIDO, SAI NO ENVIO E VOLTA COM A RESPOSTA    *
      *    (PROGRAMA85)                                              *
       01  REG-PESQUISAS.
           05 Numero-Pedido-ps             PIC 9(007).
           05 Codigo-Cliente-ps            PIC 9(007).
           05 Codigo-Vendedor-ps           PIC 9(003).
           05 Data-Entrega-ps              PIC X(010).
           05 Situacao-ps                  PIC X(001).
              88 PESQ-NA-FILA                            VALUE "F".
              88 PESQ-ENVIADA                            VALUE "E".
              88 PESQ-RESPONDIDA                         VALUE "R".
           05 Contato-ps                   PIC X(040).
           05 Data-Envio-ps                PIC X(010).
           05 Nota-ps                      PIC 9(002).
           05 Comentario-ps                PIC X(060).
           05 Data-Resposta-ps             PIC X(010).
           05 Numero-Ocorrencia-ps         PIC 9(007).

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

       FD  OCORRENCIAS.

       01  REG-OCORRENCIAS.
           05 Numero-Ocorrencia            PIC 9(007).
           05 Codigo-Cliente-oc            PIC 9(007).
           05 Codigo-Vendedor-oc           PIC 9(003).
           05 Tipo-oc                      PIC X(001).
              88 OCOR-RECLAMACAO                         VALUE "R".
              88 OCOR-AVARIA                             VALUE "V".
              88 OCOR-ATRASO-ENTREGA                     VALUE "T".
           05 Situacao-oc                  PIC X(001).
              88 OCOR-ABERTA                             VALUE "A".
              88 OCOR-EM-TRATAMENTO                      VALUE "T".
              88 OCOR-FECHADA                            VALUE "F".
           05 Prazo-oc                     PIC X(010).
           05 Descricao-oc                 PIC X(060).
           05 Data-Abertura-oc             PIC X(010).
           05 Data-Fechamento-oc           PIC X(010).
           05 Operador-oc                  PIC X(010).

       FD  TABLA.

       01  REG-TABLA.
           05 CRLTAB                       PIC 9(003).
           05 Codigo-Tabclie               PIC 9(007).
           05 Codigo-Tabvend               PIC 9(003).
           05 Codigo-Tabped                PIC 9(007).
           05 Codigo-Tabprod               PIC 9(005).
           05 Codigo-Taborc                PIC 9(007).
           05 Codigo-Tabocor               PIC 9(007).
           05 Codigo-Tabforn               PIC 9(005).
           05 Codigo-Tabcomp               PIC 9(007).

       FD  NPSRESP.

       01  REG-NPSRESP                     PIC X(120).

       FD  NPSCRIT.

       01  REG-NPSCRIT                     PIC X(160).

       FD  NPSENVIO.

       01  REG-NPSENVIO                    PIC X(160).

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
                                            VALUE "PROGRAMA85".
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
           05 ARQ-PESQUISAS                   PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONTATOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-OCORRENCIAS                 PIC X(080)   VALUE SPACES.
           05 ARQ-TABLA                       PIC X(080)   VALUE SPACES.
           05 ARQ-NPSRESP                     PIC X(080)   VALUE SPACES.
           05 ARQ-NPSCRIT                     PIC X(080)   VALUE SPACES.
           05 ARQ-NPSENVIO                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONSENT                     PIC X(080)   VALUE SPACES.
           05 ARQ-COMUNLOG                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-RESPOSTAS                          VALUE "S".
              88 NO-FIN-RESPOSTAS                       VALUE "N".
           05 SW-FIM-FILA                  PIC X        VALUE "N".
              88 FIM-FILA                               VALUE "S".
              88 NO-FIM-FILA                            VALUE "N".
           05 SW-FIM-CONTATOS              PIC X        VALUE "N".
              88 FIM-CONTATOS                           VALUE "S".
              88 NO-FIM-CONTATOS                        VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PS               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CT               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-OC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-TAB              PIC 99       VALUE ZEROES.
           05 SW-CLIENTES-OK               PIC X        VALUE "N".
           05 SW-CONTATOS-OK               PIC X        VALUE "N".
           05 SW-OCORRENCIAS-OK            PIC X        VALUE "N".
           05 SW-RESPOSTAS-OK              PIC X        VALUE "N".

           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-PRAZO-AMD               PIC 9(008)   VALUE ZEROES.
           05 DATA-PRAZO-R REDEFINES DATA-PRAZO-AMD.
              10 PRAZO-ANO                 PIC 9(004).
              10 PRAZO-MES                 PIC 9(002).
              10 PRAZO-DIA                 PIC 9(002).
           05 DATA-PRAZO-EDIT              PIC X(010)   VALUE SPACES.
           05 DATA-HOJE-EDIT.
              10 HOJE-DIA                  PIC X(002).
              10 FILLER                    PIC X(001)   VALUE "-".
              10 HOJE-MES                  PIC X(002).
              10 FILLER                    PIC X(003)   VALUE "-20".
              10 HOJE-ANNO                 PIC X(002).
           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.

      ********** LINHA DA RESPOSTA: PEDIDO;NOTA;COMENTARIO ***********
           05 Pedido-Imp-W                 PIC X(010)   VALUE SPACES.
           05 Nota-Imp-W                   PIC X(005)   VALUE SPACES.
           05 Comentario-Imp-W             PIC X(060)   VALUE SPACES.
           05 Pedido-Num-W                 PIC 9(007)   VALUE ZEROES.
           05 Nota-Num-W                   PIC 9(002)   VALUE ZEROES.
           05 Motivo-W                     PIC X(040)   VALUE SPACES.
           05 Numero-Ocor-W                PIC 9(007)   VALUE ZEROES.

           05 Email-W                      PIC X(040)   VALUE SPACES.
           05 Telefone-W                   PIC X(015)   VALUE SPACES.
           05 Numero-Email-W               PIC 9(003)   VALUE ZEROES.
           05 Numero-Fone-W                PIC 9(003)   VALUE ZEROES.
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
           05 RAZAO-W                      PIC X(040)   VALUE SPACES.

           05 CONT-LIDOS                   PIC 9(005)   VALUE ZEROES.
           05 CONT-IMPORTADAS              PIC 9(005)   VALUE ZEROES.
           05 CONT-REJEITADAS              PIC 9(005)   VALUE ZEROES.
           05 CONT-DETRATORES              PIC 9(005)   VALUE ZEROES.
           05 CONT-OCORRENCIAS             PIC 9(005)   VALUE ZEROES.
           05 CONT-ENVIADAS                PIC 9(005)   VALUE ZEROES.
           05 CONT-SEM-CONTATO             PIC 9(005)   VALUE ZEROES.

           05 LINHA-CRIT                   PIC X(160)   VALUE SPACES.
           05 LINHA-ENVIO                  PIC X(160)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF JOB-STATUS = "OK"
              PERFORM IMPORTAR-RESPOSTAS
              PERFORM EXPORTAR-FILA
           END-IF
           PERFORM FIN.

       INICIO.
      ********** PESQUISA DE SATISFACAO (NPS) POS-ENTREGA: PRIMEIRO **
      *    IMPORTA AS RESPOSTAS (NPSRESPOSTAS.CSV, PEDIDO;NOTA;      *
      *    COMENTARIO), DEPOIS EXPORTA A FILA AINDA NAO ENVIADA COM  *
      *    O E-MAIL OU TELEFONE DO CONTATO (NPSENVIO.CSV). NOTA DE   *
      *    0 A 6 (DETRATOR) ABRE OCORRENCIA DE RECLAMACAO (TIPO R)   *
           DISPLAY "PESQUISA DE SATISFACAO (NPS) - RETORNO E ENVIO"
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE DD-AUX      TO HOJE-DIA
           MOVE MM-AUX      TO HOJE-MES
           MOVE AA-AUX      TO HOJE-ANNO
           COMPUTE DATA-HOJE-AMD = 20000000
              + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)
      ********** PRAZO DA OCORRENCIA DE RECLAMACAO: DOIS DIAS ********
           COMPUTE DATA-PRAZO-AMD = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(DATA-HOJE-AMD) + 2)
           MOVE SPACES TO DATA-PRAZO-EDIT
           STRING PRAZO-DIA "-" PRAZO-MES "-" PRAZO-ANO
              DELIMITED BY SIZE INTO DATA-PRAZO-EDIT

           OPEN I-O PESQUISAS
           IF FILE-STATUS-PS NOT = 00
              DISPLAY "pesquisas.dat AUSENTE: NENHUMA ENTREGA NA FILA "
                      "DA PESQUISA (PGM00028 / PROGRAMA73)"
              MOVE "SEM PESQUI" TO JOB-STATUS
           ELSE
              OPEN INPUT CLIENTES
              IF FILE-STATUS-CLI = 00
                 MOVE "S" TO SW-CLIENTES-OK
              END-IF
              OPEN INPUT CONTATOS
              IF FILE-STATUS-CT = 00
                 MOVE "S" TO SW-CONTATOS-OK
              ELSE
                 DISPLAY "AVISO: contatos.dat AUSENTE; A FILA NAO "
                         "PODE SER ENVIADA"
                 ADD 1 TO JOB-AVISOS
              END-IF
              PERFORM ABRIR-OCORRENCIAS
              PERFORM ABRIR-CONSENTIMENTOS
           END-IF.

       ABRIR-OCORRENCIAS.
      ********** OCORRENCIAS.DAT E A TABLA (NUMERACAO) DO PGM00031; **
      *    SEM ELES A RESPOSTA E GRAVADA, SO NAO ABRE OCORRENCIA     *
           MOVE "N" TO SW-OCORRENCIAS-OK
           OPEN I-O OCORRENCIAS
           IF FILE-STATUS-OC NOT = 00
              OPEN OUTPUT OCORRENCIAS
              CLOSE OCORRENCIAS
              OPEN I-O OCORRENCIAS
           END-IF
           IF FILE-STATUS-OC = 00
              OPEN I-O TABLA
              IF FILE-STATUS-TAB = 00
                 MOVE "S" TO SW-OCORRENCIAS-OK
              ELSE
                 CLOSE OCORRENCIAS
              END-IF
           END-IF
           IF SW-OCORRENCIAS-OK = "N"
              DISPLAY "OCORRENCIAS/TABLA INDISPONIVEIS; DETRATORES NAO "
                      "GERAM OCORRENCIA"
              ADD 1 TO JOB-AVISOS
           END-IF.

       IMPORTAR-RESPOSTAS.
           OPEN INPUT NPSRESP
           IF FILE-STATUS NOT = 00
              DISPLAY "npsrespostas.csv AUSENTE; NENHUMA RESPOSTA A "
                      "IMPORTAR NESTA EXECUCAO"
           ELSE
              MOVE "S" TO SW-RESPOSTAS-OK
              OPEN OUTPUT NPSCRIT
              SET NO-FIN-RESPOSTAS TO TRUE
              PERFORM LEER-RESPOSTA
              PERFORM UNTIL FIN-RESPOSTAS
                 IF REG-NPSRESP NOT = SPACES
                    ADD 1 TO CONT-LIDOS
                    PERFORM TRATAR-RESPOSTA
                 END-IF
                 PERFORM LEER-RESPOSTA
              END-PERFORM
           END-IF.

       LEER-RESPOSTA.
           READ NPSRESP
                AT END
                SET FIN-RESPOSTAS TO TRUE
           END-READ.

       TRATAR-RESPOSTA.
      ********** MESMA CRITICA DA IMPORTACAO DE PEDIDOS (PROGRAMA49): *
      *    LINHA RUIM VAI PARA NPSCRITICAS.CSV COM O MOTIVO          *
           MOVE SPACES TO Pedido-Imp-W Nota-Imp-W Comentario-Imp-W
                          Motivo-W
           UNSTRING REG-NPSRESP DELIMITED BY ";"
              INTO Pedido-Imp-W Nota-Imp-W Comentario-Imp-W
           END-UNSTRING
           MOVE FUNCTION TRIM(Nota-Imp-W) TO Nota-Imp-W

           IF FUNCTION NUMVAL(Pedido-Imp-W) = ZEROES
              MOVE "PEDIDO NAO INFORMADO" TO Motivo-W
           ELSE
              COMPUTE Pedido-Num-W = FUNCTION NUMVAL(Pedido-Imp-W)
              MOVE Pedido-Num-W TO Numero-Pedido-ps
              READ PESQUISAS
              IF FILE-STATUS-PS NOT = 00
                 MOVE "PEDIDO FORA DA FILA DA PESQUISA" TO Motivo-W
              ELSE
              IF PESQ-RESPONDIDA
                 MOVE "PESQUISA JA RESPONDIDA" TO Motivo-W
              END-IF
              END-IF
           END-IF
      ********** NOTA INTEIRA DE 0 A 10, UM OU DOIS DIGITOS **********
           IF Motivo-W = SPACES
              IF Nota-Imp-W(1:1) IS NOT NUMERIC
                 OR (Nota-Imp-W(2:1) IS NOT NUMERIC
                     AND Nota-Imp-W(2:1) NOT = SPACE)
                 OR Nota-Imp-W(3:3) NOT = SPACES
                 MOVE "NOTA INVALIDA (USE 0 A 10)" TO Motivo-W
              ELSE
                 COMPUTE Nota-Num-W = FUNCTION NUMVAL(Nota-Imp-W)
                 IF Nota-Num-W > 10
                    MOVE "NOTA INVALIDA (USE 0 A 10)" TO Motivo-W
                 END-IF
              END-IF
           END-IF

           IF Motivo-W = SPACES
              PERFORM GRAVAR-RESPOSTA
           ELSE
              ADD 1 TO CONT-REJEITADAS
              ADD 1 TO JOB-AVISOS
              MOVE SPACES TO LINHA-CRIT
              STRING FUNCTION TRIM(REG-NPSRESP) ";"
                     FUNCTION TRIM(Motivo-W)
                 DELIMITED BY SIZE INTO LINHA-CRIT
              WRITE REG-NPSCRIT FROM LINHA-CRIT
           END-IF.

       GRAVAR-RESPOSTA.
           MOVE Nota-Num-W       TO Nota-ps
           MOVE Comentario-Imp-W TO Comentario-ps
           MOVE DATA-HOJE-EDIT   TO Data-Resposta-ps
           MOVE "R"              TO Situacao-ps
           MOVE ZEROES           TO Numero-Ocorrencia-ps
           IF Nota-Num-W <= 6
              ADD 1 TO CONT-DETRATORES
              PERFORM ABRIR-OCORRENCIA
           END-IF
           REWRITE REG-PESQUISAS
           ADD 1 TO CONT-IMPORTADAS
           ADD 1 TO JOB-GRAVADOS.

       ABRIR-OCORRENCIA.
      ********** MESMA NUMERACAO E LAYOUT DO PGM00031; O NUMERO FICA *
      *    NA PESQUISA PARA O ACOMPANHAMENTO                         *
           IF SW-OCORRENCIAS-OK = "S"
              MOVE 001    TO CRLTAB
              READ TABLA KEY CRLTAB
              COMPUTE Numero-Ocor-W = Codigo-Tabocor + 1
              MOVE Numero-Ocor-W TO Codigo-Tabocor
              REWRITE REG-TABLA
              MOVE Numero-Ocor-W      TO Numero-Ocorrencia
              MOVE Codigo-Cliente-ps  TO Codigo-Cliente-oc
              MOVE Codigo-Vendedor-ps TO Codigo-Vendedor-oc
              MOVE "R"                TO Tipo-oc
              MOVE "A"                TO Situacao-oc
              MOVE DATA-PRAZO-EDIT    TO Prazo-oc
              MOVE SPACES             TO Descricao-oc
              STRING "NPS NOTA " Nota-Num-W " PEDIDO "
                     Numero-Pedido-ps ": " Comentario-Imp-W
                 DELIMITED BY SIZE INTO Descricao-oc
              MOVE DATA-HOJE-EDIT     TO Data-Abertura-oc
              MOVE SPACES             TO Data-Fechamento-oc
              MOVE JOB-NOME           TO Operador-oc
              WRITE REG-OCORRENCIAS
              MOVE Numero-Ocor-W      TO Numero-Ocorrencia-ps
              ADD 1 TO CONT-OCORRENCIAS
           END-IF.

       EXPORTAR-FILA.
      ********** SO O QUE ESTA NA FILA (F) E ENVIADO; SEM E-MAIL NEM *
      *    TELEFONE NO CADASTRO O PEDIDO FICA NA FILA PARA A PROXIMA *
      *    EXECUCAO                                                  *
           OPEN OUTPUT NPSENVIO
           MOVE "PEDIDO;CLIENTE;RAZAO SOCIAL;EMAIL;TELEFONE;ENTREGA"
             TO LINHA-ENVIO
           WRITE REG-NPSENVIO FROM LINHA-ENVIO
           SET NO-FIM-FILA TO TRUE
           MOVE ZEROES TO Numero-Pedido-ps
           START PESQUISAS KEY IS NOT LESS THAN Numero-Pedido-ps
              INVALID KEY SET FIM-FILA TO TRUE
           END-START
           IF NO-FIM-FILA
              PERFORM LEER-FILA
           END-IF
           PERFORM UNTIL FIM-FILA
              IF PESQ-NA-FILA
                 PERFORM ENVIAR-PESQUISA
              END-IF
              PERFORM LEER-FILA
           END-PERFORM
           CLOSE NPSENVIO.

       LEER-FILA.
           READ PESQUISAS NEXT RECORD
                AT END
                SET FIM-FILA TO TRUE
           END-READ.

       ENVIAR-PESQUISA.
           PERFORM BUSCAR-CONTATO
           IF Email-W = SPACES AND Telefone-W = SPACES
              ADD 1 TO CONT-SEM-CONTATO
           ELSE
              MOVE SPACES TO RAZAO-W
              IF SW-CLIENTES-OK = "S"
                 MOVE Codigo-Cliente-ps TO Codigo-Cliente
                 READ CLIENTES KEY Codigo-Cliente
                 IF FILE-STATUS-CLI = 00
                    MOVE Razão-Social TO RAZAO-W
                 END-IF
              END-IF
              MOVE SPACES TO LINHA-ENVIO
              STRING Numero-Pedido-ps ";" Codigo-Cliente-ps ";"
                     FUNCTION TRIM(RAZAO-W) ";"
                     FUNCTION TRIM(Email-W) ";"
                     FUNCTION TRIM(Telefone-W) ";"
                     Data-Entrega-ps
                 DELIMITED BY SIZE INTO LINHA-ENVIO
              WRITE REG-NPSENVIO FROM LINHA-ENVIO
              MOVE "C"               TO Tipo-Comun-W
              MOVE Codigo-Cliente-ps TO Codigo-Comun-W
              MOVE SPACES TO Descricao-Comun-W
              STRING "PESQUISA NPS DO PEDIDO " Numero-Pedido-ps
                 DELIMITED BY SIZE INTO Descricao-Comun-W
              IF Email-W NOT = SPACES
                 MOVE Email-W    TO Contato-ps
                 MOVE Numero-Email-W TO Numero-Comun-W
                 MOVE "E"            TO Canal-Comun-W
              ELSE
                 MOVE Telefone-W TO Contato-ps
                 MOVE Numero-Fone-W  TO Numero-Comun-W
                 MOVE "T"            TO Canal-Comun-W
              END-IF
              PERFORM GRAVAR-COMUNICACAO
              MOVE DATA-HOJE-EDIT TO Data-Envio-ps
              MOVE "E"            TO Situacao-ps
              REWRITE REG-PESQUISAS
              ADD 1 TO CONT-ENVIADAS
           END-IF.

       BUSCAR-CONTATO.
      ********** PRIMEIRO E-MAIL DOS CONTATOS DO CLIENTE; SEM E-MAIL, *
      *    O PRIMEIRO TELEFONE. A PESQUISA E LEGITIMO INTERESSE: NAO *
      *    PEDE OPT-IN, MAS O CANAL REVOGADO PELO TITULAR (PGM00048) *
      *    E IGNORADO                                                *
           MOVE SPACES TO Email-W Telefone-W
           MOVE ZEROES TO Numero-Email-W Numero-Fone-W
           IF SW-CONTATOS-OK = "S"
              MOVE "C"               TO Tipo-Contato
              MOVE Codigo-Cliente-ps TO Codigo-Pai
              MOVE ZEROES            TO Numero-Contato
              SET NO-FIM-CONTATOS     TO TRUE
              START CONTATOS KEY IS NOT LESS THAN Chave-Contato
                 INVALID KEY SET FIM-CONTATOS TO TRUE
              END-START
              IF NO-FIM-CONTATOS
                 PERFORM LEER-CONTATOS-SEQ
              END-IF
              PERFORM UNTIL FIM-CONTATOS
                 IF Tipo-Contato NOT = "C" OR
                    Codigo-Pai NOT = Codigo-Cliente-ps
                    SET FIM-CONTATOS TO TRUE
                 ELSE
                    MOVE Tipo-Contato   TO Tipo-Comun-W
                    MOVE Codigo-Pai     TO Codigo-Comun-W
                    MOVE Numero-Contato TO Numero-Comun-W
                    IF Email-W = SPACES
                       MOVE "E" TO Canal-Comun-W
                       PERFORM BUSCAR-CONSENTIMENTO
                       IF NOT CONSENT-REVOGADO
                          MOVE Email-Contato  TO Email-W
                          MOVE Numero-Contato TO Numero-Email-W
                       END-IF
                    END-IF
                    IF Telefone-W = SPACES
                       MOVE "T" TO Canal-Comun-W
                       PERFORM BUSCAR-CONSENTIMENTO
                       IF NOT CONSENT-REVOGADO
                          MOVE Telefone-Contato TO Telefone-W
                          MOVE Numero-Contato   TO Numero-Fone-W
                       END-IF
                    END-IF
                    IF Email-W NOT = SPACES
                       SET FIM-CONTATOS TO TRUE
                    ELSE
                       PERFORM LEER-CONTATOS-SEQ
                    END-IF
                 END-IF
              END-PERFORM
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

       LEER-CONTATOS-SEQ.
           READ CONTATOS NEXT RECORD
              AT END SET FIM-CONTATOS TO TRUE
           END-READ.

       FIN.
           IF JOB-STATUS = "OK"
              CLOSE PESQUISAS
              IF SW-RESPOSTAS-OK = "S"
                 CLOSE NPSRESP
                       NPSCRIT
              END-IF
              IF SW-CLIENTES-OK = "S"
                 CLOSE CLIENTES
              END-IF
              IF SW-CONTATOS-OK = "S"
                 CLOSE CONTATOS
              END-IF
              IF SW-CONSENT-OK = "S"
                 CLOSE CONSENT
              END-IF
              IF SW-COMUNLOG-OK = "S"
                 CLOSE COMUNLOG
              END-IF
              IF SW-OCORRENCIAS-OK = "S"
                 CLOSE OCORRENCIAS
                       TABLA
              END-IF
           END-IF

           DISPLAY "PESQUISA NPS CONCLUIDA"
           DISPLAY "Respostas lidas       : " CONT-LIDOS
           DISPLAY "Respostas gravadas    : " CONT-IMPORTADAS
           DISPLAY "Respostas rejeitadas  : " CONT-REJEITADAS
           DISPLAY "Detratores (0 a 6)    : " CONT-DETRATORES
           DISPLAY "Ocorrencias abertas   : " CONT-OCORRENCIAS
           DISPLAY "Pesquisas enviadas    : " CONT-ENVIADAS
           DISPLAY "Na fila sem contato   : " CONT-SEM-CONTATO
           DISPLAY "Envio                 : npsenvio.csv"
           DISPLAY "Criticas              : npscriticas.csv"

           MOVE CONT-LIDOS TO JOB-LIDOS
           ADD CONT-ENVIADAS TO JOB-GRAVADOS
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
           MOVE SPACES TO ARQ-PESQUISAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pesquisas.dat" DELIMITED BY SIZE
                  INTO ARQ-PESQUISAS
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
           MOVE SPACES TO ARQ-OCORRENCIAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "ocorrencias.dat" DELIMITED BY SIZE
                  INTO ARQ-OCORRENCIAS
           MOVE SPACES TO ARQ-TABLA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "tabla.dat" DELIMITED BY SIZE
                  INTO ARQ-TABLA
           MOVE SPACES TO ARQ-NPSRESP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "npsrespostas.csv" DELIMITED BY SIZE
                  INTO ARQ-NPSRESP
           MOVE SPACES TO ARQ-NPSCRIT
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "npscriticas.csv" DELIMITED BY SIZE
                  INTO ARQ-NPSCRIT
           MOVE SPACES TO ARQ-NPSENVIO
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "npsenvio.csv" DELIMITED BY SIZE
                  INTO ARQ-NPSENVIO
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
       END PROGRAM PROGRAMA85.
