      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Aprovacao da distribuicao proposta pelo Programa1
      *            antes de substituir o relvencli.csv oficial
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00053.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROPDIST ASSIGN ARQ-PROPDIST
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT RELVPROP ASSIGN ARQ-RELVPROP
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT RELVOFIC ASSIGN ARQ-RELVOFIC
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT TROCAVEND ASSIGN ARQ-TROCAVEND
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT PERDAVEND ASSIGN ARQ-PERDAVEND
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITLOG ASSIGN ARQ-AUDITLOG
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT SISTEMACTL ASSIGN ARQ-SISTEMACTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SIS.

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
       FD  PROPDIST.

       01  REG-PROPDIST-F                  PIC X(082).

      ********** DISTRIBUICAO PROPOSTA (RELVENPROP.CSV) E OFICIAL ****
      *    (RELVENCLI.CSV), AMBAS NO LAYOUT DO RELVENCLI             *
       FD  RELVPROP BLOCK 107 CHARACTERS.

       01  REG-RELVPROP.
           05 Codigo-Cliente-p             PIC X(007).
           05 FIL-P1                       PIC X.
           05 Razão-Social-p               PIC X(040).
           05 FIL-P2                       PIC X.
           05 Codigo-Vendedor-p            PIC X(003).
           05 FIL-P3                       PIC X.
           05 Nombre-Vendedor-p            PIC X(040).
           05 FIL-P4                       PIC X(066).

       FD  RELVOFIC BLOCK 107 CHARACTERS.

       01  REG-RELVOFIC.
           05 Codigo-Cliente-o             PIC X(007).
           05 FIL-O1                       PIC X.
           05 Razão-Social-o               PIC X(040).
           05 FIL-O2                       PIC X.
           05 Codigo-Vendedor-o            PIC X(003).
           05 FIL-O3                       PIC X.
           05 Nombre-Vendedor-o            PIC X(040).
           05 FIL-O4                       PIC X(066).

       FD  TROCAVEND BLOCK 107 CHARACTERS.

       01  REG-TROCAVEND.
           05 Codigo-Cliente-t             PIC X(007).
           05 FIL-T1                       PIC X.
           05 Razão-Social-t               PIC X(040).
           05 FIL-T2                       PIC X.
           05 Codigo-Vendedor-Ant-t        PIC X(003).
           05 FIL-T3                       PIC X.
           05 Nombre-Vendedor-Ant-t        PIC X(040).
           05 FIL-T4                       PIC X.
           05 Codigo-Vendedor-Nov-t        PIC X(003).
           05 FIL-T5                       PIC X.
           05 Nombre-Vendedor-Nov-t        PIC X(040).
           05 FIL-T6                       PIC X.

       FD  PERDAVEND BLOCK 107 CHARACTERS.

       01  REG-PERDAVEND.
           05 Codigo-Cliente-pv            PIC X(007).
           05 FIL-PV1                      PIC X.
           05 Razão-Social-pv              PIC X(040).
           05 FIL-PV2                      PIC X.
           05 Codigo-Vendedor-pv           PIC X(003).
           05 FIL-PV3                      PIC X.
           05 Nombre-Vendedor-pv           PIC X(040).
           05 FIL-PV4                      PIC X.

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

       FD  SISTEMACTL.

       01  REG-SISTEMACTL.
           05 Estado-sis                   PIC X(005).
           05 FIL-SIS1                     PIC X.
           05 Programa-sis                 PIC X(010).
           05 FIL-SIS2                     PIC X.
           05 Hora-sis                     PIC X(008).

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

      ********** SITUACAO DA DISTRIBUICAO PROPOSTA, NO LAYOUT DE *****
      *    PROPDIST.TXT GRAVADO PELO PROGRAMA1                       *
       01  REG-PROPDIST.
           05 Situacao-pd                  PIC X(001).
              88 PROPOSTA-EM-GERACAO                    VALUE "G".
              88 PROPOSTA-PENDENTE                      VALUE "P".
              88 PROPOSTA-APROVADA                      VALUE "A".
              88 PROPOSTA-REJEITADA                     VALUE "R".
           05 FIL-PD1                      PIC X           VALUE ";".
           05 Data-Geracao-pd              PIC X(010).
           05 FIL-PD2                      PIC X           VALUE ";".
           05 Hora-Geracao-pd              PIC X(008).
           05 FIL-PD3                      PIC X           VALUE ";".
           05 Clientes-pd                  PIC 9(007).
           05 FIL-PD4                      PIC X           VALUE ";".
           05 Trocas-pd                    PIC 9(007).
           05 FIL-PD5                      PIC X           VALUE ";".
           05 Perdas-pd                    PIC 9(007).
           05 FIL-PD6                      PIC X           VALUE ";".
           05 Data-Decisao-pd              PIC X(010).
           05 FIL-PD7                      PIC X           VALUE ";".
           05 Hora-Decisao-pd              PIC X(008).
           05 FIL-PD8                      PIC X           VALUE ";".
           05 Usuario-pd                   PIC X(010).
           05 FIL-PD9                      PIC X           VALUE ";".
           05 Excluidos-pd                 PIC 9(005).

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
           05 FILE-STATUS-SES              PIC 99       VALUE ZEROES.
           05 PERFIL-W                     PIC X        VALUE "S".
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
           05 ARQ-SESSAO                      PIC X(080)   VALUE SPACES.
           05 ARQ-PROPDIST                    PIC X(080)   VALUE SPACES.
           05 ARQ-RELVPROP                    PIC X(080)   VALUE SPACES.
           05 ARQ-RELVOFIC                    PIC X(080)   VALUE SPACES.
           05 ARQ-TROCAVEND                   PIC X(080)   VALUE SPACES.
           05 ARQ-PERDAVEND                   PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.
           05 ARQ-SISTEMACTL                  PIC X(080)   VALUE SPACES.

      ********** CLIENTES EXCLUIDOS DA APROVACAO: FICAM COMO NA ******
      *    DISTRIBUICAO OFICIAL (A LINHA OFICIAL E GUARDADA AQUI NA  *
      *    HORA DE APROVAR); SEM LINHA OFICIAL FICAM FORA DO ARQUIVO *
       01  AREA-EXCLUIDOS.
           05 QTD-EXCLUIDOS                PIC 9(003)   VALUE ZEROES.
           05 IND-EXC                      PIC 9(003)   VALUE ZEROES.
           05 IDX-EXC-ACHADO               PIC 9(003)   VALUE ZEROES.
           05 TABELA-EXCLUIDOS.
              10 EXC-OCC OCCURS 500 TIMES.
                 15 Cliente-Exc-T          PIC 9(007).
                 15 Achou-Ofic-Exc-T       PIC X(001).
                 15 Linha-Ofic-Exc-T       PIC X(159).

      ********** CARGA DE TRABALHO POR VENDEDOR: OFICIAL X PROPOSTA **
       01  AREA-CARGA.
           05 IND-VEND                     PIC 9(003)   VALUE ZEROES.
           05 Vend-Lido-W                  PIC 9(003)   VALUE ZEROES.
           05 TOT-OFIC                     PIC 9(007)   VALUE ZEROES.
           05 TOT-PROP                     PIC 9(007)   VALUE ZEROES.
           05 TABELA-CARGA.
              10 CARGA-OCC OCCURS 999 TIMES.
                 15 Qtd-Ofic-T             PIC 9(005).
                 15 Qtd-Prop-T             PIC 9(005).
                 15 Nome-Carga-T           PIC X(040).

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SIS              PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 TECLA-W                      PIC X        VALUE SPACES.
           05 CONFIRMA-W                   PIC X        VALUE SPACES.
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 SW-PROCESO                   PIC X        VALUE SPACES.
           05 MENSAGEM                     PIC X(60)    VALUE SPACES.
           05 SW-PROP-OK                   PIC X        VALUE "N".
           05 SW-DECISAO-OK                PIC X        VALUE "N".
           05 SW-LOTE-ATIVO                PIC X        VALUE "N".
           05 SW-ACHOU                     PIC X        VALUE "N".
           05 SW-FIM-LEIT                  PIC X        VALUE "N".
              88 FIM-LEIT                               VALUE "S".
              88 NO-FIM-LEIT                            VALUE "N".
           05 SW-FIM-LISTA                 PIC X        VALUE "N".
              88 FIM-LISTA                              VALUE "S".
              88 NO-FIM-LISTA                           VALUE "N".
           05 CONT-LINHAS-PAG              PIC 9(002)   VALUE ZEROES.
           05 LINHAS-TELA                  PIC 9(002)   VALUE 15.
           05 LINHA-TELA                   PIC X(079)   VALUE SPACES.
           05 MARCA-EXC-W                  PIC X(003)   VALUE SPACES.
           05 Codigo-Cliente-Inf-W         PIC 9(007)   VALUE ZEROES.
           05 Codigo-Lido-W                PIC 9(007)   VALUE ZEROES.
           05 CONT-GRAVADOS                PIC 9(007)   VALUE ZEROES.
           05 CONT-MANTIDOS                PIC 9(005)   VALUE ZEROES.
           05 Diferenca-W                  PIC s9(005)  VALUE ZEROES.
           05 Edit-Qtd-1                   PIC ZZ.ZZ9.
           05 Edit-Qtd-2                   PIC ZZ.ZZ9.
           05 Edit-Dif                     PIC +ZZ.ZZ9.
           05 Edit-Cont                    PIC Z.ZZZ.ZZ9.
           05 Edit-Cont-2                  PIC Z.ZZZ.ZZ9.
           05 Entidade-Audit-W             PIC X(010)   VALUE SPACES.
           05 Acao-Audit-W                 PIC X(012)   VALUE SPACES.
           05 Chave-Audit-W                PIC X(014)   VALUE SPACES.
           05 Valor-Antes-Audit-W          PIC X(080)   VALUE SPACES.
           05 Valor-Depois-Audit-W         PIC X(080)   VALUE SPACES.

           05 CONSTANT-LITERALES.
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00053".
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

           05 REGISTRO-INFORME1.
              10 NOME-PROGRAMA.
                 15 FILLER                 PIC X(009) VALUE "PROGRAMA:".
                 15 FILLER                 PIC X(004) VALUE SPACES.
                 15 PROGRAMA               PIC X(008) VALUE "PGM00053".

              10 DATE-PROGRAMA.
                 15 FILLER                 PIC X(006) VALUE "DATE: ".
                 15 FILLER                 PIC X(007)  VALUE SPACES.
                 15 DATE-RESUMEN.
                    20 DIA                 PIC X(002)  VALUE SPACES.
                    20 FILLER              PIC X(001)  VALUE "-".
                    20 MES                 PIC X(002)  VALUE SPACES.
                    20 FILLER              PIC X(001)  VALUE "-".
                    20 SIGLO               PIC X(002)  VALUE SPACES.
                    20 ANNO                PIC X(002)  VALUE SPACES.

              10 HORA-PROGRAMA.
                 15 FILLER                 PIC X(015)  VALUE "HORA INICI
      -    "O:".
                 15 HORA-RESUMEN.
                    20 HORA                PIC X(002)  VALUE SPACES.
                    20 FILLER              PIC X(001)  VALUE ":".
                    20 MINUTOS             PIC X(002)  VALUE SPACES.
                    20 FILLER              PIC X(001)  VALUE ":".
                    20 SEGUNDOS            PIC X(002)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           PERFORM INICIO
           PERFORM PROCESO
           PERFORM FIN
           STOP RUN.

       INICIO.
           PERFORM ATUALIZAR-DATA-HORA
           PERFORM IDENTIFICAR-OPERADOR
           MOVE ZEROES   TO QTD-EXCLUIDOS
           MOVE SPACES   TO MENSAGEM
           MOVE "N"      TO SW-PROCESO.

       ATUALIZAR-DATA-HORA.
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE "20"        TO SIGLO
           MOVE DD-AUX      TO DIA
           MOVE MM-AUX      TO MES
           MOVE AA-AUX      TO ANNO

           ACCEPT HORA-AUXILIAR FROM TIME
           MOVE HH-AUX      TO HORA
           MOVE MIN-AUX     TO MINUTOS
           MOVE SEG-AUX     TO SEGUNDOS.

       PROCESO.

           PERFORM UNTIL SW-PROCESO = "S"
           PERFORM CABECALHO-TELA
           PERFORM LER-SITUACAO-PROPOSTA
           PERFORM MOSTRAR-SITUACAO
           display "                                          "
           display "     APROVACAO DA DISTRIBUICAO            "
           display "         1 => Trocas de vendedor          "
           display "         2 => Clientes que perdem vendedor"
           display "         3 => Carga por vendedor          "
           display "         4 => Excluir/reincluir cliente   "
           display "         5 => Aprovar a proposta          "
           display "         6 => Rejeitar a proposta         "
           display "                                          "
           display "         9 => Salir                       "
           display "                                          "
           display MENSAGEM
           display "INSIRA OPCAO DESADA"
           display " "with no advancing
           accept OPC-W
           MOVE SPACES   TO MENSAGEM
           EVALUATE OPC-W
                   WHEN = 1
                   PERFORM LISTAR-TROCAS
                   WHEN = 2
                   PERFORM LISTAR-PERDAS
                   WHEN = 3
                   PERFORM MOSTRAR-CARGA-VENDEDORES
                   WHEN = 4
                   PERFORM VERIFICAR-DECISAO-PERMITIDA
                   IF SW-DECISAO-OK = "S"
                      PERFORM MARCAR-EXCLUSAO
                   END-IF
                   WHEN = 5
                   PERFORM VERIFICAR-DECISAO-PERMITIDA
                   IF SW-DECISAO-OK = "S"
                      PERFORM APROVAR-PROPOSTA
                   END-IF
                   WHEN = 6
                   PERFORM VERIFICAR-DECISAO-PERMITIDA
                   IF SW-DECISAO-OK = "S"
                      PERFORM REJEITAR-PROPOSTA
                   END-IF
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
                   END-EVALUATE
           END-PERFORM.

       CABECALHO-TELA.
           PERFORM LIMPIAR-PANTALLA
           PERFORM ATUALIZAR-DATA-HORA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           IF LINHA-EMPRESA NOT = SPACES
              display LINHA-EMPRESA
           END-IF.

       LER-SITUACAO-PROPOSTA.
           MOVE "N" TO SW-PROP-OK
           OPEN INPUT PROPDIST
           IF FILE-STATUS = 00
              READ PROPDIST INTO REG-PROPDIST
                 AT END CONTINUE
                 NOT AT END
                    MOVE "S" TO SW-PROP-OK
              END-READ
              CLOSE PROPDIST
           END-IF.

       MOSTRAR-SITUACAO.
           IF SW-PROP-OK = "N"
              display "NENHUMA DISTRIBUICAO PROPOSTA; EXECUTE A DISTRI"
                      "BUICAO (PROGRAMA1)"
           ELSE
              display "PROPOSTA GERADA EM " Data-Geracao-pd " "
                      Hora-Geracao-pd
              MOVE Clientes-pd TO Edit-Cont
              MOVE Trocas-pd   TO Edit-Cont-2
              display "CLIENTES:" Edit-Cont "   TROCAS:" Edit-Cont-2
              MOVE Perdas-pd   TO Edit-Cont
              display "PERDEM O VENDEDOR:" Edit-Cont
              EVALUATE TRUE
                 WHEN PROPOSTA-PENDENTE
                    display "SITUACAO: PENDENTE DE APROVACAO  CLIENTES"
                            " EXCLUIDOS: " QTD-EXCLUIDOS
                 WHEN PROPOSTA-EM-GERACAO
                    display "SITUACAO: EM GERACAO (A DISTRIBUICAO NAO "
                            "TERMINOU)"
                 WHEN PROPOSTA-APROVADA
                    display "SITUACAO: APROVADA POR " Usuario-pd
                            " EM " Data-Decisao-pd " " Hora-Decisao-pd
                 WHEN PROPOSTA-REJEITADA
                    display "SITUACAO: REJEITADA POR " Usuario-pd
                            " EM " Data-Decisao-pd " " Hora-Decisao-pd
              END-EVALUATE
           END-IF.

       VERIFICAR-DECISAO-PERMITIDA.
      ********** SO O SUPERVISOR DECIDE, SO SOBRE PROPOSTA PENDENTE **
      *    E NUNCA DURANTE UM LOTE EXCLUSIVO                         *
           MOVE "N" TO SW-DECISAO-OK
           IF PERFIL-W NOT = "S"
              MOVE "OPCAO RESTRITA AO SUPERVISOR" TO MENSAGEM
           ELSE
              IF SW-PROP-OK = "N" OR NOT PROPOSTA-PENDENTE
                 MOVE "NAO HA PROPOSTA PENDENTE DE APROVACAO"
                      TO MENSAGEM
              ELSE
                 PERFORM VERIFICAR-LOTE-ATIVO
                 IF SW-LOTE-ATIVO = "N"
                    MOVE "S" TO SW-DECISAO-OK
                 END-IF
              END-IF
           END-IF.

       VERIFICAR-LOTE-ATIVO.
      ********** CONSULTA O SEMAFORO DO SISTEMA (SISTEMA.TXT): *******
      *    DURANTE UM LOTE EXCLUSIVO A GRAVACAO E RECUSADA           *
           MOVE "N" TO SW-LOTE-ATIVO
           OPEN INPUT SISTEMACTL
           IF FILE-STATUS-SIS = 00
              READ SISTEMACTL
                 AT END CONTINUE
                 NOT AT END
                    IF Estado-sis = "LOTE"
                       MOVE "S" TO SW-LOTE-ATIVO
                       MOVE SPACES TO MENSAGEM
                       STRING "LOTE EM EXECUCAO ("
                              FUNCTION TRIM(Programa-sis)
                              "): GRAVACAO RECUSADA"
                          DELIMITED BY SIZE INTO MENSAGEM
                    END-IF
              END-READ
              CLOSE SISTEMACTL
           END-IF.

       PAUSAR-PAGINA.
           ADD 1 TO CONT-LINHAS-PAG
           IF CONT-LINHAS-PAG >= LINHAS-TELA
              display "ENTER = CONTINUA   F = FIM"
              accept TECLA-W
              IF TECLA-W = "F" OR TECLA-W = "f"
                 SET FIM-LISTA TO TRUE
              END-IF
              MOVE ZEROES TO CONT-LINHAS-PAG
           END-IF.

       FIM-DA-LISTA.
           display " "
           display "FIM DA LISTA. Tecle ENTER para continuar"
           accept TECLA-W.

       BUSCAR-EXCLUIDO.
           MOVE ZEROES TO IDX-EXC-ACHADO
           PERFORM VARYING IND-EXC FROM 1 BY 1
              UNTIL IND-EXC > QTD-EXCLUIDOS
              IF Cliente-Exc-T(IND-EXC) = Codigo-Lido-W
                 MOVE IND-EXC TO IDX-EXC-ACHADO
              END-IF
           END-PERFORM
           IF IDX-EXC-ACHADO > ZEROES
              MOVE "EXC" TO MARCA-EXC-W
           ELSE
              MOVE SPACES TO MARCA-EXC-W
           END-IF.

       LISTAR-TROCAS.
      ********** CLIENTES QUE MUDAM DE VENDEDOR NA PROPOSTA **********
      *    (TROCAVEND.CSV DA MESMA EXECUCAO DO PROGRAMA1); "EXC"     *
      *    MARCA OS JA EXCLUIDOS DA APROVACAO                        *
           PERFORM CABECALHO-TELA
           display "TROCAS DE VENDEDOR NA PROPOSTA"
           display "CLIENTE RAZAO SOCIAL                    DE      PA"
                   "RA"
           OPEN INPUT TROCAVEND
           IF FILE-STATUS NOT = 00
              MOVE "trocavend.csv AUSENTE" TO MENSAGEM
           ELSE
              SET NO-FIM-LEIT  TO TRUE
              SET NO-FIM-LISTA TO TRUE
              MOVE ZEROES TO CONT-LINHAS-PAG
              PERFORM LER-TROCAVEND
              PERFORM UNTIL FIM-LEIT OR FIM-LISTA
                 MOVE FUNCTION NUMVAL(Codigo-Cliente-t)
                      TO Codigo-Lido-W
                 PERFORM BUSCAR-EXCLUIDO
                 MOVE SPACES TO LINHA-TELA
                 STRING Codigo-Cliente-t " "
                        Razão-Social-t(1:32) " "
                        Codigo-Vendedor-Ant-t " "
                        Nombre-Vendedor-Ant-t(1:12) " "
                        Codigo-Vendedor-Nov-t " "
                        Nombre-Vendedor-Nov-t(1:12) " "
                        MARCA-EXC-W
                    DELIMITED BY SIZE INTO LINHA-TELA
                 display LINHA-TELA
                 PERFORM PAUSAR-PAGINA
                 PERFORM LER-TROCAVEND
              END-PERFORM
              CLOSE TROCAVEND
              PERFORM FIM-DA-LISTA
           END-IF.

       LER-TROCAVEND.
           READ TROCAVEND
              AT END SET FIM-LEIT TO TRUE
           END-READ.

       LISTAR-PERDAS.
      ********** CLIENTES DA DISTRIBUICAO OFICIAL QUE FICAM SEM ******
      *    VENDEDOR NA PROPOSTA (PERDAVEND.CSV); O MOTIVO ESTA NO    *
      *    EXCVENCLI.CSV DA MESMA EXECUCAO                           *
           PERFORM CABECALHO-TELA
           display "CLIENTES QUE PERDEM O VENDEDOR NA PROPOSTA"
           display "CLIENTE RAZAO SOCIAL                    VENDEDOR "
                   "ATUAL"
           OPEN INPUT PERDAVEND
           IF FILE-STATUS NOT = 00
              MOVE "perdavend.csv AUSENTE" TO MENSAGEM
           ELSE
              SET NO-FIM-LEIT  TO TRUE
              SET NO-FIM-LISTA TO TRUE
              MOVE ZEROES TO CONT-LINHAS-PAG
              PERFORM LER-PERDAVEND
              PERFORM UNTIL FIM-LEIT OR FIM-LISTA
                 MOVE FUNCTION NUMVAL(Codigo-Cliente-pv)
                      TO Codigo-Lido-W
                 PERFORM BUSCAR-EXCLUIDO
                 MOVE SPACES TO LINHA-TELA
                 STRING Codigo-Cliente-pv " "
                        Razão-Social-pv(1:32) " "
                        Codigo-Vendedor-pv " "
                        Nombre-Vendedor-pv(1:25) " "
                        MARCA-EXC-W
                    DELIMITED BY SIZE INTO LINHA-TELA
                 display LINHA-TELA
                 PERFORM PAUSAR-PAGINA
                 PERFORM LER-PERDAVEND
              END-PERFORM
              CLOSE PERDAVEND
              PERFORM FIM-DA-LISTA
           END-IF.

       LER-PERDAVEND.
           READ PERDAVEND
              AT END SET FIM-LEIT TO TRUE
           END-READ.

       MOSTRAR-CARGA-VENDEDORES.
      ********** CLIENTES POR VENDEDOR NA DISTRIBUICAO OFICIAL E *****
      *    NA PROPOSTA, COM A DIFERENCA                              *
           INITIALIZE TABELA-CARGA
           MOVE ZEROES TO TOT-OFIC TOT-PROP
           OPEN INPUT RELVOFIC
           IF FILE-STATUS = 00
              SET NO-FIM-LEIT TO TRUE
              PERFORM LER-RELVOFIC
              PERFORM UNTIL FIM-LEIT
                 MOVE FUNCTION NUMVAL(Codigo-Vendedor-o) TO Vend-Lido-W
                 IF Vend-Lido-W > ZEROES
                    ADD 1 TO Qtd-Ofic-T(Vend-Lido-W)
                    ADD 1 TO TOT-OFIC
                    MOVE Nombre-Vendedor-o TO Nome-Carga-T(Vend-Lido-W)
                 END-IF
                 PERFORM LER-RELVOFIC
              END-PERFORM
              CLOSE RELVOFIC
           END-IF
           OPEN INPUT RELVPROP
           IF FILE-STATUS = 00
              SET NO-FIM-LEIT TO TRUE
              PERFORM LER-RELVPROP
              PERFORM UNTIL FIM-LEIT
                 MOVE FUNCTION NUMVAL(Codigo-Vendedor-p) TO Vend-Lido-W
                 IF Vend-Lido-W > ZEROES
                    ADD 1 TO Qtd-Prop-T(Vend-Lido-W)
                    ADD 1 TO TOT-PROP
                    MOVE Nombre-Vendedor-p TO Nome-Carga-T(Vend-Lido-W)
                 END-IF
                 PERFORM LER-RELVPROP
              END-PERFORM
              CLOSE RELVPROP
           END-IF

           PERFORM CABECALHO-TELA
           display "CARGA POR VENDEDOR (CLIENTES)"
           display "VEND NOME                           OFICIAL PROPOST"
                   "A  DIFERENCA"
           SET NO-FIM-LISTA TO TRUE
           MOVE ZEROES TO CONT-LINHAS-PAG
           PERFORM VARYING IND-VEND FROM 1 BY 1
              UNTIL IND-VEND > 998 OR FIM-LISTA
              IF Qtd-Ofic-T(IND-VEND) > ZEROES
                 OR Qtd-Prop-T(IND-VEND) > ZEROES
                 PERFORM MOSTRAR-LINHA-CARGA
              END-IF
           END-PERFORM
           MOVE TOT-OFIC TO Edit-Cont
           MOVE TOT-PROP TO Edit-Cont-2
           display "TOTAL" Edit-Cont " OFICIAL  " Edit-Cont-2
                   " PROPOSTA"
           PERFORM FIM-DA-LISTA.

       MOSTRAR-LINHA-CARGA.
           COMPUTE Diferenca-W = Qtd-Prop-T(IND-VEND)
                               - Qtd-Ofic-T(IND-VEND)
           MOVE Qtd-Ofic-T(IND-VEND) TO Edit-Qtd-1
           MOVE Qtd-Prop-T(IND-VEND) TO Edit-Qtd-2
           MOVE Diferenca-W          TO Edit-Dif
           MOVE SPACES TO LINHA-TELA
           STRING IND-VEND " "
                  Nome-Carga-T(IND-VEND)(1:30) " "
                  Edit-Qtd-1 "  " Edit-Qtd-2 "  " Edit-Dif
              DELIMITED BY SIZE INTO LINHA-TELA
           display LINHA-TELA
           PERFORM PAUSAR-PAGINA.

       LER-RELVOFIC.
           READ RELVOFIC
              AT END SET FIM-LEIT TO TRUE
           END-READ.

       LER-RELVPROP.
           READ RELVPROP
              AT END SET FIM-LEIT TO TRUE
           END-READ.

       MARCAR-EXCLUSAO.
      ********** UM CLIENTE EXCLUIDO FICA COMO NA DISTRIBUICAO *******
      *    OFICIAL; INFORMAR DE NOVO O MESMO CODIGO O REINCLUI       *
           PERFORM CABECALHO-TELA
           display "CLIENTES EXCLUIDOS DA APROVACAO: " QTD-EXCLUIDOS
           PERFORM VARYING IND-EXC FROM 1 BY 1
              UNTIL IND-EXC > QTD-EXCLUIDOS
              display "   " Cliente-Exc-T(IND-EXC)
           END-PERFORM
           display " "
           display "INSIRA O CODIGO DO CLIENTE (0 = VOLTAR): "
           display " "with no advancing
           accept Codigo-Cliente-Inf-W
           IF Codigo-Cliente-Inf-W > ZEROES
              MOVE Codigo-Cliente-Inf-W TO Codigo-Lido-W
              PERFORM BUSCAR-EXCLUIDO
              IF IDX-EXC-ACHADO > ZEROES
                 MOVE EXC-OCC(QTD-EXCLUIDOS) TO EXC-OCC(IDX-EXC-ACHADO)
                 SUBTRACT 1 FROM QTD-EXCLUIDOS
                 MOVE SPACES TO MENSAGEM
                 STRING "CLIENTE " Codigo-Cliente-Inf-W
                        " VOLTA A SEGUIR A PROPOSTA"
                    DELIMITED BY SIZE INTO MENSAGEM
              ELSE
                 PERFORM VERIFICAR-CLIENTE-DISTRIBUIDO
                 EVALUATE TRUE
                    WHEN SW-ACHOU = "N"
                       MOVE "CLIENTE FORA DA PROPOSTA E DA DISTRIBUICAO"
                            TO MENSAGEM
                    WHEN QTD-EXCLUIDOS >= 500
                       MOVE "LIMITE DE 500 CLIENTES EXCLUIDOS ATINGIDO"
                            TO MENSAGEM
                    WHEN OTHER
                       ADD 1 TO QTD-EXCLUIDOS
                       MOVE Codigo-Cliente-Inf-W
                            TO Cliente-Exc-T(QTD-EXCLUIDOS)
                       MOVE "N"    TO Achou-Ofic-Exc-T(QTD-EXCLUIDOS)
                       MOVE SPACES TO Linha-Ofic-Exc-T(QTD-EXCLUIDOS)
                       MOVE SPACES TO MENSAGEM
                       STRING "CLIENTE " Codigo-Cliente-Inf-W
                              " EXCLUIDO: FICA COMO NA OFICIAL"
                          DELIMITED BY SIZE INTO MENSAGEM
                 END-EVALUATE
              END-IF
           END-IF.

       VERIFICAR-CLIENTE-DISTRIBUIDO.
      ********** O CLIENTE PRECISA CONSTAR DA PROPOSTA OU DA *********
      *    DISTRIBUICAO OFICIAL PARA PODER SER EXCLUIDO              *
           MOVE "N" TO SW-ACHOU
           OPEN INPUT RELVPROP
           IF FILE-STATUS = 00
              SET NO-FIM-LEIT TO TRUE
              PERFORM LER-RELVPROP
              PERFORM UNTIL FIM-LEIT OR SW-ACHOU = "S"
                 IF FUNCTION NUMVAL(Codigo-Cliente-p)
                    = Codigo-Cliente-Inf-W
                    MOVE "S" TO SW-ACHOU
                 ELSE
                    PERFORM LER-RELVPROP
                 END-IF
              END-PERFORM
              CLOSE RELVPROP
           END-IF
           IF SW-ACHOU = "N"
              OPEN INPUT RELVOFIC
              IF FILE-STATUS = 00
                 SET NO-FIM-LEIT TO TRUE
                 PERFORM LER-RELVOFIC
                 PERFORM UNTIL FIM-LEIT OR SW-ACHOU = "S"
                    IF FUNCTION NUMVAL(Codigo-Cliente-o)
                       = Codigo-Cliente-Inf-W
                       MOVE "S" TO SW-ACHOU
                    ELSE
                       PERFORM LER-RELVOFIC
                    END-IF
                 END-PERFORM
                 CLOSE RELVOFIC
              END-IF
           END-IF.

       APROVAR-PROPOSTA.
      ********** PROMOVE A PROPOSTA A RELVENCLI.CSV OFICIAL. OS ******
      *    CLIENTES EXCLUIDOS MANTEM A LINHA OFICIAL ANTERIOR. O     *
      *    APROVADOR E CADA EXCLUSAO FICAM NO AUDITLOG. O HISTORICO  *
      *    DO OFICIAL ANTERIOR JA FOI GUARDADO PELO PROGRAMA1        *
           display "CONFIRMA A APROVACAO COM " QTD-EXCLUIDOS
                   " CLIENTE(S) EXCLUIDO(S)? (S/N): "
           display " "with no advancing
           accept CONFIRMA-W
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              MOVE "APROVACAO CANCELADA" TO MENSAGEM
           ELSE
              OPEN INPUT RELVPROP
              IF FILE-STATUS NOT = 00
                 MOVE "relvenprop.csv AUSENTE; APROVACAO RECUSADA"
                      TO MENSAGEM
              ELSE
                 CLOSE RELVPROP
                 PERFORM GUARDAR-LINHAS-OFICIAIS
                 PERFORM GRAVAR-OFICIAL-APROVADO
                 PERFORM AUDITAR-EXCLUSOES
                 MOVE "A" TO Situacao-pd
                 PERFORM GRAVAR-DECISAO
                 MOVE "DISTRIB"   TO Entidade-Audit-W
                 MOVE "APROVACAO" TO Acao-Audit-W
                 PERFORM MONTAR-AUDITORIA-DECISAO
                 MOVE CONT-GRAVADOS TO Edit-Cont
                 MOVE SPACES TO Valor-Depois-Audit-W
                 STRING "APROVADA; GRAVADOS" Edit-Cont
                        " EXCLUIDOS " QTD-EXCLUIDOS
                    DELIMITED BY SIZE INTO Valor-Depois-Audit-W
                 PERFORM GRAVAR-AUDITORIA
                 MOVE ZEROES TO QTD-EXCLUIDOS
                 MOVE "PROPOSTA APROVADA: relvencli.csv OFICIAL ATUALIZ"
                      & "ADO" TO MENSAGEM
              END-IF
           END-IF.

       GUARDAR-LINHAS-OFICIAIS.
           OPEN INPUT RELVOFIC
           IF FILE-STATUS = 00
              SET NO-FIM-LEIT TO TRUE
              PERFORM LER-RELVOFIC
              PERFORM UNTIL FIM-LEIT
                 MOVE FUNCTION NUMVAL(Codigo-Cliente-o)
                      TO Codigo-Lido-W
                 PERFORM BUSCAR-EXCLUIDO
                 IF IDX-EXC-ACHADO > ZEROES
                    MOVE "S" TO Achou-Ofic-Exc-T(IDX-EXC-ACHADO)
                    MOVE REG-RELVOFIC
                         TO Linha-Ofic-Exc-T(IDX-EXC-ACHADO)
                 END-IF
                 PERFORM LER-RELVOFIC
              END-PERFORM
              CLOSE RELVOFIC
           END-IF.

       GRAVAR-OFICIAL-APROVADO.
           MOVE ZEROES TO CONT-GRAVADOS CONT-MANTIDOS
           OPEN INPUT  RELVPROP
                OUTPUT RELVOFIC
           SET NO-FIM-LEIT TO TRUE
           PERFORM LER-RELVPROP
           PERFORM UNTIL FIM-LEIT
              MOVE FUNCTION NUMVAL(Codigo-Cliente-p) TO Codigo-Lido-W
              PERFORM BUSCAR-EXCLUIDO
              IF IDX-EXC-ACHADO = ZEROES
                 WRITE REG-RELVOFIC FROM REG-RELVPROP
                 ADD 1 TO CONT-GRAVADOS
              END-IF
              PERFORM LER-RELVPROP
           END-PERFORM
           PERFORM VARYING IND-EXC FROM 1 BY 1
              UNTIL IND-EXC > QTD-EXCLUIDOS
              IF Achou-Ofic-Exc-T(IND-EXC) = "S"
                 WRITE REG-RELVOFIC FROM Linha-Ofic-Exc-T(IND-EXC)
                 ADD 1 TO CONT-GRAVADOS
                 ADD 1 TO CONT-MANTIDOS
              END-IF
           END-PERFORM
           CLOSE RELVPROP
                 RELVOFIC.

       AUDITAR-EXCLUSOES.
           MOVE "DISTRIB"  TO Entidade-Audit-W
           MOVE "EXCLUSAO" TO Acao-Audit-W
           PERFORM VARYING IND-EXC FROM 1 BY 1
              UNTIL IND-EXC > QTD-EXCLUIDOS
              MOVE Cliente-Exc-T(IND-EXC) TO Chave-Audit-W
              MOVE "PROPOSTA NAO APLICADA AO CLIENTE"
                   TO Valor-Antes-Audit-W
              IF Achou-Ofic-Exc-T(IND-EXC) = "S"
                 MOVE "MANTIDA A DISTRIBUICAO OFICIAL ANTERIOR"
                      TO Valor-Depois-Audit-W
              ELSE
                 MOVE "SEM DISTRIBUICAO OFICIAL ANTERIOR; FICA FORA"
                      TO Valor-Depois-Audit-W
              END-IF
              PERFORM GRAVAR-AUDITORIA
           END-PERFORM.

       REJEITAR-PROPOSTA.
      ********** O RELVENCLI.CSV OFICIAL FICA COMO ESTA; O LOTE ******
      *    SEGUE COM ELE. A PROXIMA DISTRIBUICAO GERA NOVA PROPOSTA  *
           display "CONFIRMA A REJEICAO DA PROPOSTA? (S/N): "
           display " "with no advancing
           accept CONFIRMA-W
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              MOVE "REJEICAO CANCELADA" TO MENSAGEM
           ELSE
              MOVE ZEROES TO QTD-EXCLUIDOS
              MOVE "R" TO Situacao-pd
              PERFORM GRAVAR-DECISAO
              MOVE "DISTRIB"  TO Entidade-Audit-W
              MOVE "REJEICAO" TO Acao-Audit-W
              PERFORM MONTAR-AUDITORIA-DECISAO
              MOVE "REJEITADA; OFICIAL MANTIDO"
                   TO Valor-Depois-Audit-W
              PERFORM GRAVAR-AUDITORIA
              MOVE "PROPOSTA REJEITADA: relvencli.csv OFICIAL MANTIDO"
                   TO MENSAGEM
           END-IF.

       GRAVAR-DECISAO.
           PERFORM ATUALIZAR-DATA-HORA
           MOVE DATE-RESUMEN   TO Data-Decisao-pd
           MOVE HORA-RESUMEN   TO Hora-Decisao-pd
           MOVE OPERADOR-W     TO Usuario-pd
           MOVE QTD-EXCLUIDOS  TO Excluidos-pd
           MOVE ";" TO FIL-PD1 FIL-PD2 FIL-PD3 FIL-PD4 FIL-PD5
                       FIL-PD6 FIL-PD7 FIL-PD8 FIL-PD9
           OPEN OUTPUT PROPDIST
           WRITE REG-PROPDIST-F FROM REG-PROPDIST
           CLOSE PROPDIST.

       MONTAR-AUDITORIA-DECISAO.
           MOVE Data-Geracao-pd TO Chave-Audit-W
           MOVE Clientes-pd     TO Edit-Cont
           MOVE Trocas-pd       TO Edit-Cont-2
           MOVE SPACES          TO Valor-Antes-Audit-W
           STRING "PROPOSTA " Data-Geracao-pd " " Hora-Geracao-pd
                  " CLIENTES" Edit-Cont " TROCAS" Edit-Cont-2
              DELIMITED BY SIZE INTO Valor-Antes-Audit-W.

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG
           MOVE DATE-RESUMEN         TO Data-Acao-log
           MOVE HORA-RESUMEN         TO Hora-Acao-log
           MOVE OPERADOR-W           TO Operador-log
           MOVE Entidade-Audit-W     TO Entidade-log
           MOVE Acao-Audit-W         TO Acao-log
           MOVE Chave-Audit-W        TO Chave-log
           MOVE Valor-Antes-Audit-W  TO Valor-Antes-log
           MOVE Valor-Depois-Audit-W TO Valor-Depois-log
           MOVE ";" TO FIL-LOG1 FIL-LOG2 FIL-LOG3 FIL-LOG4 FIL-LOG5
                       FIL-LOG6 FIL-LOG7 FIL-LOG8
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
           IF FILE-STATUS = 00
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
           CONTINUE.

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".

       IDENTIFICAR-OPERADOR.
      ********** A IDENTIDADE E O PERFIL VEM DA SESSAO ABERTA PELO ***
      *    LOGIN DO MENU (PGM00000). SEM SESSAO (EXECUCAO DIRETA),   *
      *    VALE O COMPORTAMENTO HISTORICO: O OPERADOR SE IDENTIFICA  *
      *    NO TECLADO E O PERFIL E DE SUPERVISOR                     *
           MOVE SPACES TO ARQ-SESSAO
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "sessao.txt" DELIMITED BY SIZE INTO ARQ-SESSAO
           MOVE "S" TO PERFIL-W
           OPEN INPUT SESSAO
           IF FILE-STATUS-SES = 00
              READ SESSAO
                 AT END CONTINUE
                 NOT AT END
                    MOVE Usuario-Sessao TO OPERADOR-W
                    MOVE Perfil-Sessao  TO PERFIL-W
              END-READ
              CLOSE SESSAO
           ELSE
              display "INSIRA SEU CODIGO/INICIAIS DE OPERADOR: "
              display " "with no advancing
              accept OPERADOR-W
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
           MOVE SPACES TO ARQ-PROPDIST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "propdist.txt" DELIMITED BY SIZE
                  INTO ARQ-PROPDIST
           MOVE SPACES TO ARQ-RELVPROP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "relvenprop.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVPROP
           MOVE SPACES TO ARQ-RELVOFIC
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "relvencli.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVOFIC
           MOVE SPACES TO ARQ-TROCAVEND
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "trocavend.csv" DELIMITED BY SIZE
                  INTO ARQ-TROCAVEND
           MOVE SPACES TO ARQ-PERDAVEND
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "perdavend.csv" DELIMITED BY SIZE
                  INTO ARQ-PERDAVEND
           MOVE SPACES TO ARQ-AUDITLOG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL
           MOVE SPACES TO ARQ-SISTEMACTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "sistema.txt" DELIMITED BY SIZE
                  INTO ARQ-SISTEMACTL.
       END PROGRAM Pgm00053.
