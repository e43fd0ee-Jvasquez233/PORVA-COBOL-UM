           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.

           SELECT PROPDIST ASSIGN ARQ-PROPDIST
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-JOB.

           SELECT SISTEMACTL ASSIGN ARQ-SISTEMACTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SIS.
       01  REG-LOTECKP.
           05 Etapa-Concluida-ck           PIC 9(001).

       FD  PROPDIST.

      ********** SITUACAO DA DISTRIBUICAO PROPOSTA (RELVENPROP.CSV) **
      *    GRAVADA PELO PROGRAMA1 COMO PENDENTE E DECIDIDA PELO      *
      *    SUPERVISOR NO PGM00053; SO A APROVACAO SUBSTITUI O        *
      *    RELVENCLI.CSV OFICIAL E LIBERA O RESTO DO LOTE            *
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

       FD  SISTEMACTL.

      ********** SEMAFORO DE ESTADO DO SISTEMA: "LOTE " ENQUANTO UM **
           05 ARQ-SISTEMACTL               PIC X(080)   VALUE SPACES.
           05 FILE-STATUS-SIS              PIC 99       VALUE ZEROES.
           05 ARQ-LOTECKP                  PIC X(080)   VALUE SPACES.
           05 ARQ-PROPDIST                 PIC X(080)   VALUE SPACES.
           05 JOB-DT-AUX.
              10 JOB-AA                    PIC X(002)   VALUE SPACES.
              10 JOB-MM                    PIC X(002)   VALUE SPACES.
              88 NO-FALHA-LOTE                          VALUE "N".
           05 ETAPA-INICIAL                PIC 9(001)   VALUE 1.
           05 ETAPA-CONCLUIDA              PIC 9(001)   VALUE ZEROES.
           05 SW-AGUARDA-APROVACAO         PIC X        VALUE "N".
              88 AGUARDA-APROVACAO                      VALUE "S".
              88 NO-AGUARDA-APROVACAO                   VALUE "N".

      ********** MODO SILENCIOSO PARA O AGENDADOR ********************
      *    ACIONADO COM O ARGUMENTO "AUTO" NA LINHA DE COMANDO: SEM  *
              MOVE "FALHA" TO JOB-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              IF AGUARDA-APROVACAO
                 MOVE "ESPERA" TO JOB-STATUS
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM LIBERAR-LOTE-EXCLUSIVO
           MOVE "FIM"    TO JOB-EVENTO

           MOVE SPACES TO ARQ-LOTECKP
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "loteckpt.txt" DELIMITED BY SIZE INTO ARQ-LOTECKP
           MOVE SPACES TO ARQ-PROPDIST
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "propdist.txt" DELIMITED BY SIZE INTO ARQ-PROPDIST.

       PROCESO.
           PERFORM LIMPIAR-PANTALLA
              END-IF
           END-IF

           IF NO-FALHA-LOTE
              PERFORM VERIFICAR-APROVACAO
           END-IF

           IF NO-FALHA-LOTE AND NO-AGUARDA-APROVACAO
              AND ETAPA-INICIAL <= 2
              PERFORM ETAPA-CLIENTES-ASCENDENTES
              IF NO-FALHA-LOTE
                 MOVE 2 TO ETAPA-CONCLUIDA
              END-IF
           END-IF

           IF NO-FALHA-LOTE AND NO-AGUARDA-APROVACAO
              AND ETAPA-INICIAL <= 3
              PERFORM ETAPA-CLIENTES-DESCENDENTES
              IF NO-FALHA-LOTE
                 MOVE 3 TO ETAPA-CONCLUIDA
              END-IF
           END-IF

           IF NO-FALHA-LOTE AND NO-AGUARDA-APROVACAO
              AND ETAPA-INICIAL <= 4
              PERFORM ETAPA-VENDEDORES-DESCENDENTES
              IF NO-FALHA-LOTE
                 MOVE 4 TO ETAPA-CONCLUIDA
              END-IF
           END-IF

           IF NO-FALHA-LOTE AND NO-AGUARDA-APROVACAO
              AND ETAPA-INICIAL <= 5
              PERFORM ETAPA-EXTRACOES
              IF NO-FALHA-LOTE
                 MOVE 5 TO ETAPA-CONCLUIDA
                 PERFORM GRAVAR-PONTO-LOTE
              END-IF
           END-IF

           IF NO-FALHA-LOTE AND NO-AGUARDA-APROVACAO
              AND ETAPA-INICIAL <= 6
              PERFORM ETAPA-AUDITORIA
              MOVE 6 TO ETAPA-CONCLUIDA
              PERFORM GRAVAR-PONTO-LOTE
           END-IF

           display " "
           IF NO-FALHA-LOTE AND AGUARDA-APROVACAO
              MOVE "LOTE EM ESPERA: A DISTRIBUICAO PROPOSTA AGUARDA A AP
      -    "ROVACAO" TO MSG-LOTE
              PERFORM REGISTRAR-MENSAGEM
              MOVE "(OPCAO 158 DO MENU); DEPOIS DELA O LOTE RETOMA DA ET
      -    "APA 2" TO MSG-LOTE
              PERFORM REGISTRAR-MENSAGEM
           ELSE
           IF NO-FALHA-LOTE
              MOVE "LOTE CONCLUIDO COM SUCESSO: RELATORIOS ATUALIZA
      -    "DOS" TO MSG-LOTE
                 DELIMITED BY SIZE INTO MSG-LOTE
              PERFORM REGISTRAR-MENSAGEM
           END-IF
           END-IF
           IF MODO-INTERATIVO
              display " "
              display "Tecle ENTER para continuar"
           PERFORM EMPACOTAR-UMA-SAIDA
           MOVE "trocavend.csv"      TO NOME-SAIDA-W
           PERFORM EMPACOTAR-UMA-SAIDA
           MOVE "perdavend.csv"      TO NOME-SAIDA-W
           PERFORM EMPACOTAR-UMA-SAIDA
           MOVE "transbordo.csv"     TO NOME-SAIDA-W
           PERFORM EMPACOTAR-UMA-SAIDA
           MOVE "reatribausencia.csv" TO NOME-SAIDA-W
           IF MODO-AUTO
      ********** SEM OPERADOR: RETOMA AUTOMATICAMENTE DO PONTO DE ***
      *    FALHA QUANDO EXISTE, SENAO EXECUTA O LOTE COMPLETO       *
              IF ETAPA-CONCLUIDA > ZEROES AND ETAPA-CONCLUIDA < 6
                 COMPUTE ETAPA-INICIAL = ETAPA-CONCLUIDA + 1
                 MOVE SPACES TO MSG-LOTE
                 STRING "RETOMANDO DA ETAPA " ETAPA-INICIAL
              COMPUTE ETAPA-CONCLUIDA = ETAPA-INICIAL - 1
           ELSE
           display "ETAPAS: 1=DISTRIBUICAO 2=CLI ASC 3=CLI DESC "
                   "4=VEND DESC 5=EXTRACOES 6=AUDITLOG"
           IF ETAPA-CONCLUIDA > ZEROES AND ETAPA-CONCLUIDA < 6
              display "A EXECUCAO ANTERIOR PAROU APOS A ETAPA "
                      ETAPA-CONCLUIDA
              display "OPCAO 1 RETOMAR DO PONTO DE FALHA"
           END-IF.

       PEDIR-ETAPA-INICIAL.
           display "INSIRA A ETAPA INICIAL (1-6): "
           display " "with no advancing
           accept ETAPA-INICIAL
           IF ETAPA-INICIAL < 1 OR ETAPA-INICIAL > 6
              MOVE 1 TO ETAPA-INICIAL
           END-IF.

              PERFORM REGISTRAR-MENSAGEM
           END-IF.

       VERIFICAR-APROVACAO.
      ********** A DISTRIBUICAO DA ETAPA 1 E SO UMA PROPOSTA: AS *****
      *    ETAPAS SEGUINTES USAM O RELVENCLI.CSV OFICIAL E ESPERAM   *
      *    A DECISAO DO SUPERVISOR NO PGM00053. REJEITADA, SEGUEM    *
      *    COM A DISTRIBUICAO OFICIAL ANTERIOR                       *
           MOVE "N" TO SW-AGUARDA-APROVACAO
           OPEN INPUT PROPDIST
           IF FILE-STATUS-JOB = 00
              READ PROPDIST
                 AT END CONTINUE
                 NOT AT END
                    IF PROPOSTA-PENDENTE OR PROPOSTA-EM-GERACAO
                       MOVE "S" TO SW-AGUARDA-APROVACAO
                    END-IF
              END-READ
              CLOSE PROPDIST
           END-IF.

       ETAPA-CLIENTES-ASCENDENTES.
      ********** ETAPA 2: RELATORIO DE CLIENTES ASCENDENTES **********
           MOVE "EXECUTANDO: Programa2 (CLIENTES ASCENDENTES)"
              PERFORM REGISTRAR-MENSAGEM
           END-IF.

       ETAPA-EXTRACOES.
      ********** ETAPA 5: EXTRACOES DE CLIENTES MARCADAS PARA O ******
      *    LOTE NO PGM00046 (UM extr_NOME.csv POR DEFINICAO)         *
           MOVE "EXECUTANDO: Programa82 (EXTRACOES DE CLIENTES)"
                TO MSG-LOTE
           PERFORM REGISTRAR-MENSAGEM
           CALL "SYSTEM" USING "Programa82.exe LOTE"
           IF RETURN-CODE NOT = ZERO
              SET HOUVE-FALHA-LOTE TO TRUE
              MOVE "ERRO: A ETAPA Programa82 FALHOU; LOTE INTERROMPI
      -    "DO" TO MSG-LOTE
              PERFORM REGISTRAR-MENSAGEM
           END-IF.

       ETAPA-AUDITORIA.
      ********** ETAPA 6: CONFERENCIA DA CADEIA DE HASH DO ***********
      *    AUDITLOG (PROGRAMA95, RESULTADO NO JOBLOG.CSV E NO        *
      *    AUDITVERIF.TXT). QUEBRA NA CADEIA NAO INTERROMPE O LOTE,  *
      *    SO FICA REGISTRADA PARA O SUPERVISOR                      *
           MOVE "EXECUTANDO: Programa95 (CADEIA DO AUDITLOG)"
                TO MSG-LOTE
           PERFORM REGISTRAR-MENSAGEM
           CALL "SYSTEM" USING "Programa95.exe AUTO"
           IF RETURN-CODE NOT = ZERO
              MOVE "AVISO: CADEIA DO AUDITLOG COM QUEBRA; VER auditverif
      -    ".txt" TO MSG-LOTE
              PERFORM REGISTRAR-MENSAGEM
           END-IF.

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".

