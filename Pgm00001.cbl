           RECORD KEY IS Codigo-Cliente-ri
           FILE STATUS IS FILE-STATUS-RIS.

           SELECT BUREAUCLI ASSIGN ARQ-BUREAUCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-bc
           FILE STATUS IS FILE-STATUS-BUR.

           SELECT CLIVISPER ASSIGN ARQ-CLIVISPER
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-pv
           FILE STATUS IS FILE-STATUS-PV.

           SELECT CLIFIN ASSIGN ARQ-CLIFIN
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-cf
           FILE STATUS IS FILE-STATUS.

           SELECT INADCLI ASSIGN ARQ-INADCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-in
           FILE STATUS IS FILE-STATUS-IN.

           SELECT CEPCOORD ASSIGN ARQ-CEPCOORD
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITCTL ASSIGN ARQ-AUDITCTL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-ACTL.

           SELECT RELVENCL ASSIGN ARQ-RELVENCL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-DOS.

           SELECT CLIARQ   ASSIGN ARQ-CLIARQ
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Climov-dq
           FILE STATUS IS FILE-STATUS-DOS.

           SELECT SUGVENCLI ASSIGN ARQ-SUGVENCLI
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT PALAVRAS ASSIGN ARQ-PALAVRAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Palavra
           FILE STATUS IS FILE-STATUS-PAL.

           SELECT PALCLI   ASSIGN ARQ-PALCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-pc
           FILE STATUS IS FILE-STATUS-PAL.

           SELECT SESSAO   ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  FILIAIS.

           05 Perc-Em-Dia-ri               PIC 9(003).
           05 Nota-Risco-ri                PIC X(001).
           05 Data-Calculo-ri              PIC X(010).
           05 Qtd-Cheques-Dev-ri           PIC 9(003).
           05 Data-Ult-Devol-ri            PIC X(010).

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

       FD  CLIFIN.

           05 Limite-Credito-cf            PIC 9(009)v9(002).
           05 Cond-Pagto-cf                PIC 9(003).

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

       FD  CLIVISPER.

      ********** PERIODICIDADE DE VISITA DO CLIENTE PARA O PLANO *****
      *    MENSAL (PROGRAMA88). DIAS PREFERIDOS POR POSICAO:         *
      *    1=SEG 2=TER 3=QUA 4=QUI 5=SEX 6=SAB, "S" = ACEITA VISITA; *
      *    TUDO EM BRANCO = QUALQUER DIA UTIL                        *
       01  REG-CLIVISPER.
           05 Codigo-Cliente-pv            PIC 9(007).
           05 Frequencia-pv                PIC X(001).
              88 FREQ-SEMANAL                            VALUE "S".
              88 FREQ-QUINZENAL                          VALUE "Q".
              88 FREQ-MENSAL                             VALUE "M".
              88 FREQ-SEM-VISITA                         VALUE "N".
           05 Dias-Semana-pv.
              10 Dia-Preferido-pv          PIC X(001)   OCCURS 7 TIMES.

       FD  CEPCOORD.

       01  REG-CEPCOORD.
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

       FD  VENDEDOR.

           05 Zona-i                       PIC X(003).
           05 FIL-7                        PIC X           VALUE ";".
           05 Classificacao-i              PIC X(001).
           05 FIL-8                        PIC X           VALUE ";".
           05 CEP-i                        PIC X(008).

       FD  CLIREJEI.

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

       FD  RELVENCL BLOCK 107 CHARACTERS.


       01  REG-DOSSIE                      PIC X(100).

       FD  CLIARQ.

       01  REG-CLIARQ.
           05 Chave-Climov-dq.
              10 Codigo-Cliente-dq         PIC 9(007).
              10 Data-AMD-dq               PIC 9(008).
              10 Tipo-dq                   PIC X(001).
              10 Numero-dq                 PIC 9(007).
              10 Parcela-dq                PIC 9(002).
           05 Valor-dq                     PIC 9(009)v9(002).
           05 Situacao-dq                  PIC X(001).

       FD  SUGVENCLI.

       01  REG-SUGVENCLI.
           05 Codigo-Tabprod               PIC 9(005).
           05 Codigo-Taborc                PIC 9(007).
           05 Codigo-Tabocor               PIC 9(007).
           05 Codigo-Tabforn               PIC 9(005).
           05 Codigo-Tabcomp               PIC 9(007).

       FD  PALAVRAS.

      ********** INDICE DE PALAVRAS DA RAZAO SOCIAL (PROGRAMA100) ****
       01  REG-PALAVRAS.
           05 Chave-Palavra.
              10 Palavra-px                PIC X(020).
              10 Codigo-Cliente-px         PIC 9(007).

       FD  PALCLI.

       01  REG-PALCLI.
           05 Codigo-Cliente-pc            PIC 9(007).
           05 Razao-Social-pc              PIC X(040).
           05 Qtd-Palavras-pc              PIC 9(002).
           05 Palavra-pc                   PIC X(020)   OCCURS 13 TIMES.

       FD  SESSAO.


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
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-FILIAIS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIFIN                      PIC X(080)   VALUE SPACES.
           05 ARQ-CLIVISPER                   PIC X(080)   VALUE SPACES.
           05 ARQ-INADCLI                     PIC X(080)   VALUE SPACES.
           05 ARQ-RISCOCLI                    PIC X(080)   VALUE SPACES.
           05 ARQ-BUREAUCLI                   PIC X(080)   VALUE SPACES.
           05 ARQ-TRAVAS                      PIC X(080)   VALUE SPACES.
           05 ARQ-SISTEMACTL                  PIC X(080)   VALUE SPACES.
           05 ARQ-CONTATOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIREJEI                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIHIST                     PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.
           05 ARQ-SUGVENCLI                   PIC X(080)   VALUE SPACES.
           05 ARQ-PALAVRAS                    PIC X(080)   VALUE SPACES.
           05 ARQ-PALCLI                      PIC X(080)   VALUE SPACES.

       01  REG-WORK.
           05 Codigo-W                     PIC 9(007).
              88 CLIENTE-INATIVO-W                       VALUE "I".
              88 CLIENTE-BLOQUEADO-W                     VALUE "B".

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

       01  AREA-DIGITO-CNPJ.
           05 PESOS-CNPJ-1-LIT             PIC X(012) VALUE
                                            "543298765432".
           05 Campo-Edit-W                 PIC 9        VALUE ZEROES.

           05 FILE-STATUS-RIS              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-BUR              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IN               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-TRV              PIC 99       VALUE ZEROES.
           05 SW-TRAVA-OK                  PIC X        VALUE "N".
           05 FILE-STATUS-SIS              PIC 99       VALUE ZEROES.
                                            VALUE ZEROES.
           05 Cond-Nova-W                  PIC 9(003)   VALUE ZEROES.
           05 WRK-LIMITE                   PIC ZZZ.ZZZ.ZZ9,99.
           05 Freq-Nova-W                  PIC X(001)   VALUE SPACES.
           05 Isencao-Inicio-W             PIC 9(008)   VALUE ZEROES.
           05 Isencao-Fim-W                PIC 9(008)   VALUE ZEROES.
           05 Motivo-Isencao-W             PIC X(040)   VALUE SPACES.
           05 Dias-Novos-W                 PIC X(006)   VALUE SPACES.
           05 Dias-Mask-W                  PIC X(007)   VALUE SPACES.
           05 Dias-Edit-W                  PIC X(024)   VALUE SPACES.
           05 Dia-Digito-W                 PIC 9(001)   VALUE ZEROES.
           05 IND-DS                       PIC 9(001)   VALUE ZEROES.
           05 SW-DIAS-INVALIDOS            PIC X        VALUE "N".
           05 NOMES-DIAS-W                 PIC X(018)
                                            VALUE "SEGTERQUAQUISEXSAB".
           05 NOMES-DIAS-R REDEFINES NOMES-DIAS-W.
              10 Nome-Dia-W                PIC X(003)   OCCURS 6 TIMES.
           05 Entidade-Audit-W             PIC X(010)   VALUE SPACES.
           05 Acao-Audit-W                 PIC X(012)   VALUE SPACES.
           05 Chave-Audit-W                PIC X(014)   VALUE SPACES.
           05 SW-CEP-DISPONIVEL            PIC X        VALUE "N".
           05 CEP-Busca-W                  PIC 9(008)   VALUE ZEROES.
           05 SW-ZONAS-DISPONIVEL          PIC X        VALUE "N".
           05 Zona-Manual-W                PIC X(001)   VALUE "N".
           05 Zona-Proposta-W              PIC X(003)   VALUE SPACES.
           05 SW-TROCA-CNPJ                PIC X        VALUE SPACES.
           05 SW-REATIVA                   PIC X        VALUE SPACES.

      ********** DOSSIE DO CLIENTE (VISAO 360) ***********************
           05 FILE-STATUS-DOS              PIC 99       VALUE ZEROES.
           05 ARQ-DOSSIE                   PIC X(080)   VALUE SPACES.
           05 ARQ-CLIARQ                   PIC X(080)   VALUE SPACES.
           05 Ano-Arq-Dossie               PIC 9(004)   VALUE ZEROES.
           05 WRK-VALOR-DQ                 PIC ZZZ.ZZZ.ZZ9,99.
           05 ARQ-RELVENCL                 PIC X(080)   VALUE SPACES.
           05 SW-DOSSIE-ARQ                PIC X        VALUE "N".
           05 LINHA-DOSSIE                 PIC X(100)   VALUE SPACES.
                 15 Codigo-Corresp-T       PIC 9(007).
                 15 Razao-Corresp-T        PIC X(040).
           05 QTD-CORRESP                  PIC 9(003)   VALUE ZEROES.

      ********** BUSCA PELO INDICE DE PALAVRAS (PROGRAMA100) *********
           05 FILE-STATUS-PAL              PIC 99       VALUE ZEROES.
           05 SW-INDICE-OK                 PIC X        VALUE "N".
           05 SW-FIM-PAL                   PIC X        VALUE "N".
              88 FIM-PAL                                VALUE "F".
              88 NO-FIM-PAL                             VALUE "N".
           05 SW-JA-LISTADO                PIC X        VALUE "N".
           05 SW-TODOS-TERMOS              PIC X        VALUE "N".
           05 SW-TERMO-ACHADO              PIC X        VALUE "N".
           05 Ind-Guia-W                   PIC 9(003)   VALUE ZEROES.
           05 Ind-Termo-W                  PIC 9(003)   VALUE ZEROES.
           05 Ind-Palcli-W                 PIC 9(003)   VALUE ZEROES.
           05 Tam-Guia-W                   PIC 9(003)   VALUE ZEROES.
           05 Tam-Termo-W                  PIC 9(003)   VALUE ZEROES.
           05 Termo-Guia-W                 PIC X(020)   VALUE SPACES.
           05 Codigo-Indexar-W             PIC 9(007)   VALUE ZEROES.
           05 COMANDO-INDICE               PIC X(060)   VALUE SPACES.

      ********** RAZAO SOCIAL NORMALIZADA EM PALAVRAS, COMO NO *******
      *    PROGRAMA100: MAIUSCULAS, SEM ACENTO, SO LETRAS E DIGITOS, *
      *    SEM AS PALAVRAS DE UMA LETRA E AS COMUNS (LTDA, ME, S/A)  *
           05 Texto-Orig-W                 PIC X(040)   VALUE SPACES.
           05 Texto-Norm-W                 PIC X(040)   VALUE SPACES.
           05 Pos-Texto-W                  PIC 9(003)   VALUE ZEROES.
           05 Pos-Saida-W                  PIC 9(003)   VALUE ZEROES.
           05 Byte-Texto-W                 PIC X(001)   VALUE SPACES.
           05 Cod-Byte-W                   PIC 9(003)   VALUE ZEROES.
           05 Cod-Prox-W                   PIC 9(003)   VALUE ZEROES.
           05 Letra-Norm-W                 PIC X(001)   VALUE SPACES.
           05 Palavra-Atual-W              PIC X(020)   VALUE SPACES.
           05 Tam-Palavra-W                PIC 9(003)   VALUE ZEROES.
           05 Ind-Palavra-W                PIC 9(003)   VALUE ZEROES.
           05 Ind-Comum-W                  PIC 9(003)   VALUE ZEROES.
           05 SW-PALAVRA-DESCARTE          PIC X        VALUE "N".
           05 QTD-PALAVRAS-W               PIC 9(002)   VALUE ZEROES.
           05 TABELA-PALAVRAS-W.
              10 Palavra-Tab-W             PIC X(020)   OCCURS 13 TIMES.
           05 MAPA-ACENTOS-LIT.
              10 FILLER                    PIC X(032)   VALUE
                 "AAAAAAACEEEEIIIIDNOOOOO OUUUUY S".
              10 FILLER                    PIC X(032)   VALUE
                 "AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y".
           05 MAPA-ACENTOS-R REDEFINES MAPA-ACENTOS-LIT.
              10 Letra-Mapa-W              PIC X(001)   OCCURS 64 TIMES.
           05 PALAVRAS-COMUNS-LIT.
              10 FILLER                    PIC X(048)   VALUE
                 "LTDA    LIMITADAME      MEI     EPP     EIRELI  ".
              10 FILLER                    PIC X(048)   VALUE
                 "SA      SS      CIA     DE      DA      DO      ".
              10 FILLER                    PIC X(048)   VALUE
                 "DAS     DOS     EM      COM     LTD     INC     ".
           05 PALAVRAS-COMUNS-R REDEFINES PALAVRAS-COMUNS-LIT.
              10 Palavra-Comum-W           PIC X(008)   OCCURS 18 TIMES.
           05 CONT-AUD-DOSSIE              PIC 9(005)   VALUE ZEROES.
           05 SW-FIM-DOS                   PIC X        VALUE "N".
              88 FIM-DOS                                VALUE "F".
                          OPEN INPUT ZONAS
                          IF FILE-STATUS = 00
                             MOVE "S" TO SW-ZONAS-DISPONIVEL
                             PERFORM CARREGAR-FAIXAS-CEP
                          ELSE
                             MOVE "N" TO SW-ZONAS-DISPONIVEL
                          END-IF
           MOVE "N"          TO VALID-Classificacao
           MOVE "N"          TO VALID-Situacao
           MOVE "N"          TO SW-CEP-TENTADO
           MOVE "N"          TO Zona-Manual-W
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "        10 => Reativação (historico)      "
           display "        11 => Dossiê do Cliente           "
           display "        12 => Dados Financeiros           "
           display "        13 => Periodicidade de Visita     "
           display "        14 => Isenção de Bloqueio         "
           display "                                          "
           display "         9 => Salir                       "
           display "                                          "
                      MOVE "DADOS FIN. RESTRITOS AO SUPERVISOR"
                           TO MENSAGEM
                   END-IF
                   WHEN = 13
                   PERFORM MANTER-PERIODICIDADE
                   WHEN = 14
                   IF PERFIL-W = "S"
                      PERFORM MANTER-ISENCAO-BLOQUEIO
                   ELSE
                      MOVE "ISENCAO RESTRITA AO PERFIL SUPERVISOR"
                           TO MENSAGEM
                   END-IF
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
               (VALID-Vendedor-Fixo = "S" AND VALID-Longitude = "S"
                AND VALID-Latitude = "S" AND VALID-Razão = "S"
                AND VALID-Codigo = "S" AND VALID-CNPJ = "S")
           IF QTD-FAIXAS-CEP > ZEROES
           MOVE SPACES                 TO MENSAGEM
           PERFORM DEFINIR-ZONA-CEP
           ELSE
           display "INSIRA Zona (3 caracteres, em branco=Nenhuma): "
           display " "with no advancing
           accept Zona-Cliente-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Zona
           END-IF
           END-IF
      ********** VALIDACION DE CLASSIFICACAO   *****
           IF VALID-Classificacao = "N" AND
               (VALID-Zona = "S" AND VALID-Vendedor-Fixo = "S"
                  WHEN 1
                  PERFORM ATUALIZAR-DATA-HORA
                  MOVE REG-WORK        TO REG-CLIENTES
                  MOVE Zona-Manual-W   TO Zona-Manual-Cliente
                  MOVE Classificacao-Cliente-W TO
                       Classificacao-Cliente IN REG-CLIENTES
                  MOVE "A"             TO
                       Hora-Inclusao IN REG-CLIENTES
                  WRITE REG-CLIENTES
                  PERFORM CRIAR-FILIAL-MATRIZ
                  MOVE Codigo-Cliente TO Codigo-Indexar-W
                  PERFORM REINDEXAR-PALAVRAS
                  MOVE "CLIENTE"    TO Entidade-Audit-W
                  MOVE "INCLUSAO"   TO Acao-Audit-W
                  MOVE CNPJ         TO Chave-Audit-W
               (VALID-Vendedor-Fixo = "S" AND VALID-Longitude = "S"
                AND VALID-Latitude = "S" AND VALID-Razão = "S"
                AND VALID-Codigo = "S" AND VALID-CNPJ = "S")
           IF QTD-FAIXAS-CEP > ZEROES
           MOVE SPACES                 TO MENSAGEM
           PERFORM DEFINIR-ZONA-CEP
           ELSE
           display "Alterar Zona (3 caracteres, em branco=Nenhuma): "
           display " "with no advancing
           accept Zona-Cliente-W
           MOVE SPACES                 TO MENSAGEM
           PERFORM VALIDA-Zona
           END-IF
           END-IF
      ********** VALIDACION DE CLASSIFICACAO   *****
           IF VALID-Classificacao = "N" AND
               (VALID-Zona = "S" AND VALID-Vendedor-Fixo = "S"
                       Operador-Inclusao IN REG-CLIENTES
                  MOVE Data-Inclusao-SV TO Data-Inclusao IN REG-CLIENTES
                  MOVE Hora-Inclusao-SV TO Hora-Inclusao IN REG-CLIENTES
                  MOVE Zona-Manual-W    TO Zona-Manual-Cliente
                  MOVE Classificacao-Cliente-W TO
                       Classificacao-Cliente IN REG-CLIENTES
                  MOVE Situacao-Cliente-W TO
                  MOVE HORA-RESUMEN TO Hora-Alteracao IN REG-CLIENTES
                  REWRITE REG-CLIENTES
                  PERFORM GRAVAR-AUDITORIA
                  MOVE Codigo-Cliente TO Codigo-Indexar-W
                  PERFORM REINDEXAR-PALAVRAS
                  MOVE "S"          TO SW-MODIFIC
                  WHEN 3
      ********** CORRIGE SO O CAMPO ESCOLHIDO, SEM PERDER O RESTO ****
                     INTO Valor-Antes-Audit-W
                  MOVE SPACES       TO Valor-Depois-Audit-W
                  PERFORM GRAVAR-AUDITORIA
                  MOVE Codigo-Cliente TO Codigo-Indexar-W
                  DELETE CLIENTES
                  PERFORM REINDEXAR-PALAVRAS
                  MOVE "S"          TO SW-EXCLUC
                  INITIALIZE REG-WORK
               ELSE
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

       IMPORTA.
           MOVE SPACES   TO MENSAGEM
           PERFORM LIMPIAR-PANTALLA
              END-PERFORM
              CLOSE CLIIMPOR
              CLOSE CLIREJEI
      ********** CARGA EM LOTE: O INDICE DE PALAVRAS E REFEITO UMA ***
      *    VEZ SO, NO FIM, EM VEZ DE CLIENTE A CLIENTE               *
              IF CONT-IMPORT-OK > ZEROES
                 CALL "SYSTEM" USING "Programa100.exe RECONSTRUIR"
              END-IF
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display "IMPORTACAO CONCLUIDA"
           MOVE Longitude-i       TO Longitude-W
           MOVE Vendedor-Fixo-i   TO Codigo-Vendedor-Fixo-W
           MOVE Zona-i            TO Zona-Cliente-W
           MOVE "N"               TO Zona-Manual-W
           IF Classificacao-i = SPACE
              MOVE "P"            TO Classificacao-Cliente-W
           ELSE
                    IF VALID-Longitude = "S"
                       PERFORM VALIDA-Vendedor-Fixo
                       IF VALID-Vendedor-Fixo = "S"
                          PERFORM DEFINIR-ZONA-IMPORT
                          PERFORM VALIDA-Classificacao
                          IF VALID-Classificacao = "S"
                             PERFORM GRAVAR-LINHA-IMPORT
           READ TABLA KEY CRLTAB
           COMPUTE Codigo-W = Codigo-Tabclie + 1
           MOVE REG-WORK        TO REG-CLIENTES
           MOVE Zona-Manual-W   TO Zona-Manual-Cliente
           MOVE "A"             TO Situacao-Cliente IN REG-CLIENTES
           WRITE REG-CLIENTES
           PERFORM CRIAR-FILIAL-MATRIZ
           MOVE ";"              TO FIL-5
           MOVE ";"              TO FIL-6
           MOVE ";"              TO FIL-7
           MOVE ";"              TO FIL-8
           MOVE CNPJ             TO CNPJ-i
           MOVE Razão-Social     TO Razão-Social-i
           MOVE Latitude-c       TO Latitude-i
           MOVE Codigo-Vendedor-Fixo TO Vendedor-Fixo-i
           MOVE Zona-Cliente     TO Zona-i
           MOVE Classificacao-Cliente TO Classificacao-i
           MOVE Codigo-Cliente   TO Codigo-Contato-Busca-W
           PERFORM BUSCAR-CONTATO-PRINCIPAL
           IF Cep-Principal-W > ZEROES
              MOVE Cep-Principal-W TO CEP-i
           ELSE
              MOVE SPACES        TO CEP-i
           END-IF
           WRITE REG-CLIIMPOR
           ADD 1                 TO CONT-EXPORT-OK.

           display "Tecle ENTER para continuar"
           accept OPC-W.

       MANTER-ISENCAO-BLOQUEIO.
      ********** ISENCAO DO BLOQUEIO AUTOMATICO POR INADIMPLENCIA ****
      *    (PROGRAMA103) DURANTE UM PERIODO: DENTRO DELE O CLIENTE   *
      *    NAO E BLOQUEADO E, SE JA ESTIVER BLOQUEADO PELO LOTE, E   *
      *    LIBERADO NA PROXIMA EXECUCAO. INICIO ZERO REMOVE A        *
      *    ISENCAO                                                   *
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display "ISENCAO DE BLOQUEIO POR INADIMPLENCIA"
           display " "
           display "INSIRA CODIGO DO CLIENTE: "
           display " "with no advancing
           accept Cliente-Lim-W
           MOVE Cliente-Lim-W          TO Codigo-Cliente
           READ CLIENTES KEY Codigo-Cliente
           IF FILE-STATUS <> 00
              MOVE FUNCTION CONCATENATE("Cliente " Cliente-Lim-W
                         " NO EXISTE") TO MENSAGEM
           ELSE
              display "Cliente : " Codigo-Cliente " "
                      Razão-Social
              display "Situacao: " Situacao-Cliente
              OPEN I-O INADCLI
              IF FILE-STATUS-IN NOT = 00
                 OPEN OUTPUT INADCLI
                 CLOSE INADCLI
                 OPEN I-O INADCLI
              END-IF
              MOVE Cliente-Lim-W       TO Codigo-Cliente-in
              READ INADCLI
              IF FILE-STATUS-IN = 00
                 IF BLOQUEIO-AUTOMATICO
                    display "Bloqueado pelo lote em " Data-Bloqueio-in
                    display "Motivo  : " Motivo-Bloqueio-in
                 END-IF
                 IF Isencao-Fim-in > ZEROES
                    display "Isencao Atual: " Isencao-Inicio-in
                            " A " Isencao-Fim-in " "
                            Operador-Isencao-in
                    display "Motivo  : " Motivo-Isencao-in
                 ELSE
                    display "Isencao Atual: (NENHUMA)"
                 END-IF
              ELSE
                 display "Isencao Atual: (NENHUMA)"
              END-IF
              display "INSIRA INICIO DA ISENCAO (AAAAMMDD; 0=REMOVER "
                      "ISENCAO): "
              display " "with no advancing
              accept Isencao-Inicio-W
              MOVE ZEROES TO Isencao-Fim-W
              MOVE SPACES TO Motivo-Isencao-W
              IF Isencao-Inicio-W IS NUMERIC
                 AND Isencao-Inicio-W > ZEROES
                 display "INSIRA FIM DA ISENCAO (AAAAMMDD): "
                 display " "with no advancing
                 accept Isencao-Fim-W
                 display "INSIRA MOTIVO DA ISENCAO: "
                 display " "with no advancing
                 accept Motivo-Isencao-W
              END-IF
              IF Isencao-Inicio-W IS NOT NUMERIC
                 OR Isencao-Fim-W IS NOT NUMERIC
                 OR (Isencao-Inicio-W > ZEROES
                     AND (Isencao-Inicio-W < 20000101
                          OR Isencao-Fim-W < Isencao-Inicio-W
                          OR Motivo-Isencao-W = SPACES))
                 MOVE "DADOS INVALIDOS, NADA ALTERADO" TO MENSAGEM
              ELSE
                 PERFORM GRAVAR-ISENCAO-BLOQUEIO
              END-IF
              CLOSE INADCLI
           END-IF
           display "Tecle ENTER para continuar"
           accept OPC-W.

       GRAVAR-ISENCAO-BLOQUEIO.
           PERFORM ATUALIZAR-DATA-HORA
           MOVE "CREDITO"        TO Entidade-Audit-W
           MOVE "ISENCAO BLQ"    TO Acao-Audit-W
           MOVE Cliente-Lim-W    TO Chave-Audit-W
           MOVE SPACES           TO Valor-Antes-Audit-W
           MOVE SPACES           TO Valor-Depois-Audit-W
           MOVE Cliente-Lim-W    TO Codigo-Cliente-in
           READ INADCLI
           IF FILE-STATUS-IN = 00
              STRING "ISENTO " Isencao-Inicio-in
                     " A " Isencao-Fim-in
                 DELIMITED BY SIZE INTO Valor-Antes-Audit-W
              MOVE Isencao-Inicio-W TO Isencao-Inicio-in
              MOVE Isencao-Fim-W    TO Isencao-Fim-in
              MOVE Motivo-Isencao-W TO Motivo-Isencao-in
              MOVE OPERADOR-W       TO Operador-Isencao-in
              REWRITE REG-INADCLI
           ELSE
              MOVE Cliente-Lim-W    TO Codigo-Cliente-in
              MOVE "N"              TO Bloqueio-Auto-in
              MOVE SPACES           TO Data-Bloqueio-in
              MOVE SPACES           TO Motivo-Bloqueio-in
              MOVE Isencao-Inicio-W TO Isencao-Inicio-in
              MOVE Isencao-Fim-W    TO Isencao-Fim-in
              MOVE Motivo-Isencao-W TO Motivo-Isencao-in
              MOVE OPERADOR-W       TO Operador-Isencao-in
              WRITE REG-INADCLI
           END-IF
           STRING "ISENTO " Isencao-Inicio-W " A " Isencao-Fim-W
                  " " Motivo-Isencao-W
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA
           IF Isencao-Inicio-W = ZEROES
              MOVE "ISENCAO REMOVIDA" TO MENSAGEM
           ELSE
              MOVE "ISENCAO GRAVADA" TO MENSAGEM
           END-IF.

       MANTER-PERIODICIDADE.
      ********** PERIODICIDADE DE VISITA (CLIVISPER.DAT) USADA PELO **
      *    PLANO MENSAL DE VISITAS (PROGRAMA88). SEM REGISTRO VALE   *
      *    O PADRAO DA CLASSIFICACAO: VIP SEMANAL, PADRAO QUINZENAL  *
      *    E PROSPECTO MENSAL                                        *
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display "PERIODICIDADE DE VISITA POR CLIENTE"
           display " "
           display "INSIRA CODIGO DO CLIENTE: "
           display " "with no advancing
           accept Cliente-Lim-W
           MOVE Cliente-Lim-W          TO Codigo-Cliente
           READ CLIENTES KEY Codigo-Cliente
           IF FILE-STATUS <> 00
              MOVE FUNCTION CONCATENATE("Cliente " Cliente-Lim-W
                         " NO EXISTE") TO MENSAGEM
           ELSE
              display "Cliente : " Codigo-Cliente " "
                      Razão-Social
              OPEN I-O CLIVISPER
              IF FILE-STATUS-PV NOT = 00
                 OPEN OUTPUT CLIVISPER
                 CLOSE CLIVISPER
                 OPEN I-O CLIVISPER
              END-IF
              MOVE Cliente-Lim-W       TO Codigo-Cliente-pv
              READ CLIVISPER
              IF FILE-STATUS-PV = 00
                 PERFORM EDITAR-DIAS-PREFERIDOS
                 display "Periodicidade Atual: " Frequencia-pv
                 display "Dias Preferidos    : " Dias-Edit-W
              ELSE
                 display "Periodicidade Atual: (PADRAO DA "
                         "CLASSIFICACAO " Classificacao-Cliente ")"
              END-IF
              display "INSIRA PERIODICIDADE (S=SEMANAL Q=QUINZENAL "
                      "M=MENSAL N=NAO VISITAR): "
              display " "with no advancing
              accept Freq-Nova-W
              display "INSIRA DIAS PREFERIDOS (2=SEG 3=TER 4=QUA "
                      "5=QUI 6=SEX 7=SAB, EX: 246; BRANCO=QUALQUER): "
              display " "with no advancing
              MOVE SPACES TO Dias-Novos-W
              accept Dias-Novos-W
              MOVE SPACES TO Dias-Mask-W
              MOVE "N"    TO SW-DIAS-INVALIDOS
              PERFORM VARYING IND-DS FROM 1 BY 1 UNTIL IND-DS > 6
                 IF Dias-Novos-W(IND-DS:1) NOT = SPACE
                    IF Dias-Novos-W(IND-DS:1) < "2"
                       OR Dias-Novos-W(IND-DS:1) > "7"
                       MOVE "S" TO SW-DIAS-INVALIDOS
                    ELSE
                       MOVE Dias-Novos-W(IND-DS:1) TO Dia-Digito-W
                       MOVE "S" TO Dias-Mask-W(Dia-Digito-W - 1:1)
                    END-IF
                 END-IF
              END-PERFORM
              IF (Freq-Nova-W NOT = "S" AND Freq-Nova-W NOT = "Q"
                  AND Freq-Nova-W NOT = "M" AND Freq-Nova-W NOT = "N")
                 OR SW-DIAS-INVALIDOS = "S"
                 MOVE "DADOS INVALIDOS, NADA ALTERADO" TO MENSAGEM
              ELSE
                 PERFORM ATUALIZAR-DATA-HORA
                 MOVE "VISITA"         TO Entidade-Audit-W
                 MOVE "FREQUENCIA"     TO Acao-Audit-W
                 MOVE Cliente-Lim-W    TO Chave-Audit-W
                 MOVE SPACES           TO Valor-Antes-Audit-W
                 MOVE SPACES           TO Valor-Depois-Audit-W
                 MOVE Cliente-Lim-W    TO Codigo-Cliente-pv
                 READ CLIVISPER
                 IF FILE-STATUS-PV = 00
                    STRING "FREQ " Frequencia-pv
                           " DIAS " Dias-Semana-pv
                       DELIMITED BY SIZE INTO Valor-Antes-Audit-W
                    MOVE Freq-Nova-W   TO Frequencia-pv
                    MOVE Dias-Mask-W   TO Dias-Semana-pv
                    REWRITE REG-CLIVISPER
                 ELSE
                    MOVE Cliente-Lim-W TO Codigo-Cliente-pv
                    MOVE Freq-Nova-W   TO Frequencia-pv
                    MOVE Dias-Mask-W   TO Dias-Semana-pv
                    WRITE REG-CLIVISPER
                 END-IF
                 STRING "FREQ " Freq-Nova-W
                        " DIAS " Dias-Mask-W
                    DELIMITED BY SIZE INTO Valor-Depois-Audit-W
                 PERFORM GRAVAR-AUDITORIA
                 MOVE "PERIODICIDADE GRAVADA" TO MENSAGEM
              END-IF
              CLOSE CLIVISPER
           END-IF
           display "Tecle ENTER para continuar"
           accept OPC-W.

       EDITAR-DIAS-PREFERIDOS.
           MOVE SPACES TO Dias-Edit-W
           IF Dias-Semana-pv = SPACES
              MOVE "QUALQUER DIA UTIL" TO Dias-Edit-W
           ELSE
              PERFORM VARYING IND-DS FROM 1 BY 1 UNTIL IND-DS > 6
                 IF Dia-Preferido-pv(IND-DS) = "S"
                    MOVE Nome-Dia-W(IND-DS)
                      TO Dias-Edit-W((IND-DS - 1) * 4 + 1:3)
                 END-IF
              END-PERFORM
           END-IF.

       MOSTRAR-PERIODICIDADE.
      ********** PERIODICIDADE DE VISITA; SEM REGISTRO, O PADRAO DA **
      *    CLASSIFICACAO                                             *
           MOVE "N" TO SW-DIAS-INVALIDOS
           OPEN INPUT CLIVISPER
           IF FILE-STATUS-PV = 00
              MOVE Codigo-W            TO Codigo-Cliente-pv
              READ CLIVISPER
              IF FILE-STATUS-PV = 00
                 PERFORM EDITAR-DIAS-PREFERIDOS
                 display "Periodicidade : " Frequencia-pv
                         " (DIAS " Dias-Edit-W ")"
                 MOVE "S" TO SW-DIAS-INVALIDOS
              END-IF
              CLOSE CLIVISPER
           END-IF
           IF SW-DIAS-INVALIDOS = "N"
              display "Periodicidade : PADRAO DA CLASSIFICACAO"
           END-IF
           MOVE "N" TO SW-DIAS-INVALIDOS.

       CONSULTA.
           MOVE SPACES   TO MENSAGEM
           display "                                          "
              display "Longitude     : " WRK-SAL
              display "Vendedor Fixo : " Codigo-Vendedor-Fixo-W
              display "Zona          : " Zona-Cliente-W
              IF Zona-Manual-Cliente = "S"
                 display "                (DEFINIDA PELO SUPERVISOR)"
              END-IF
              display "Classificacao : " Classificacao-Cliente-W
              display "Situacao      : " Situacao-Cliente-W
              PERFORM MOSTRAR-NOTA-RISCO
              PERFORM MOSTRAR-BUREAU
              PERFORM MOSTRAR-PERIODICIDADE
              display " "
              display "Tecle ENTER para continuar"
              accept OPC-W
                         " MAIOR " Maior-Atraso-ri
                         " EM DIA " Perc-Em-Dia-ri "%)"
                 display "Calculada em  : " Data-Calculo-ri
                 IF Qtd-Cheques-Dev-ri IS NUMERIC
                    AND Qtd-Cheques-Dev-ri > ZEROES
                    display "Cheques Devol.: " Qtd-Cheques-Dev-ri
                            " (ULTIMO EM " Data-Ult-Devol-ri ")"
                 END-IF
              END-IF
              CLOSE RISCOCLI
           END-IF.

       MOSTRAR-BUREAU.
      ********** ULTIMA CONSULTA AO BUREAU DE CREDITO (PROGRAMA77); **
      *    SEM O ARQUIVO OU SEM CONSULTA, NADA E MOSTRADO            *
           OPEN INPUT BUREAUCLI
           IF FILE-STATUS-BUR = 00
              MOVE Codigo-W            TO Codigo-Cliente-bc
              READ BUREAUCLI
              IF FILE-STATUS-BUR = 00
                 display "Bureau        : SCORE " Score-bc
                         " RESTRICOES " Qtd-Restricoes-bc
                         " PROTESTOS " Qtd-Protestos-bc
                 display "Consultado em : " Data-Consulta-bc
                 IF BUREAU-PIOROU
                    display "Situacao      : PIOROU DESDE "
                            Data-Anterior-bc " (SCORE "
                            Score-Ant-bc ")"
                 END-IF
              END-IF
              CLOSE BUREAUCLI
           END-IF.

       SELECIONA-CLIENTE.
           display "Buscar por 1=CNPJ  2=Código  3=Razão Social: "
           display " "with no advancing
           END-EVALUATE.

       BUSCAR-POR-RAZAO.
      ********** BUSCA PELAS PALAVRAS DA RAZAO SOCIAL NO INDICE ******
      *    (PALAVRAS.DAT, MANTIDO PELO PROGRAMA100): CADA PALAVRA    *
      *    DIGITADA PODE SER O INICIO DE UMA PALAVRA DO NOME E O     *
      *    CLIENTE PRECISA TER TODAS. SEM O INDICE, OU SE SO HOUVER  *
      *    PALAVRAS COMUNS, VALE A BUSCA POR FRAGMENTO, QUE LE O     *
      *    CADASTRO INTEIRO. PAGINA PARA FRENTE E PARA TRAS E ABRE   *
      *    DIRETO O CODIGO ESCOLHIDO                                 *
           MOVE "N" TO VALID-CNPJ
           display "INSIRA PALAVRAS OU TRECHO DA RAZAO SOCIAL: "
           display " "with no advancing
           accept FRAGMENTO-W
           MOVE FRAGMENTO-W TO Texto-Orig-W
           MOVE FUNCTION UPPER-CASE(FRAGMENTO-W) TO FRAGMENTO-W
           COMPUTE TAM-FRAGMENTO =
              FUNCTION LENGTH(FUNCTION TRIM(FRAGMENTO-W))
           IF TAM-FRAGMENTO = ZEROES
              MOVE "TRECHO EM BRANCO" TO MENSAGEM
           ELSE
              MOVE ZEROES TO QTD-CORRESP
              MOVE ZEROES TO QTD-PALAVRAS-W
              PERFORM ABRIR-INDICE-PALAVRAS
              IF SW-INDICE-OK = "S"
                 PERFORM CARREGAR-POR-PALAVRAS
                 PERFORM FECHAR-INDICE-PALAVRAS
              END-IF
              IF QTD-PALAVRAS-W = ZEROES
                 PERFORM CARREGAR-CORRESPONDENCIAS
              END-IF
              IF QTD-CORRESP = ZEROES
                 MOVE "NENHUM CLIENTE ENCONTRADO" TO MENSAGEM
              ELSE
                 PERFORM PAGINAR-CORRESPONDENCIAS
              END-IF
           END-IF.

       ABRIR-INDICE-PALAVRAS.
           MOVE "N" TO SW-INDICE-OK
           OPEN INPUT PALAVRAS
           IF FILE-STATUS-PAL = 00
              OPEN INPUT PALCLI
              IF FILE-STATUS-PAL = 00
                 MOVE "S" TO SW-INDICE-OK
              ELSE
                 CLOSE PALAVRAS
              END-IF
           END-IF.

       FECHAR-INDICE-PALAVRAS.
           CLOSE PALAVRAS
           CLOSE PALCLI.

       CARREGAR-POR-PALAVRAS.
      ********** A PALAVRA MAIS LONGA GUIA A LEITURA DO INDICE; AS ***
      *    DEMAIS SAO CONFERIDAS NAS PALAVRAS DO CLIENTE (PALCLI)    *
           MOVE ZEROES TO QTD-CORRESP
           PERFORM NORMALIZAR-TEXTO
           PERFORM SEPARAR-PALAVRAS
           IF QTD-PALAVRAS-W > ZEROES
              MOVE 1 TO Ind-Guia-W
              PERFORM VARYING Ind-Palavra-W FROM 2 BY 1
                      UNTIL Ind-Palavra-W > QTD-PALAVRAS-W
                 IF FUNCTION LENGTH(FUNCTION TRIM(
                       Palavra-Tab-W(Ind-Palavra-W))) >
                    FUNCTION LENGTH(FUNCTION TRIM(
                       Palavra-Tab-W(Ind-Guia-W)))
                    MOVE Ind-Palavra-W TO Ind-Guia-W
                 END-IF
              END-PERFORM
              MOVE Palavra-Tab-W(Ind-Guia-W) TO Termo-Guia-W
              COMPUTE Tam-Guia-W =
                 FUNCTION LENGTH(FUNCTION TRIM(Termo-Guia-W))
              MOVE Termo-Guia-W TO Palavra-px
              MOVE ZEROES       TO Codigo-Cliente-px
              SET NO-FIM-PAL TO TRUE
              START PALAVRAS KEY IS NOT LESS THAN Chave-Palavra
                 INVALID KEY SET FIM-PAL TO TRUE
              END-START
              PERFORM LER-PROXIMA-PALAVRA UNTIL FIM-PAL
           END-IF.

       LER-PROXIMA-PALAVRA.
           READ PALAVRAS NEXT RECORD
              AT END SET FIM-PAL TO TRUE
           END-READ
           IF NOT FIM-PAL
              IF Palavra-px(1:Tam-Guia-W) NOT =
                 Termo-Guia-W(1:Tam-Guia-W)
                 SET FIM-PAL TO TRUE
              ELSE
                 PERFORM CONFERIR-CANDIDATO
              END-IF
           END-IF.

       CONFERIR-CANDIDATO.
      ********** O MESMO CLIENTE PODE VIR POR DUAS PALAVRAS COM O ****
      *    MESMO INICIO (SILVA, SILVEIRA): ENTRA NA LISTA UMA VEZ SO *
           MOVE "N" TO SW-JA-LISTADO
           PERFORM VARYING IND-CORRESP FROM 1 BY 1
                   UNTIL IND-CORRESP > QTD-CORRESP
              IF Codigo-Corresp-T(IND-CORRESP) = Codigo-Cliente-px
                 MOVE "S" TO SW-JA-LISTADO
              END-IF
           END-PERFORM
           IF SW-JA-LISTADO = "N"
              MOVE Codigo-Cliente-px TO Codigo-Cliente-pc
              READ PALCLI
              IF FILE-STATUS-PAL = 00
                 MOVE "S" TO SW-TODOS-TERMOS
                 PERFORM VARYING Ind-Termo-W FROM 1 BY 1
                         UNTIL Ind-Termo-W > QTD-PALAVRAS-W
                         OR SW-TODOS-TERMOS = "N"
                    IF Ind-Termo-W NOT = Ind-Guia-W
                       PERFORM PROCURAR-TERMO-CLIENTE
                    END-IF
                 END-PERFORM
                 IF SW-TODOS-TERMOS = "S"
                    IF QTD-CORRESP < 500
                       ADD 1 TO QTD-CORRESP
                       MOVE Codigo-Cliente-pc
                            TO Codigo-Corresp-T(QTD-CORRESP)
                       MOVE Razao-Social-pc
                            TO Razao-Corresp-T(QTD-CORRESP)
                    ELSE
                       SET FIM-PAL TO TRUE
                       display "MAIS DE 500 CORRESPONDENCIAS; "
                               "REFINE A BUSCA"
                    END-IF
                 END-IF
              END-IF
           END-IF.

       PROCURAR-TERMO-CLIENTE.
           COMPUTE Tam-Termo-W =
              FUNCTION LENGTH(FUNCTION TRIM(Palavra-Tab-W(Ind-Termo-W)))
           MOVE "N" TO SW-TERMO-ACHADO
           PERFORM VARYING Ind-Palcli-W FROM 1 BY 1
                   UNTIL Ind-Palcli-W > Qtd-Palavras-pc
                   OR SW-TERMO-ACHADO = "S"
              IF Palavra-pc(Ind-Palcli-W)(1:Tam-Termo-W) =
                 Palavra-Tab-W(Ind-Termo-W)(1:Tam-Termo-W)
                 MOVE "S" TO SW-TERMO-ACHADO
              END-IF
           END-PERFORM
           IF SW-TERMO-ACHADO = "N"
              MOVE "N" TO SW-TODOS-TERMOS
           END-IF.

       NORMALIZAR-TEXTO.
           MOVE SPACES TO Texto-Norm-W
           MOVE ZEROES TO Pos-Saida-W
           MOVE 1      TO Pos-Texto-W
           PERFORM NORMALIZAR-UM-BYTE UNTIL Pos-Texto-W > 40
           MOVE FUNCTION UPPER-CASE(Texto-Norm-W) TO Texto-Norm-W.

       NORMALIZAR-UM-BYTE.
           MOVE Texto-Orig-W(Pos-Texto-W:1) TO Byte-Texto-W
           COMPUTE Cod-Byte-W = FUNCTION ORD(Byte-Texto-W) - 1
           MOVE ZEROES TO Cod-Prox-W
           IF Pos-Texto-W < 40
              COMPUTE Cod-Prox-W =
                 FUNCTION ORD(Texto-Orig-W(Pos-Texto-W + 1:1)) - 1
           END-IF
           MOVE SPACE TO Letra-Norm-W
           EVALUATE TRUE
      ********** PAR UTF-8: X"C3" + LETRA ACENTUADA; X"C2" + SIMBOLO *
              WHEN (Cod-Byte-W = 194 OR Cod-Byte-W = 195)
                   AND Cod-Prox-W > 127 AND Cod-Prox-W < 192
                 IF Cod-Byte-W = 195
                    MOVE Letra-Mapa-W(Cod-Prox-W - 127)
                      TO Letra-Norm-W
                 END-IF
                 ADD 1 TO Pos-Texto-W
              WHEN Cod-Byte-W > 191
                 MOVE Letra-Mapa-W(Cod-Byte-W - 191) TO Letra-Norm-W
              WHEN Cod-Byte-W > 127
                 CONTINUE
              WHEN Byte-Texto-W IS ALPHABETIC
                   OR Byte-Texto-W IS NUMERIC
                 MOVE Byte-Texto-W TO Letra-Norm-W
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           ADD 1 TO Pos-Saida-W
           MOVE Letra-Norm-W TO Texto-Norm-W(Pos-Saida-W:1)
           ADD 1 TO Pos-Texto-W.

       SEPARAR-PALAVRAS.
           MOVE ZEROES TO QTD-PALAVRAS-W
           MOVE SPACES TO TABELA-PALAVRAS-W
           MOVE SPACES TO Palavra-Atual-W
           MOVE ZEROES TO Tam-Palavra-W
           PERFORM VARYING Pos-Texto-W FROM 1 BY 1
                   UNTIL Pos-Texto-W > 40
              IF Texto-Norm-W(Pos-Texto-W:1) = SPACE
                 PERFORM GUARDAR-PALAVRA
              ELSE
                 IF Tam-Palavra-W < 20
                    ADD 1 TO Tam-Palavra-W
                    MOVE Texto-Norm-W(Pos-Texto-W:1)
                      TO Palavra-Atual-W(Tam-Palavra-W:1)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM GUARDAR-PALAVRA.

       GUARDAR-PALAVRA.
           IF Tam-Palavra-W > 1
              MOVE "N" TO SW-PALAVRA-DESCARTE
              PERFORM VARYING Ind-Comum-W FROM 1 BY 1
                      UNTIL Ind-Comum-W > 18
                 IF Palavra-Atual-W = Palavra-Comum-W(Ind-Comum-W)
                    MOVE "S" TO SW-PALAVRA-DESCARTE
                 END-IF
              END-PERFORM
              PERFORM VARYING Ind-Palavra-W FROM 1 BY 1
                      UNTIL Ind-Palavra-W > QTD-PALAVRAS-W
                 IF Palavra-Atual-W = Palavra-Tab-W(Ind-Palavra-W)
                    MOVE "S" TO SW-PALAVRA-DESCARTE
                 END-IF
              END-PERFORM
              IF SW-PALAVRA-DESCARTE = "N" AND QTD-PALAVRAS-W < 13
                 ADD 1 TO QTD-PALAVRAS-W
                 MOVE Palavra-Atual-W
                   TO Palavra-Tab-W(QTD-PALAVRAS-W)
              END-IF
           END-IF
           MOVE SPACES TO Palavra-Atual-W
           MOVE ZEROES TO Tam-Palavra-W.

       REINDEXAR-PALAVRAS.
      ********** MANTEM O INDICE DE PALAVRAS DA RAZAO SOCIAL *********
      *    (PROGRAMA100) A CADA INCLUSAO, ALTERACAO, EXCLUSAO E      *
      *    RESTAURACAO DE CLIENTE                                    *
           MOVE SPACES TO COMANDO-INDICE
           STRING "Programa100.exe INDEXAR " Codigo-Indexar-W
              DELIMITED BY SIZE INTO COMANDO-INDICE
           CALL "SYSTEM" USING COMANDO-INDICE.

       CARREGAR-CORRESPONDENCIAS.
           MOVE ZEROES TO QTD-CORRESP
           SET NO-FIM-BRW TO TRUE
           MOVE "N" TO SW-FIM-PAGINA
           PERFORM UNTIL SW-FIM-PAGINA = "S"
              PERFORM LIMPIAR-PANTALLA
              display "CLIENTES ENCONTRADOS (PAGINA " PAGINA-ATUAL
                      ")"
              display " "
              COMPUTE IND-CORRESP = (PAGINA-ATUAL - 1) * 10 + 1
                    MOVE "S" TO SW-DOSSIE-ARQ
                 END-IF
              END-IF
              display "INCLUIR ANO ARQUIVADO (AAAA, 0=NENHUM): "
              display " "with no advancing
              accept Ano-Arq-Dossie

              PERFORM LIMPIAR-PANTALLA
              MOVE SPACES TO LINHA-DOSSIE
              PERFORM EMITIR-DOSSIE
              PERFORM DOSSIE-AUDITORIA

              IF Ano-Arq-Dossie NOT = ZEROES
                 MOVE SPACES TO LINHA-DOSSIE
                 PERFORM EMITIR-DOSSIE
                 MOVE SPACES TO LINHA-DOSSIE
                 STRING "MOVIMENTO ARQUIVADO " Ano-Arq-Dossie
                    DELIMITED BY SIZE INTO LINHA-DOSSIE
                 PERFORM EMITIR-DOSSIE
                 PERFORM DOSSIE-ARQUIVADO
              END-IF

              IF SW-DOSSIE-ARQ = "S"
                 CLOSE DOSSIE
                 display " "
              END-IF
           END-PERFORM.

       DOSSIE-ARQUIVADO.
      ********** CLIMOV DO ANO LEVADO PARA A PASTA DE HISTORICO PELO *
      *    EXPURGO ANUAL (PROGRAMA81), JA COM A SITUACAO FINAL       *
           MOVE SPACES TO ARQ-CLIARQ
           STRING FUNCTION TRIM(Dir-Historico-Par) DELIMITED BY SIZE
                  "climov_" Ano-Arq-Dossie ".dat" DELIMITED BY SIZE
                  INTO ARQ-CLIARQ
           OPEN INPUT CLIARQ
           IF FILE-STATUS-DOS = 00
              MOVE Codigo-Cliente TO Codigo-Cliente-dq
              MOVE ZEROES         TO Data-AMD-dq
              MOVE SPACES         TO Tipo-dq
              MOVE ZEROES         TO Numero-dq
              MOVE ZEROES         TO Parcela-dq
              SET NO-FIM-DOS TO TRUE
              START CLIARQ KEY IS NOT LESS THAN Chave-Climov-dq
                 INVALID KEY SET FIM-DOS TO TRUE
              END-START
              PERFORM UNTIL FIM-DOS
                 READ CLIARQ NEXT RECORD
                    AT END SET FIM-DOS TO TRUE
                 END-READ
                 IF NOT FIM-DOS
                    IF Codigo-Cliente-dq NOT = Codigo-Cliente
                       SET FIM-DOS TO TRUE
                    ELSE
                       MOVE Valor-dq TO WRK-VALOR-DQ
                       MOVE SPACES TO LINHA-DOSSIE
                       STRING "  " Data-AMD-dq " " Tipo-dq " "
                              Numero-dq "/" Parcela-dq " "
                              WRK-VALOR-DQ "  " Situacao-dq
                          DELIMITED BY SIZE INTO LINHA-DOSSIE
                       PERFORM EMITIR-DOSSIE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CLIARQ
           ELSE
              MOVE "  (ANO NAO ARQUIVADO)" TO LINHA-DOSSIE
              PERFORM EMITIR-DOSSIE
           END-IF.

       DOSSIE-DISTRIBUICAO.
           SET NO-FIM-DOS TO TRUE
           OPEN INPUT RELVENCL
                   Hora-Inclusao IN REG-CLIENTES
              WRITE REG-CLIENTES
              IF FILE-STATUS = 00
                 MOVE Codigo-Cliente TO Codigo-Indexar-W
                 PERFORM REINDEXAR-PALAVRAS
                 MOVE "CLIENTE"      TO Entidade-Audit-W
                 MOVE "REATIVACAO"   TO Acao-Audit-W
                 MOVE CNPJ           TO Chave-Audit-W
           END-IF.

       VERIFICA-RAZAO-SIMILAR.
      ********** COM O INDICE DE PALAVRAS, E PARECIDO O CLIENTE QUE **
      *    TEM TODAS AS PALAVRAS SIGNIFICATIVAS DA NOVA RAZAO        *
      *    SOCIAL; SEM ELE, VALE A COMPARACAO DOS 10 PRIMEIROS       *
      *    CARACTERES COM O CADASTRO INTEIRO                         *
           MOVE "N"                TO SW-RAZAO-SIMILAR
           MOVE ZEROES             TO QTD-PALAVRAS-W
           PERFORM ABRIR-INDICE-PALAVRAS
           IF SW-INDICE-OK = "S"
              MOVE Razão-W TO Texto-Orig-W
              PERFORM CARREGAR-POR-PALAVRAS
              PERFORM FECHAR-INDICE-PALAVRAS
              IF QTD-CORRESP > ZEROES
                 MOVE "S"                TO SW-RAZAO-SIMILAR
                 MOVE Razao-Corresp-T(1) TO RAZAO-TRIM-C
              END-IF
           END-IF
           IF QTD-PALAVRAS-W = ZEROES
              PERFORM COMPARAR-INICIO-RAZAO
           END-IF
           IF RAZAO-SIMILAR-ACHADA
              PERFORM LIMPIAR-PANTALLA
              display NOME-PROGRAMA
              display "AVISO: RAZÃO SOCIAL PARECIDA COM A DE UM"
              display "CLIENTE JA CADASTRADO (" RAZAO-TRIM-C(1:30) ")"
              display " "
              display "OPCAO 1 CONFIRMAR   OPCAO 2 REDIGITAR"
              display " "with no advancing
              accept OPC-W
              IF OPC-W NOT = 1
                 MOVE "N"             TO VALID-Razão
              END-IF
           END-IF.

       COMPARAR-INICIO-RAZAO.
           MOVE FUNCTION TRIM(Razão-W) TO RAZAO-TRIM-W
           SET NO-FIM-RAZAO           TO TRUE
           MOVE ZEROES                TO CNPJ
                    MOVE "S"         TO SW-RAZAO-SIMILAR
                 END-IF
              END-IF
           END-PERFORM.

       PROPOR-COORDENADAS-CEP.
      ********** O OPERADOR INFORMA O CEP E O PROGRAMA PROPOE AS ****
              END-IF
           END-IF.

       DEFINIR-ZONA-CEP.
      ********** COM FAIXAS DE CEP CADASTRADAS (PGM00008) A ZONA SAI *
      *    DO CEP DO CONTATO PRINCIPAL. NA INCLUSAO AINDA NAO HA     *
      *    CONTATO: VALE O CEP INFORMADO PARA AS COORDENADAS OU      *
      *    DIGITADO AQUI (PROGRAMA102 CONFERE DEPOIS). SO O          *
      *    SUPERVISOR TROCA A ZONA PROPOSTA, E A TROCA FICA MARCADA  *
      *    COMO MANUAL PARA NAO SER DESFEITA PELO CEP                *
           MOVE ZEROES                 TO Cep-Principal-W
           IF SW-TABLA = "A"
              IF CEP-Busca-W = ZEROES
                 display "INSIRA CEP do endereco principal (0=Sem CEP):"
                 display " "with no advancing
                 accept CEP-Busca-W
              END-IF
              MOVE CEP-Busca-W         TO Cep-Principal-W
           ELSE
              MOVE Codigo-W            TO Codigo-Contato-Busca-W
              PERFORM BUSCAR-CONTATO-PRINCIPAL
           END-IF
           PERFORM BUSCAR-ZONA-CEP
           IF Zona-Cep-W = SPACES
              PERFORM DIGITAR-ZONA-SEM-CEP
           ELSE
              IF Zona-Manual-W = "S" AND Zona-Cliente-W NOT = SPACES
                 MOVE Zona-Cliente-W   TO Zona-Proposta-W
              ELSE
                 MOVE Zona-Cep-W       TO Zona-Proposta-W
              END-IF
              display "ZONA PELO CEP " Cep-Principal-W ": " Zona-Cep-W
              IF PERFIL-W = "S"
                 PERFORM ESCOLHER-ZONA-SUPERVISOR
              ELSE
                 MOVE Zona-Proposta-W  TO Zona-Cliente-W
                 MOVE "S"              TO VALID-Zona
                 IF Zona-Manual-W = "S"
                    MOVE "ZONA DEFINIDA PELO SUPERVISOR FOI MANTIDA"
                         TO MENSAGEM
                 END-IF
              END-IF
           END-IF.

       ESCOLHER-ZONA-SUPERVISOR.
           display "Zona (ENTER=" Zona-Proposta-W
                   ", ou outra zona para trocar): "
           display " "with no advancing
           MOVE SPACES                 TO Zona-Cliente-W
           accept Zona-Cliente-W
           IF Zona-Cliente-W = SPACES
              MOVE Zona-Proposta-W     TO Zona-Cliente-W
           END-IF
           PERFORM VALIDA-Zona
           IF VALID-Zona = "S"
              IF Zona-Cliente-W = Zona-Cep-W
                 MOVE "N"              TO Zona-Manual-W
              ELSE
                 MOVE "S"              TO Zona-Manual-W
              END-IF
           ELSE
              MOVE Zona-Proposta-W     TO Zona-Cliente-W
           END-IF.

       DIGITAR-ZONA-SEM-CEP.
      ********** CEP SEM FAIXA CADASTRADA: A ZONA E DIGITADA COMO ****
      *    ANTES E NAO HA TROCA MANUAL A PRESERVAR                   *
           IF SW-TABLA = "A"
              display "INSIRA Zona (3 caracteres, em branco=Nenhuma): "
           ELSE
              display "Alterar Zona (3 caracteres, em branco=Nenhuma): "
           END-IF
           display " "with no advancing
           accept Zona-Cliente-W
           MOVE SPACES                 TO MENSAGEM
           MOVE "N"                    TO Zona-Manual-W
           PERFORM VALIDA-Zona.

       DEFINIR-ZONA-IMPORT.
      ********** NA IMPORTACAO O CEP VEM NA PROPRIA LINHA DO CSV. A **
      *    ZONA DA LINHA SO VALE QUANDO O CEP NAO DEFINE ZONA, OU    *
      *    COMO TROCA MANUAL QUANDO QUEM IMPORTA E SUPERVISOR        *
           MOVE ZEROES                 TO Cep-Principal-W
           IF CEP-i IS NUMERIC
              MOVE CEP-i               TO Cep-Principal-W
           END-IF
           PERFORM BUSCAR-ZONA-CEP
           IF Zona-Cep-W NOT = SPACES
              MOVE FUNCTION UPPER-CASE(Zona-Cliente-W)
                   TO Zona-Cliente-W
              IF PERFIL-W = "S" AND Zona-Cliente-W NOT = SPACES
                 AND Zona-Cliente-W NOT = Zona-Cep-W
                 MOVE "S"              TO Zona-Manual-W
              ELSE
                 MOVE Zona-Cep-W       TO Zona-Cliente-W
              END-IF
           END-IF
           PERFORM VALIDA-Zona.

       LISTAR-ZONAS-LOOKUP.
      ********** LISTA AS ZONAS ATIVAS PARA O OPERADOR ESCOLHER *****
           display "ZONAS CADASTRADAS:"
              AT END SET FIM-ZONAS TO TRUE
           END-READ.

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

       VALIDA-Classificacao.
      ********** CLASSIFICACAO DO CLIENTE PARA USO NOS RELATORIOS ****
      *    V=VIP  S=PADRAO (STANDARD)  P=PROSPECTO                   *
               WHEN = "E"
                MOVE "OPCAO 1 Exclusao  OPCAO  2 SAIR" TO MENSAGEM2
                MOVE REG-CLIENTES TO REG-WORK
                MOVE Zona-Manual-Cliente TO Zona-Manual-W
               WHEN = "M"
                MOVE "OPCAO 1 GRAVAR  2 SAIR  3 CORRIGIR UM CAMPO"
                     TO MENSAGEM2
           display "Longitude     : " WRK-SAL
           display "Vendedor Fixo : " Codigo-Vendedor-Fixo-W
           display "Zona          : " Zona-Cliente-W
           IF Zona-Manual-W = "S"
              display "                (DEFINIDA PELO SUPERVISOR)"
           END-IF
           display "Classificacao : " Classificacao-Cliente-W
           display "Situacao      : " Situacao-Cliente-W
           display " "
           MOVE Longitude-c        TO Longitude-W
           MOVE Codigo-Vendedor-Fixo TO Codigo-Vendedor-Fixo-W
           MOVE Zona-Cliente         TO Zona-Cliente-W
           MOVE Zona-Manual-Cliente  TO Zona-Manual-W
           MOVE Classificacao-Cliente TO Classificacao-Cliente-W
           MOVE Situacao-Cliente     TO Situacao-Cliente-W
           display "Código Cliente: " Codigo-W
                  DELIMITED BY SIZE
                  "clifin.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIFIN
           MOVE SPACES TO ARQ-CLIVISPER
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clivisper.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIVISPER
           MOVE SPACES TO ARQ-INADCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "inadcli.dat" DELIMITED BY SIZE
                  INTO ARQ-INADCLI
           MOVE SPACES TO ARQ-RISCOCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "riscocli.dat" DELIMITED BY SIZE
                  INTO ARQ-RISCOCLI
           MOVE SPACES TO ARQ-BUREAUCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "bureaucli.dat" DELIMITED BY SIZE
                  INTO ARQ-BUREAUCLI
           MOVE SPACES TO ARQ-TRAVAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL
           MOVE SPACES TO ARQ-SUGVENCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "relvencli.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVENCL
           MOVE SPACES TO ARQ-PALAVRAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "palavras.dat" DELIMITED BY SIZE
                  INTO ARQ-PALAVRAS
           MOVE SPACES TO ARQ-PALCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "palcli.dat" DELIMITED BY SIZE
                  INTO ARQ-PALCLI.
       END PROGRAM Pgm00001.
