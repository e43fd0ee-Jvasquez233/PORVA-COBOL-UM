           ALTERNATE RECORD KEY IS Codigo-Vendedor
           FILE STATUS IS FILE-STATUS.

           SELECT EQUIPES ASSIGN ARQ-EQUIPES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Equipe
           FILE STATUS IS FILE-STATUS-EQ.

           SELECT RESVEND ASSIGN ARQ-RESVEND
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

       FD  VENDEDOR.

           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.

       FD  EQUIPES.

      ********** VIGENCIAS DA HIERARQUIA DE VENDAS (PGM00045): A *****
      *    PARTIR DE Data-Inicio-eq (AAAAMMDD) O VENDEDOR RESPONDE   *
      *    AO SUPERVISOR E AO GERENTE REGIONAL INFORMADOS, QUE SAO   *
      *    CODIGOS DO CADASTRO DE VENDEDORES (ZERO = SEM). VALE A    *
      *    VIGENCIA MAIS RECENTE ATE A DATA DE REFERENCIA, O QUE     *
      *    PRESERVA A APURACAO DOS MESES PASSADOS. O OVERRIDE E O    *
      *    PERCENTUAL DO SUPERVISOR SOBRE AS VENDAS DO VENDEDOR      *
       01  REG-EQUIPES.
           05 Chave-Equipe.
              10 Codigo-Vendedor-eq        PIC 9(003).
              10 Data-Inicio-eq            PIC 9(008).
           05 Codigo-Supervisor-eq         PIC 9(003).
           05 Codigo-Gerente-eq            PIC 9(003).
           05 Perc-Override-eq             PIC 9(002)v9(002).
           05 Operador-eq                  PIC X(010).
           05 Data-Registro-eq             PIC X(010).

       FD  RESVEND.

       01  REG-RESVEND                      PIC X(100).
           05 Prazo-Venc-Par               PIC 9(003)   VALUE 30.
           05 Meses-Inat-Par               PIC 9(003)   VALUE 12.

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-METAS                       PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-EQUIPES                     PIC X(080)   VALUE SPACES.
           05 ARQ-RESVEND                     PIC X(080)   VALUE SPACES.
           05 ARQ-METASREL                    PIC X(080)   VALUE SPACES.

           05 COD-V                        PIC 9(003)   VALUE ZEROES.
           05 IND-Z                        PIC 9(002)   VALUE ZEROES.
           05 IDX-ZONA-ACHADA              PIC 9(002)   VALUE ZEROES.
           05 FILE-STATUS-EQ               PIC 99       VALUE ZEROES.
           05 DATA-REF-AMD                 PIC 9(008)   VALUE ZEROES.
           05 COD-E                        PIC 9(004)   VALUE ZEROES.

           05 TABELA-ATING-VEND.
              10 ATING-VEND-OCC OCCURS 999 TIMES.
                 15 Meta-Vend-T            PIC 9(009)v9(002).
                 15 Realizado-Vend-T       PIC 9(011)v9(002).
                 15 Clientes-Vend-T        PIC 9(005).
                 15 Supervisor-Vend-T      PIC 9(003).
                 15 Gerente-Vend-T         PIC 9(003).

      ********** SUBTOTAIS POR EQUIPE, INDEXADOS PELO CODIGO DO ******
      *    SUPERVISOR E DO GERENTE REGIONAL                          *
           05 TABELA-ATING-EQUIPE.
              10 ATING-EQUIPE-OCC OCCURS 999 TIMES.
                 15 Meta-Sup-T             PIC 9(011)v9(002).
                 15 Realizado-Sup-T        PIC 9(011)v9(002).
                 15 Meta-Ger-T             PIC 9(011)v9(002).
                 15 Realizado-Ger-T        PIC 9(011)v9(002).
           05 SEM-EQUIPE.
              10 Meta-Sem-Sup              PIC 9(011)v9(002).
              10 Realizado-Sem-Sup         PIC 9(011)v9(002).
              10 Meta-Sem-Ger              PIC 9(011)v9(002).
              10 Realizado-Sem-Ger         PIC 9(011)v9(002).

           05 TABELA-ATING-ZONA.
              10 ATING-ZONA-OCC OCCURS 50 TIMES.

           INITIALIZE TABELA-ATING-VEND
                      TABELA-ATING-ZONA
                      TABELA-ATING-EQUIPE
                      SEM-EQUIPE

           PERFORM CARREGAR-VENDEDORES
           PERFORM CARREGAR-METAS
           PERFORM ACUMULAR-PEDIDOS
           PERFORM CARREGAR-CLIENTES-RESUMO
           PERFORM ACUMULAR-ZONAS
           PERFORM CARREGAR-EQUIPES
           PERFORM ACUMULAR-EQUIPES
           PERFORM GERAR-RELATORIO.

       CARREGAR-VENDEDORES.
              END-IF
           END-IF.

       CARREGAR-EQUIPES.
      ********** EQUIPE DE CADA VENDEDOR NO PERIODO: A ULTIMA *******
      *    VIGENCIA INICIADA ATE O FIM DO MES (EQUIPES.DAT, MANTIDO  *
      *    PELO PGM00045). COMO O ARQUIVO ESTA EM ORDEM DE VENDEDOR  *
      *    E DATA, A ULTIMA LIDA E A QUE VALE                        *
           COMPUTE DATA-REF-AMD = ANO-REL * 10000 + MES-REL * 100 + 31
           OPEN INPUT EQUIPES
           IF FILE-STATUS-EQ = 00
              SET NO-FIN-FICHERO TO TRUE
              MOVE ZEROES        TO Chave-Equipe
              START EQUIPES KEY IS NOT LESS THAN Chave-Equipe
                 INVALID KEY SET FIN-FICHERO TO TRUE
              END-START
              PERFORM UNTIL FIN-FICHERO
                 READ EQUIPES NEXT RECORD
                    AT END SET FIN-FICHERO TO TRUE
                 END-READ
                 IF NOT FIN-FICHERO
                    IF Data-Inicio-eq <= DATA-REF-AMD
                       AND Codigo-Vendedor-eq > ZEROES
                       MOVE Codigo-Supervisor-eq TO
                            Supervisor-Vend-T(Codigo-Vendedor-eq)
                       MOVE Codigo-Gerente-eq    TO
                            Gerente-Vend-T(Codigo-Vendedor-eq)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE EQUIPES
           ELSE
              DISPLAY "AVISO: equipes.dat NAO DISPONIVEL; TODOS OS "
                      "VENDEDORES FICAM SEM EQUIPE"
           END-IF.

       ACUMULAR-EQUIPES.
      ********** CONSOLIDA METAS E REALIZADO POR SUPERVISOR E POR ****
      *    GERENTE REGIONAL                                          *
           PERFORM ACUMULAR-EQUIPE-VENDEDOR
              VARYING COD-V FROM 1 BY 1 UNTIL COD-V > 999.

       ACUMULAR-EQUIPE-VENDEDOR.
           IF SW-Vend-Existe-T(COD-V) = "S"
              IF Supervisor-Vend-T(COD-V) > ZEROES
                 MOVE Supervisor-Vend-T(COD-V) TO COD-E
                 ADD Meta-Vend-T(COD-V)      TO Meta-Sup-T(COD-E)
                 ADD Realizado-Vend-T(COD-V) TO Realizado-Sup-T(COD-E)
              ELSE
                 ADD Meta-Vend-T(COD-V)      TO Meta-Sem-Sup
                 ADD Realizado-Vend-T(COD-V) TO Realizado-Sem-Sup
              END-IF
              IF Gerente-Vend-T(COD-V) > ZEROES
                 MOVE Gerente-Vend-T(COD-V)  TO COD-E
                 ADD Meta-Vend-T(COD-V)      TO Meta-Ger-T(COD-E)
                 ADD Realizado-Vend-T(COD-V) TO Realizado-Ger-T(COD-E)
              ELSE
                 ADD Meta-Vend-T(COD-V)      TO Meta-Sem-Ger
                 ADD Realizado-Vend-T(COD-V) TO Realizado-Sem-Ger
              END-IF
           END-IF.

       GERAR-RELATORIO.
           OPEN OUTPUT METASREL

           PERFORM IMPRIMIR-DET-ZONA
              VARYING IND-Z FROM 1 BY 1 UNTIL IND-Z > QTD-ZONAS

           WRITE REG-METASREL FROM LINEA-BLNKS
           AFTER ADVANCING 1 LINES
           MOVE "ATINGIMENTO POR EQUIPE (SUPERVISOR)" TO TITULO-SECAO
           WRITE REG-METASREL FROM LINEA-TITULO-SECAO
           AFTER ADVANCING 1 LINES
           WRITE REG-METASREL FROM LINEA-ENCAB-METAS
           AFTER ADVANCING 1 LINES

           PERFORM IMPRIMIR-DET-SUPERVISOR
              VARYING COD-E FROM 1 BY 1 UNTIL COD-E > 999
           IF Meta-Sem-Sup > ZEROES OR Realizado-Sem-Sup > ZEROES
              INITIALIZE DETALLE-METAS
              MOVE "SEM SUPERVISOR"       TO NOME-MT
              MOVE Meta-Sem-Sup           TO META-MT
              MOVE Realizado-Sem-Sup      TO REALIZ-MT
              IF Meta-Sem-Sup > ZEROES
                 COMPUTE ATING-MT ROUNDED =
                    Realizado-Sem-Sup * 100 / Meta-Sem-Sup
              END-IF
              WRITE REG-METASREL FROM DETALLE-METAS
              AFTER ADVANCING 1 LINES
           END-IF

           WRITE REG-METASREL FROM LINEA-BLNKS
           AFTER ADVANCING 1 LINES
           MOVE "ATINGIMENTO POR GERENCIA REGIONAL" TO TITULO-SECAO
           WRITE REG-METASREL FROM LINEA-TITULO-SECAO
           AFTER ADVANCING 1 LINES
           WRITE REG-METASREL FROM LINEA-ENCAB-METAS
           AFTER ADVANCING 1 LINES

           PERFORM IMPRIMIR-DET-GERENTE
              VARYING COD-E FROM 1 BY 1 UNTIL COD-E > 999
           IF Meta-Sem-Ger > ZEROES OR Realizado-Sem-Ger > ZEROES
              INITIALIZE DETALLE-METAS
              MOVE "SEM GERENTE REGIONAL" TO NOME-MT
              MOVE Meta-Sem-Ger           TO META-MT
              MOVE Realizado-Sem-Ger      TO REALIZ-MT
              IF Meta-Sem-Ger > ZEROES
                 COMPUTE ATING-MT ROUNDED =
                    Realizado-Sem-Ger * 100 / Meta-Sem-Ger
              END-IF
              WRITE REG-METASREL FROM DETALLE-METAS
              AFTER ADVANCING 1 LINES
           END-IF

           CLOSE METASREL
           MOVE "metasrel.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL

           DISPLAY "RELATORIO DE METAS GERADO: metasrel.txt".

           WRITE REG-METASREL FROM DETALLE-METAS
           AFTER ADVANCING 1 LINES.

       IMPRIMIR-DET-SUPERVISOR.
           IF Meta-Sup-T(COD-E) > ZEROES
              OR Realizado-Sup-T(COD-E) > ZEROES
              INITIALIZE DETALLE-METAS
              MOVE COD-E                  TO CODE-MT
              MOVE Nome-Vend-T(COD-E)     TO NOME-MT
              MOVE Zona-Vend-T(COD-E)     TO ZONA-MT
              MOVE Meta-Sup-T(COD-E)      TO META-MT
              MOVE Realizado-Sup-T(COD-E) TO REALIZ-MT
              IF Meta-Sup-T(COD-E) > ZEROES
                 COMPUTE ATING-MT ROUNDED =
                    Realizado-Sup-T(COD-E) * 100
                    / Meta-Sup-T(COD-E)
              END-IF
              WRITE REG-METASREL FROM DETALLE-METAS
              AFTER ADVANCING 1 LINES
           END-IF.

       IMPRIMIR-DET-GERENTE.
           IF Meta-Ger-T(COD-E) > ZEROES
              OR Realizado-Ger-T(COD-E) > ZEROES
              INITIALIZE DETALLE-METAS
              MOVE COD-E                  TO CODE-MT
              MOVE Nome-Vend-T(COD-E)     TO NOME-MT
              MOVE Zona-Vend-T(COD-E)     TO ZONA-MT
              MOVE Meta-Ger-T(COD-E)      TO META-MT
              MOVE Realizado-Ger-T(COD-E) TO REALIZ-MT
              IF Meta-Ger-T(COD-E) > ZEROES
                 COMPUTE ATING-MT ROUNDED =
                    Realizado-Ger-T(COD-E) * 100
                    / Meta-Ger-T(COD-E)
              END-IF
              WRITE REG-METASREL FROM DETALLE-METAS
              AFTER ADVANCING 1 LINES
           END-IF.

       FIN.
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
              CLOSE JOBLOG
           END-IF.

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "ANO=" ANO-REL " MES=" MES-REL
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA12 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

       CARREGAR-EMPRESA.
      ********** EMPRESA SELECIONADA NO MENU (EMPRESA.TXT): QUANDO ***
      *    PRESENTE, A PASTA DE DADOS PASSA A SER A DA EMPRESA E OS  *
                  DELIMITED BY SIZE
                  "vendedor.dat" DELIMITED BY SIZE
                  INTO ARQ-VENDEDOR
           MOVE SPACES TO ARQ-EQUIPES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "equipes.dat" DELIMITED BY SIZE
                  INTO ARQ-EQUIPES
           MOVE SPACES TO ARQ-RESVEND
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
