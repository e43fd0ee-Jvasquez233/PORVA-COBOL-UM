      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: RELATORIO CONSOLIDADO DO GRUPO (TODAS AS EMPRESAS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA83.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPRESAS ASSIGN "C:\Users\Jose Angel\Documents\co
      -    "bol\files\empresas.dat"
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Empresa
           FILE STATUS IS FILE-STATUS-EMQ.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS.

           SELECT HISTVENDAS ASSIGN ARQ-HISTVENDAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Histvendas
           FILE STATUS IS FILE-STATUS-HV.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS-FA.

           SELECT USUARIOS ASSIGN ARQ-USUARIOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Usuario-Id
           FILE STATUS IS FILE-STATUS-USU.

           SELECT SESSAO ASSIGN ARQ-SESSAO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-SES.

           SELECT CONSGRP ASSIGN ARQ-CONSGRP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Cnpj-cg
           FILE STATUS IS FILE-STATUS-CG.

           SELECT CONSREL ASSIGN ARQ-CONSREL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CR.

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
       FD  EMPRESAS.

       01  REG-EMPRESAS.
           05 Codigo-Empresa               PIC 9(002).
           05 Nome-Empresa                 PIC X(040).
           05 Dir-Dados-Empresa            PIC X(060).
           05 Sandbox-Empresa              PIC X(001).
              88 EMPRESA-SANDBOX                         VALUE "S".
           05 CNPJ-Empresa                 PIC 9(014)   VALUE ZEROES.
           05 IE-Empresa                   PIC X(014)   VALUE SPACES.
           05 UF-Empresa                   PIC X(002)   VALUE SPACES.
           05 Municipio-Empresa            PIC 9(007)   VALUE ZEROES.
           05 CEP-Empresa                  PIC 9(008)   VALUE ZEROES.
           05 Endereco-Empresa             PIC X(040)   VALUE SPACES.
           05 Bairro-Empresa               PIC X(020)   VALUE SPACES.
           05 Telefone-Empresa             PIC X(011)   VALUE SPACES.
           05 Perfil-Empresa               PIC X(001)   VALUE "A".
           05 Nome-Contador                PIC X(040)   VALUE SPACES.
           05 CPF-Contador                 PIC 9(011)   VALUE ZEROES.
           05 CRC-Contador                 PIC X(015)   VALUE SPACES.
           05 Email-Contador               PIC X(040)   VALUE SPACES.

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

       FD  HISTVENDAS.

       01  REG-HISTVENDAS.
           05 Chave-Histvendas.
              10 Ano-hv                    PIC 9(004).
              10 Mes-hv                    PIC 9(002).
              10 Codigo-Cliente-hv         PIC 9(007).
              10 Codigo-Vendedor-hv        PIC 9(003).
           05 Qtd-Pedidos-hv               PIC 9(005).
           05 Valor-Faturado-hv            PIC 9(011)v9(002).
           05 Valor-Recebido-hv            PIC 9(011)v9(002).

       FD  FATURAS.

       01  REG-FATURAS.
           05 Chave-Fatura.
              10 Numero-Pedido-fa          PIC 9(007).
              10 Parcela-fa                PIC 9(002).
           05 Codigo-Cliente-fa            PIC 9(007).
           05 Codigo-Vendedor-fa           PIC 9(003).
           05 Classificacao-fa             PIC X(001).
           05 Data-Emissao-fa              PIC X(010).
           05 Data-Vencimento-fa           PIC X(010).
           05 Valor-Fatura                 PIC 9(009)v9(002).
           05 Situacao-Fatura              PIC X(001)   VALUE "A".
              88 FATURA-ABERTA                           VALUE "A".
              88 FATURA-PAGA                             VALUE "P".
              88 FATURA-CANCELADA                        VALUE "C".
              88 FATURA-PERDA                            VALUE "L".
              88 FATURA-RENEGOCIADA                      VALUE "R".
           05 Data-Pagamento-fa            PIC X(010)   VALUE SPACES.
           05 Valor-Pago-fa                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Total-Parcelas-fa            PIC 9(002)   VALUE ZEROES.
           05 Aliquota-fa                  PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Valor-Imposto-fa             PIC 9(009)v9(002)
                                            VALUE ZEROES.


       FD  USUARIOS.

       01  REG-USUARIOS.
           05 Usuario-Id                   PIC X(010).
      ********** A SENHA E GRAVADA CIFRADA (VER CIFRAR-SENHA) ********
           05 Senha-Usuario                PIC X(010).
           05 Perfil-Usuario               PIC X(001).
              88 PERFIL-CONSULTA                         VALUE "C".
              88 PERFIL-OPERADOR                         VALUE "O".
              88 PERFIL-SUPERVISOR                       VALUE "S".
           05 Nome-Usuario                 PIC X(040).
           05 Data-Troca-Senha             PIC 9(008).
           05 Tentativas-Erradas           PIC 9(001).
           05 Conta-Bloqueada              PIC X(001).
              88 CONTA-ESTA-BLOQUEADA                    VALUE "S".
           05 Senhas-Anteriores.
              10 Senha-Ant OCCURS 3        PIC X(010).
      ********** EMPRESAS AUTORIZADAS (TODAS ZERADAS = TODAS) ********
           05 Empresas-Autorizadas.
              10 Empresa-Aut OCCURS 10     PIC 9(002).

       FD  SESSAO.

       01  REG-SESSAO.
           05 Usuario-Sessao               PIC X(010).
           05 FIL-SES1                     PIC X.
           05 Perfil-Sessao                PIC X(001).

       FD  CONSGRP.

      ********** UM REGISTRO POR CNPJ DO GRUPO; A OCORRENCIA E A *****
      *    POSICAO DA EMPRESA NA TABELA DO RELATORIO                 *
       01  REG-CONSGRP.
           05 Cnpj-cg                      PIC 9(014).
           05 Razao-cg                     PIC X(040).
           05 EMPRESA-CG OCCURS 10 TIMES.
              10 Comprou-cg                PIC X(001).
              10 Exposicao-cg              PIC 9(011)v9(002).

       FD  CONSREL.

       01  REG-CONSREL                     PIC X(220).

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
                                            VALUE "PROGRAMA83".
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
           05 ARQ-HISTVENDAS                  PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-USUARIOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-SESSAO                      PIC X(080)   VALUE SPACES.
           05 ARQ-CONSGRP                     PIC X(080)   VALUE SPACES.
           05 ARQ-CONSREL                     PIC X(080)   VALUE SPACES.
           05 Dir-Instal-Par                  PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".

       01  AREA-DE-TRABALHO.
           05 SWITCHES-FLAGS               PIC X.
              88 FIN-ARQ                                VALUE "S".
              88 NO-FIN-ARQ                             VALUE "N".
           05 SW-FIM-EMP                   PIC X        VALUE "N".
              88 FIM-EMP                                VALUE "S".
              88 NO-FIM-EMP                             VALUE "N".

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EMQ              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-USU              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SES              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-HV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FA               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CG               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CR               PIC 99       VALUE ZEROES.

           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 DIR-SESSAO-W                 PIC X(060)   VALUE SPACES.
           05 ANO-W                        PIC 9(004)   VALUE ZEROES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-VENC-INT                PIC 9(008)   VALUE ZEROES.
           05 DIAS-ATRASO                  PIC s9(005)  VALUE ZEROES.
           05 IDX-FAIXA                    PIC 9(001)   VALUE ZEROES.
           05 SALDO-ABERTO                 PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC X(002)   VALUE SPACES.
              10 MM-AUX                    PIC X(002)   VALUE SPACES.
              10 DD-AUX                    PIC X(002)   VALUE SPACES.

      ********** EMPRESAS AUTORIZADAS DO OPERADOR (TODAS ZERADAS = ***
      *    TODAS, COMO NO LOGIN DO PGM00000)                         *
           05 TABELA-EMP-AUT.
              10 Emp-Aut-T OCCURS 10       PIC 9(002).
           05 SW-EMP-AUTORIZADA            PIC X        VALUE "S".
           05 SW-TODAS-AUTORIZADAS         PIC X        VALUE "S".

           05 IND-E                        PIC 9(002)   VALUE ZEROES.
           05 IND-EA                       PIC 9(002)   VALUE ZEROES.
           05 IND-M                        PIC 9(002)   VALUE ZEROES.
           05 IND-F                        PIC 9(001)   VALUE ZEROES.
           05 IND-INI                      PIC 9(005)   VALUE ZEROES.
           05 IND-FIM                      PIC 9(005)   VALUE ZEROES.
           05 IND-MEIO                     PIC 9(005)   VALUE ZEROES.
           05 CODIGO-BUSCA-W               PIC 9(007)   VALUE ZEROES.
           05 SW-ACHOU                     PIC X        VALUE "N".
           05 CONT-EMP-CLIENTE             PIC 9(002)   VALUE ZEROES.
           05 EXPOSICAO-W                  PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-W                      PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-QTD-W                  PIC 9(009)   VALUE ZEROES.
           05 POS-EMP-W                    PIC 9(003)   VALUE ZEROES.
           05 CONT-MULTI                   PIC 9(007)   VALUE ZEROES.
           05 EXPOSICAO-MULTI              PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 CONT-REG-LIDOS               PIC 9(007)   VALUE ZEROES.

      ********** EMPRESAS DO GRUPO (SEM AS DE TREINAMENTO) E SEUS ****
      *    ACUMULADOS: VENDAS POR MES, CARTEIRA ABERTA POR FAIXA E   *
      *    CONTAGEM DE CLIENTES                                      *
           05 QTD-EMP                      PIC 9(002)   VALUE ZEROES.
           05 TABELA-EMP.
              10 EMP-OCC OCCURS 10 TIMES.
                 15 Codigo-Emp-T           PIC 9(002).
                 15 Nome-Emp-T             PIC X(040).
                 15 Dir-Emp-T              PIC X(060).
                 15 Dados-Emp-T            PIC X(001).
                 15 Vendas-Emp-T OCCURS 12 PIC 9(011)v9(002).
                 15 Aberto-Emp-T           PIC 9(011)v9(002).
                 15 Faixa-Emp-T OCCURS 4   PIC 9(011)v9(002).
                 15 Cli-Cad-T              PIC 9(007).
                 15 Cli-Ativos-T           PIC 9(007).
                 15 Cli-Compr-T            PIC 9(007).

      ********** CLIENTES DA EMPRESA EM PROCESSO, EM ORDEM DE ********
      *    CODIGO, PARA LIGAR FATURAS E HISTORICO AO CNPJ            *
           05 QTD-CLI-EMP                  PIC 9(005)   VALUE ZEROES.
           05 TABELA-CLI-EMP.
              10 CLI-EMP-OCC OCCURS 20000 TIMES.
                 15 Codigo-Cli-T           PIC 9(007).
                 15 Cnpj-Cli-T             PIC 9(014).

       01  TABELA-MESES-LIT.
           05 FILLER PIC X(016) VALUE "JANEIRO".
           05 FILLER PIC X(016) VALUE "FEVEREIRO".
           05 FILLER PIC X(016) VALUE "MARCO".
           05 FILLER PIC X(016) VALUE "ABRIL".
           05 FILLER PIC X(016) VALUE "MAIO".
           05 FILLER PIC X(016) VALUE "JUNHO".
           05 FILLER PIC X(016) VALUE "JULHO".
           05 FILLER PIC X(016) VALUE "AGOSTO".
           05 FILLER PIC X(016) VALUE "SETEMBRO".
           05 FILLER PIC X(016) VALUE "OUTUBRO".
           05 FILLER PIC X(016) VALUE "NOVEMBRO".
           05 FILLER PIC X(016) VALUE "DEZEMBRO".
       01  TABELA-MESES REDEFINES TABELA-MESES-LIT.
           05 Nome-Mes-T OCCURS 12 TIMES   PIC X(016).

       01  TABELA-FAIXAS-LIT.
           05 FILLER PIC X(016) VALUE "ATE 30 DIAS".
           05 FILLER PIC X(016) VALUE "31 A 60 DIAS".
           05 FILLER PIC X(016) VALUE "61 A 90 DIAS".
           05 FILLER PIC X(016) VALUE "MAIS DE 90 DIAS".
       01  TABELA-FAIXAS REDEFINES TABELA-FAIXAS-LIT.
           05 Nome-Faixa-T OCCURS 4 TIMES  PIC X(016).

       01  LINHAS-RELATORIO.
           05 LINEA-TITULO.
              10 FILLER                    PIC X(050)  VALUE
                 "RELATORIO CONSOLIDADO DO GRUPO - ANO ".
              10 ANO-TIT                   PIC 9(004).
              10 FILLER                    PIC X(010)  VALUE SPACES.
              10 FILLER                    PIC X(007)  VALUE "DATA: ".
              10 DATA-TIT                  PIC X(010)  VALUE SPACES.
              10 FILLER                    PIC X(139)  VALUE SPACES.
           05 LINEA-EMPRESA-GRP.
              10 FILLER                    PIC X(004)  VALUE SPACES.
              10 COD-EMP-GRP               PIC 99.
              10 FILLER                    PIC X(003)  VALUE " - ".
              10 NOME-EMP-GRP              PIC X(040).
              10 OBS-EMP-GRP               PIC X(040)  VALUE SPACES.
              10 FILLER                    PIC X(131)  VALUE SPACES.
           05 LINEA-SECAO.
              10 TITULO-SECAO              PIC X(080)  VALUE SPACES.
              10 FILLER                    PIC X(140)  VALUE SPACES.
           05 LINEA-BLNKS                  PIC X(220)  VALUE SPACES.

      ********** UMA COLUNA POR EMPRESA E A ULTIMA PARA O GRUPO ******
           05 LINEA-CABEC.
              10 FILLER                    PIC X(016)  VALUE SPACES.
              10 COL-CAB OCCURS 11 TIMES   PIC X(018).
              10 FILLER                    PIC X(006)  VALUE SPACES.
           05 CAB-EMP-W.
              10 FILLER                    PIC X(008)  VALUE SPACES.
              10 FILLER                    PIC X(008)  VALUE "EMPRESA ".
              10 CAB-COD-W                 PIC 99.
           05 DETALHE-VALOR.
              10 ROT-VAL                   PIC X(016).
              10 COL-VAL OCCURS 11 TIMES.
                 15 FILLER                 PIC X(001).
                 15 VAL-DET                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              10 FILLER                    PIC X(006).
           05 DETALHE-QTD.
              10 ROT-QTD                   PIC X(016).
              10 COL-QTD OCCURS 11 TIMES.
                 15 FILLER                 PIC X(005).
                 15 QTD-DET                PIC Z.ZZZ.ZZZ.ZZ9.
              10 FILLER                    PIC X(006).

      ********** CLIENTE (MESMO CNPJ) QUE COMPRA EM MAIS DE UMA ******
      *    EMPRESA DO GRUPO E A SUA EXPOSICAO SOMADA                 *
           05 LINEA-CAB-MULTI.
              10 FILLER                    PIC X(110)  VALUE
           "CNPJ           RAZAO SOCIAL                             EMPR
      -    "ESAS                           EXPOSICAO SOMADA".
              10 FILLER                    PIC X(110)  VALUE SPACES.
           05 DETALHE-MULTI.
              10 CNPJ-MUL                  PIC 9(014).
              10 FILLER                    PIC X(001)  VALUE SPACES.
              10 RAZAO-MUL                 PIC X(040).
              10 FILLER                    PIC X(001)  VALUE SPACES.
              10 EMPRESAS-MUL              PIC X(031).
              10 EXPOSICAO-MUL             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              10 FILLER                    PIC X(116)  VALUE SPACES.
           05 TOTAL-MULTI.
              10 FILLER                    PIC X(030)  VALUE
                 "CLIENTES EM MAIS DE UMA EMP.:".
              10 CONT-MUL-TOT              PIC ZZZ.ZZ9.
              10 FILLER                    PIC X(050)  VALUE SPACES.
              10 EXPOSICAO-MUL-TOT         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              10 FILLER                    PIC X(116)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           MOVE Dir-Dados-Par TO DIR-SESSAO-W
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF JOB-STATUS = "OK"
              PERFORM VERIFICAR-AUTORIZACAO
           END-IF
           IF JOB-STATUS = "OK"
              PERFORM CONSOLIDAR-EMPRESAS
              PERFORM GERAR-RELATORIO
              CLOSE CONSGRP
           END-IF
           PERFORM FIN.

       INICIO.
      ********** VISAO MENSAL CONSOLIDADA DE TODAS AS EMPRESAS DO *****
      *    CADASTRO (EMPRESAS.DAT): VENDAS (HISTVENDAS), CARTEIRA    *
      *    ABERTA E AGING (FATURAS) E CLIENTES, UMA COLUNA POR       *
      *    EMPRESA MAIS O TOTAL. AS EMPRESAS DE TREINAMENTO          *
      *    (SANDBOX) FICAM FORA, POIS COPIAM DADOS DE UMA REAL       *
           DISPLAY "RELATORIO CONSOLIDADO DO GRUPO"
           ACCEPT DATE-AUXILIAR FROM DATE
           COMPUTE DATA-HOJE-AMD =
              20000000 + FUNCTION NUMVAL(AA-AUX) * 10000
              + FUNCTION NUMVAL(MM-AUX) * 100
              + FUNCTION NUMVAL(DD-AUX)
           COMPUTE DATA-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(DATA-HOJE-AMD)
           MOVE SPACES TO DATA-TIT
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-TIT

           MOVE ZEROES TO QTD-EMP
           INITIALIZE TABELA-EMP
           OPEN INPUT EMPRESAS
           IF FILE-STATUS-EMQ NOT = 00
              DISPLAY "empresas.dat AUSENTE: INSTALACAO DE EMPRESA "
                      "UNICA, USE OS RELATORIOS NORMAIS"
              MOVE "SEM EMPRES" TO JOB-STATUS
           ELSE
              SET NO-FIM-EMP TO TRUE
              MOVE ZEROES TO Codigo-Empresa
              START EMPRESAS KEY IS NOT LESS THAN Codigo-Empresa
                 INVALID KEY SET FIM-EMP TO TRUE
              END-START
              PERFORM UNTIL FIM-EMP
                 READ EMPRESAS NEXT RECORD
                    AT END SET FIM-EMP TO TRUE
                 END-READ
                 IF NOT FIM-EMP AND NOT EMPRESA-SANDBOX
                    IF QTD-EMP < 10
                       ADD 1 TO QTD-EMP
                       MOVE Codigo-Empresa
                         TO Codigo-Emp-T(QTD-EMP)
                       MOVE Nome-Empresa TO Nome-Emp-T(QTD-EMP)
                       MOVE Dir-Dados-Empresa TO Dir-Emp-T(QTD-EMP)
                       IF Dir-Dados-Empresa = SPACES
                          MOVE Dir-Instal-Par TO Dir-Emp-T(QTD-EMP)
                       END-IF
                       MOVE "N" TO Dados-Emp-T(QTD-EMP)
                    ELSE
                       DISPLAY "AVISO: MAIS DE 10 EMPRESAS; A EMPRESA "
                               Codigo-Empresa " FICA FORA"
                       ADD 1 TO JOB-AVISOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE EMPRESAS
              IF QTD-EMP = ZEROES
                 DISPLAY "NENHUMA EMPRESA REAL NO CADASTRO"
                 MOVE "SEM EMPRES" TO JOB-STATUS
              END-IF
           END-IF

           IF JOB-STATUS = "OK"
              DISPLAY "INSIRA O ANO (AAAA, ZERO = ANO CORRENTE): "
              ACCEPT ANO-W
              IF ANO-W = ZEROES
                 COMPUTE ANO-W = DATA-HOJE-AMD / 10000
              END-IF
              MOVE ANO-W TO ANO-TIT
           END-IF.

       VERIFICAR-AUTORIZACAO.
      ********** SO QUEM TEM ACESSO A TODAS AS EMPRESAS DO RELATORIO *
      *    PODE RODA-LO. O OPERADOR VEM DA SESSAO DO MENU; SEM       *
      *    SESSAO (EXECUCAO DIRETA) ELE SE IDENTIFICA NO TECLADO.    *
      *    SEM USUARIOS.DAT VALE O COMPORTAMENTO HISTORICO (TODAS)   *
           MOVE SPACES TO OPERADOR-W
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
              DISPLAY "INSIRA SEU USUARIO: "
              ACCEPT OPERADOR-W
              MOVE FUNCTION UPPER-CASE(OPERADOR-W) TO OPERADOR-W
           END-IF

           MOVE ZEROES TO TABELA-EMP-AUT
           OPEN INPUT USUARIOS
           IF FILE-STATUS-USU = 00
              MOVE OPERADOR-W TO Usuario-Id
              READ USUARIOS
              IF FILE-STATUS-USU = 00
                 MOVE Empresas-Autorizadas TO TABELA-EMP-AUT
              ELSE
                 DISPLAY "USUARIO " FUNCTION TRIM(OPERADOR-W)
                         " NAO CADASTRADO; RELATORIO NAO EMITIDO"
                 MOVE "NAO AUTORI" TO JOB-STATUS
              END-IF
              CLOSE USUARIOS
           END-IF

           IF JOB-STATUS = "OK"
              MOVE "S" TO SW-TODAS-AUTORIZADAS
              PERFORM VARYING IND-E FROM 1 BY 1
                 UNTIL IND-E > QTD-EMP
                 PERFORM VERIFICAR-EMPRESA-AUTORIZADA
                 IF SW-EMP-AUTORIZADA = "N"
                    MOVE "N" TO SW-TODAS-AUTORIZADAS
                    DISPLAY "SEM AUTORIZACAO PARA A EMPRESA "
                            Codigo-Emp-T(IND-E) " - "
                            FUNCTION TRIM(Nome-Emp-T(IND-E))
                 END-IF
              END-PERFORM
              IF SW-TODAS-AUTORIZADAS = "N"
                 DISPLAY "O CONSOLIDADO EXIGE ACESSO A TODAS AS "
                         "EMPRESAS DO GRUPO; RELATORIO NAO EMITIDO"
                 MOVE "NAO AUTORI" TO JOB-STATUS
              END-IF
           END-IF.

       VERIFICAR-EMPRESA-AUTORIZADA.
      ********** LISTA TODA ZERADA NO CADASTRO = USUARIO COM *********
      *    ACESSO A TODAS AS EMPRESAS (COMPORTAMENTO HISTORICO)      *
           MOVE "N" TO SW-EMP-AUTORIZADA
           IF TABELA-EMP-AUT = ZEROES
              OR TABELA-EMP-AUT = SPACES
              MOVE "S" TO SW-EMP-AUTORIZADA
           ELSE
              PERFORM VARYING IND-EA FROM 1 BY 1
                 UNTIL IND-EA > 10
                 IF Emp-Aut-T(IND-EA) = Codigo-Emp-T(IND-E)
                    MOVE "S" TO SW-EMP-AUTORIZADA
                 END-IF
              END-PERFORM
           END-IF.

       CONSOLIDAR-EMPRESAS.
      ********** CONSGRP.DAT (PASTA DA INSTALACAO) E REFEITO A CADA **
      *    EXECUCAO: UM REGISTRO POR CNPJ COM AS EMPRESAS ONDE ELE   *
      *    COMPROU NO ANO E A CARTEIRA ABERTA EM CADA UMA            *
           MOVE SPACES TO ARQ-CONSGRP
           STRING FUNCTION TRIM(Dir-Instal-Par) DELIMITED BY SIZE
                  "consgrp.dat" DELIMITED BY SIZE INTO ARQ-CONSGRP
           OPEN OUTPUT CONSGRP
           CLOSE CONSGRP
           OPEN I-O CONSGRP
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EMP
              DISPLAY "PROCESSANDO EMPRESA " Codigo-Emp-T(IND-E)
                      " - " FUNCTION TRIM(Nome-Emp-T(IND-E))
              MOVE Dir-Emp-T(IND-E) TO Dir-Dados-Par
              PERFORM MONTAR-ARQUIVOS
              PERFORM CARREGAR-CLIENTES-EMP
              IF Dados-Emp-T(IND-E) = "S"
                 PERFORM SOMAR-VENDAS-EMP
                 PERFORM SOMAR-CARTEIRA-EMP
              END-IF
           END-PERFORM
           MOVE DIR-SESSAO-W TO Dir-Dados-Par.

       CARREGAR-CLIENTES-EMP.
           MOVE ZEROES TO QTD-CLI-EMP
           OPEN INPUT CLIENTES
           IF FILE-STATUS NOT = 00
              DISPLAY "AVISO: clientes.dat DA EMPRESA "
                      Codigo-Emp-T(IND-E) " INDISPONIVEL; EMPRESA "
                      "SAI ZERADA"
              ADD 1 TO JOB-AVISOS
           ELSE
              MOVE "S" TO Dados-Emp-T(IND-E)
              SET NO-FIN-ARQ TO TRUE
              MOVE ZEROES TO Codigo-Cliente
              START CLIENTES KEY IS NOT LESS THAN Codigo-Cliente
                 INVALID KEY SET FIN-ARQ TO TRUE
              END-START
              PERFORM UNTIL FIN-ARQ
                 READ CLIENTES NEXT RECORD
                    AT END SET FIN-ARQ TO TRUE
                 END-READ
                 IF NOT FIN-ARQ
                    ADD 1 TO CONT-REG-LIDOS
                    ADD 1 TO Cli-Cad-T(IND-E)
                    IF CLIENTE-ATIVO
                       ADD 1 TO Cli-Ativos-T(IND-E)
                    END-IF
                    IF QTD-CLI-EMP < 20000
                       ADD 1 TO QTD-CLI-EMP
                       MOVE Codigo-Cliente
                         TO Codigo-Cli-T(QTD-CLI-EMP)
                       MOVE CNPJ TO Cnpj-Cli-T(QTD-CLI-EMP)
                       PERFORM REGISTRAR-CNPJ-GRUPO
                    ELSE
                       ADD 1 TO JOB-AVISOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CLIENTES
              IF Cli-Cad-T(IND-E) > QTD-CLI-EMP
                 DISPLAY "AVISO: MAIS DE 20000 CLIENTES NA EMPRESA "
                         Codigo-Emp-T(IND-E) "; OS EXCEDENTES FICAM "
                         "FORA DO CRUZAMENTO POR CNPJ"
              END-IF
           END-IF.

       REGISTRAR-CNPJ-GRUPO.
           MOVE CNPJ TO Cnpj-cg
           READ CONSGRP
           IF FILE-STATUS-CG NOT = 00
              INITIALIZE REG-CONSGRP
              MOVE CNPJ          TO Cnpj-cg
              MOVE Razão-Social  TO Razao-cg
              WRITE REG-CONSGRP
           END-IF.

       SOMAR-VENDAS-EMP.
      ********** VENDAS DO ANO POR MES; O CLIENTE COM PEDIDO NO ANO **
      *    CONTA COMO COMPRADOR DA EMPRESA                           *
           OPEN INPUT HISTVENDAS
           IF FILE-STATUS-HV NOT = 00
              DISPLAY "AVISO: histvendas.dat DA EMPRESA "
                      Codigo-Emp-T(IND-E) " INDISPONIVEL; SEM VENDAS"
              ADD 1 TO JOB-AVISOS
           ELSE
              SET NO-FIN-ARQ TO TRUE
              MOVE ZEROES TO Chave-Histvendas
              MOVE ANO-W  TO Ano-hv
              START HISTVENDAS KEY IS NOT LESS THAN Chave-Histvendas
                 INVALID KEY SET FIN-ARQ TO TRUE
              END-START
              PERFORM UNTIL FIN-ARQ
                 READ HISTVENDAS NEXT RECORD
                    AT END SET FIN-ARQ TO TRUE
                 END-READ
                 IF NOT FIN-ARQ AND Ano-hv > ANO-W
                    SET FIN-ARQ TO TRUE
                 END-IF
                 IF NOT FIN-ARQ AND Mes-hv >= 1 AND Mes-hv <= 12
                    ADD 1 TO CONT-REG-LIDOS
                    ADD Valor-Faturado-hv
                      TO Vendas-Emp-T(IND-E, Mes-hv)
                    IF Qtd-Pedidos-hv > ZEROES
                       MOVE Codigo-Cliente-hv TO CODIGO-BUSCA-W
                       PERFORM BUSCAR-CLIENTE-TABELA
                       IF SW-ACHOU = "S"
                          PERFORM MARCAR-COMPRADOR
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE HISTVENDAS
           END-IF.

       MARCAR-COMPRADOR.
           MOVE Cnpj-Cli-T(IND-MEIO) TO Cnpj-cg
           READ CONSGRP
           IF FILE-STATUS-CG = 00
              AND Comprou-cg(IND-E) NOT = "S"
              MOVE "S" TO Comprou-cg(IND-E)
              REWRITE REG-CONSGRP
              ADD 1 TO Cli-Compr-T(IND-E)
           END-IF.

       SOMAR-CARTEIRA-EMP.
      ********** SALDO NOMINAL DAS FATURAS ABERTAS (SEM MULTA E ******
      *    JUROS), POR DIAS CORRIDOS DESDE O VENCIMENTO; AS FAIXAS   *
      *    SAO AS DO CONTAS A RECEBER (PROGRAMA11)                   *
           OPEN INPUT FATURAS
           IF FILE-STATUS-FA NOT = 00
              DISPLAY "AVISO: faturas.dat DA EMPRESA "
                      Codigo-Emp-T(IND-E) " INDISPONIVEL; SEM CARTEIRA"
              ADD 1 TO JOB-AVISOS
           ELSE
              SET NO-FIN-ARQ TO TRUE
              PERFORM UNTIL FIN-ARQ
                 READ FATURAS NEXT RECORD
                    AT END SET FIN-ARQ TO TRUE
                 END-READ
                 IF NOT FIN-ARQ AND FATURA-ABERTA
                    AND Valor-Fatura > Valor-Pago-fa
                    ADD 1 TO CONT-REG-LIDOS
                    COMPUTE SALDO-ABERTO = Valor-Fatura - Valor-Pago-fa
                    PERFORM CLASSIFICAR-FAIXA
                    ADD SALDO-ABERTO TO Aberto-Emp-T(IND-E)
                    ADD SALDO-ABERTO TO Faixa-Emp-T(IND-E, IDX-FAIXA)
                    MOVE Codigo-Cliente-fa TO CODIGO-BUSCA-W
                    PERFORM BUSCAR-CLIENTE-TABELA
                    IF SW-ACHOU = "S"
                       MOVE Cnpj-Cli-T(IND-MEIO) TO Cnpj-cg
                       READ CONSGRP
                       IF FILE-STATUS-CG = 00
                          ADD SALDO-ABERTO TO Exposicao-cg(IND-E)
                          REWRITE REG-CONSGRP
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE FATURAS
           END-IF.

       CLASSIFICAR-FAIXA.
      ********** FAIXA 1: ATE 30 DIAS (INCLUI AS AINDA NAO VENCIDAS) *
      *    FAIXA 2: 31-60   FAIXA 3: 61-90   FAIXA 4: MAIS DE 90     *
           MOVE ZEROES TO DIAS-ATRASO
           IF Data-Vencimento-fa(7:4) IS NUMERIC
              AND Data-Vencimento-fa(4:2) IS NUMERIC
              AND Data-Vencimento-fa(1:2) IS NUMERIC
              COMPUTE DATA-VENC-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(Data-Vencimento-fa(7:4)) * 10000
                  + FUNCTION NUMVAL(Data-Vencimento-fa(4:2)) * 100
                  + FUNCTION NUMVAL(Data-Vencimento-fa(1:2)))
              IF DATA-HOJE-INT > DATA-VENC-INT
                 COMPUTE DIAS-ATRASO = DATA-HOJE-INT - DATA-VENC-INT
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN DIAS-ATRASO <= 30
                 MOVE 1 TO IDX-FAIXA
              WHEN DIAS-ATRASO <= 60
                 MOVE 2 TO IDX-FAIXA
              WHEN DIAS-ATRASO <= 90
                 MOVE 3 TO IDX-FAIXA
              WHEN OTHER
                 MOVE 4 TO IDX-FAIXA
           END-EVALUATE.

       BUSCAR-CLIENTE-TABELA.
      ********** BUSCA BINARIA NA TABELA DA EMPRESA (ORDEM DE CODIGO)*
           MOVE "N" TO SW-ACHOU
           MOVE 1 TO IND-INI
           MOVE QTD-CLI-EMP TO IND-FIM
           PERFORM UNTIL SW-ACHOU = "S" OR IND-INI > IND-FIM
              COMPUTE IND-MEIO = (IND-INI + IND-FIM) / 2
              IF Codigo-Cli-T(IND-MEIO) = CODIGO-BUSCA-W
                 MOVE "S" TO SW-ACHOU
              ELSE
                 IF Codigo-Cli-T(IND-MEIO) < CODIGO-BUSCA-W
                    COMPUTE IND-INI = IND-MEIO + 1
                 ELSE
                    IF IND-MEIO = 1
                       MOVE ZEROES TO IND-FIM
                    ELSE
                       COMPUTE IND-FIM = IND-MEIO - 1
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       GERAR-RELATORIO.
           MOVE SPACES TO ARQ-CONSREL
           STRING FUNCTION TRIM(Dir-Instal-Par) DELIMITED BY SIZE
                  "consolidado.txt" DELIMITED BY SIZE INTO ARQ-CONSREL
           OPEN OUTPUT CONSREL
           WRITE REG-CONSREL FROM LINEA-TITULO
           WRITE REG-CONSREL FROM LINEA-BLNKS
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EMP
              MOVE Codigo-Emp-T(IND-E) TO COD-EMP-GRP
              MOVE Nome-Emp-T(IND-E)   TO NOME-EMP-GRP
              MOVE SPACES              TO OBS-EMP-GRP
              IF Dados-Emp-T(IND-E) = "N"
                 MOVE "(SEM DADOS NESTA EXECUCAO)" TO OBS-EMP-GRP
              END-IF
              WRITE REG-CONSREL FROM LINEA-EMPRESA-GRP
           END-PERFORM

           MOVE SPACES TO LINEA-CABEC
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EMP
              MOVE Codigo-Emp-T(IND-E) TO CAB-COD-W
              MOVE CAB-EMP-W TO COL-CAB(IND-E)
           END-PERFORM
           MOVE "       TOTAL GRUPO" TO COL-CAB(QTD-EMP + 1)

           MOVE "VENDAS POR MES (HISTVENDAS)" TO TITULO-SECAO
           PERFORM IMPRIMIR-SECAO
           PERFORM VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 12
              MOVE SPACES TO DETALHE-VALOR
              MOVE Nome-Mes-T(IND-M) TO ROT-VAL
              MOVE ZEROES TO TOTAL-W
              PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EMP
                 MOVE Vendas-Emp-T(IND-E, IND-M) TO VAL-DET(IND-E)
                 ADD Vendas-Emp-T(IND-E, IND-M) TO TOTAL-W
              END-PERFORM
              MOVE TOTAL-W TO VAL-DET(QTD-EMP + 1)
              WRITE REG-CONSREL FROM DETALHE-VALOR
           END-PERFORM
           MOVE SPACES TO DETALHE-VALOR
           MOVE "TOTAL DO ANO" TO ROT-VAL
           MOVE ZEROES TO TOTAL-W
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EMP
              MOVE ZEROES TO EXPOSICAO-W
              PERFORM VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 12
                 ADD Vendas-Emp-T(IND-E, IND-M) TO EXPOSICAO-W
              END-PERFORM
              MOVE EXPOSICAO-W TO VAL-DET(IND-E)
              ADD EXPOSICAO-W TO TOTAL-W
           END-PERFORM
           MOVE TOTAL-W TO VAL-DET(QTD-EMP + 1)
           WRITE REG-CONSREL FROM DETALHE-VALOR

           MOVE "CONTAS A RECEBER EM ABERTO (SALDO NOMINAL)"
             TO TITULO-SECAO
           PERFORM IMPRIMIR-SECAO
           PERFORM VARYING IND-F FROM 1 BY 1 UNTIL IND-F > 4
              MOVE SPACES TO DETALHE-VALOR
              MOVE Nome-Faixa-T(IND-F) TO ROT-VAL
              MOVE ZEROES TO TOTAL-W
              PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EMP
                 MOVE Faixa-Emp-T(IND-E, IND-F) TO VAL-DET(IND-E)
                 ADD Faixa-Emp-T(IND-E, IND-F) TO TOTAL-W
              END-PERFORM
              MOVE TOTAL-W TO VAL-DET(QTD-EMP + 1)
              WRITE REG-CONSREL FROM DETALHE-VALOR
           END-PERFORM
           MOVE SPACES TO DETALHE-VALOR
           MOVE "TOTAL EM ABERTO" TO ROT-VAL
           MOVE ZEROES TO TOTAL-W
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EMP
              MOVE Aberto-Emp-T(IND-E) TO VAL-DET(IND-E)
              ADD Aberto-Emp-T(IND-E) TO TOTAL-W
           END-PERFORM
           MOVE TOTAL-W TO VAL-DET(QTD-EMP + 1)
           WRITE REG-CONSREL FROM DETALHE-VALOR

           MOVE "CLIENTES" TO TITULO-SECAO
           PERFORM IMPRIMIR-SECAO
           MOVE SPACES TO DETALHE-QTD
           MOVE "CADASTRADOS" TO ROT-QTD
           MOVE ZEROES TO TOTAL-QTD-W
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EMP
              MOVE Cli-Cad-T(IND-E) TO QTD-DET(IND-E)
              ADD Cli-Cad-T(IND-E) TO TOTAL-QTD-W
           END-PERFORM
           MOVE TOTAL-QTD-W TO QTD-DET(QTD-EMP + 1)
           WRITE REG-CONSREL FROM DETALHE-QTD
           MOVE SPACES TO DETALHE-QTD
           MOVE "ATIVOS" TO ROT-QTD
           MOVE ZEROES TO TOTAL-QTD-W
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EMP
              MOVE Cli-Ativos-T(IND-E) TO QTD-DET(IND-E)
              ADD Cli-Ativos-T(IND-E) TO TOTAL-QTD-W
           END-PERFORM
           MOVE TOTAL-QTD-W TO QTD-DET(QTD-EMP + 1)
           WRITE REG-CONSREL FROM DETALHE-QTD
           MOVE SPACES TO DETALHE-QTD
           MOVE "COMPRARAM NO ANO" TO ROT-QTD
           MOVE ZEROES TO TOTAL-QTD-W
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > QTD-EMP
              MOVE Cli-Compr-T(IND-E) TO QTD-DET(IND-E)
              ADD Cli-Compr-T(IND-E) TO TOTAL-QTD-W
           END-PERFORM
           MOVE TOTAL-QTD-W TO QTD-DET(QTD-EMP + 1)
           WRITE REG-CONSREL FROM DETALHE-QTD

           PERFORM LISTAR-CLIENTES-MULTI
           CLOSE CONSREL
           MOVE "consolidado.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           DISPLAY "RELATORIO CONSOLIDADO GERADO: "
                   FUNCTION TRIM(ARQ-CONSREL).

       IMPRIMIR-SECAO.
           WRITE REG-CONSREL FROM LINEA-BLNKS
           WRITE REG-CONSREL FROM LINEA-SECAO
           WRITE REG-CONSREL FROM LINEA-CABEC.

       LISTAR-CLIENTES-MULTI.
      ********** CNPJ COM COMPRA NO ANO EM DUAS OU MAIS EMPRESAS; A **
      *    EXPOSICAO E A CARTEIRA ABERTA SOMADA EM TODAS ELAS        *
           WRITE REG-CONSREL FROM LINEA-BLNKS
           MOVE "CLIENTES QUE COMPRAM EM MAIS DE UMA EMPRESA DO GRUPO"
             TO TITULO-SECAO
           WRITE REG-CONSREL FROM LINEA-SECAO
           WRITE REG-CONSREL FROM LINEA-CAB-MULTI
           MOVE ZEROES TO CONT-MULTI EXPOSICAO-MULTI
           SET NO-FIN-ARQ TO TRUE
           MOVE ZEROES TO Cnpj-cg
           START CONSGRP KEY IS NOT LESS THAN Cnpj-cg
              INVALID KEY SET FIN-ARQ TO TRUE
           END-START
           PERFORM UNTIL FIN-ARQ
              READ CONSGRP NEXT RECORD
                 AT END SET FIN-ARQ TO TRUE
              END-READ
              IF NOT FIN-ARQ
                 MOVE ZEROES TO CONT-EMP-CLIENTE EXPOSICAO-W
                 MOVE SPACES TO EMPRESAS-MUL
                 MOVE 1 TO POS-EMP-W
                 PERFORM VARYING IND-E FROM 1 BY 1
                    UNTIL IND-E > QTD-EMP
                    ADD Exposicao-cg(IND-E) TO EXPOSICAO-W
                    IF Comprou-cg(IND-E) = "S"
                       ADD 1 TO CONT-EMP-CLIENTE
                       MOVE Codigo-Emp-T(IND-E)
                         TO EMPRESAS-MUL(POS-EMP-W:2)
                       ADD 3 TO POS-EMP-W
                    END-IF
                 END-PERFORM
                 IF CONT-EMP-CLIENTE > 1
                    ADD 1 TO CONT-MULTI
                    ADD EXPOSICAO-W TO EXPOSICAO-MULTI
                    MOVE Cnpj-cg     TO CNPJ-MUL
                    MOVE Razao-cg    TO RAZAO-MUL
                    MOVE EXPOSICAO-W TO EXPOSICAO-MUL
                    WRITE REG-CONSREL FROM DETALHE-MULTI
                 END-IF
              END-IF
           END-PERFORM
           WRITE REG-CONSREL FROM LINEA-BLNKS
           MOVE CONT-MULTI      TO CONT-MUL-TOT
           MOVE EXPOSICAO-MULTI TO EXPOSICAO-MUL-TOT
           WRITE REG-CONSREL FROM TOTAL-MULTI
           DISPLAY "CLIENTES EM MAIS DE UMA EMPRESA: " CONT-MULTI.

       FIN.
           MOVE DIR-SESSAO-W TO Dir-Dados-Par
           MOVE CONT-REG-LIDOS TO JOB-LIDOS
           MOVE CONT-MULTI     TO JOB-GRAVADOS
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
           STRING "ANO=" ANO-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA83 "
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
                       MOVE Dir-Dados-F TO Dir-Instal-Par
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
           MOVE SPACES TO ARQ-HISTVENDAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "histvendas.dat" DELIMITED BY SIZE
                  INTO ARQ-HISTVENDAS
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-SESSAO
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "sessao.txt" DELIMITED BY SIZE
                  INTO ARQ-SESSAO
      ********** USUARIOS.DAT E UNICO DA INSTALACAO (VER PGM00000) ***
           MOVE SPACES TO ARQ-USUARIOS
           STRING FUNCTION TRIM(Dir-Instal-Par)
                  DELIMITED BY SIZE
                  "usuarios.dat" DELIMITED BY SIZE
                  INTO ARQ-USUARIOS.
       END PROGRAM PROGRAMA83.
