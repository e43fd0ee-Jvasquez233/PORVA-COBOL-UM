      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: FUNIL COMERCIAL MENSAL POR VENDEDOR E ZONA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA99.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORCAMENTOS ASSIGN ARQ-ORCAMENTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Orcamento
           FILE STATUS IS FILE-STATUS-ORC.

           SELECT PEDIDOS ASSIGN ARQ-PEDIDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS-PED.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS-FAT.

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

           SELECT AUDITLOG ASSIGN ARQ-AUDITLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-LOG.

           SELECT RELVENCL ASSIGN ARQ-RELVENCL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-REL.

           SELECT FUNIL ASSIGN ARQ-FUNIL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-FUN.

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
       FD  ORCAMENTOS.

       01  REG-ORCAMENTOS.
           05 Numero-Orcamento             PIC 9(007).
           05 Codigo-Cliente-o             PIC 9(007).
           05 Codigo-Vendedor-o            PIC 9(003).
           05 Data-Orcamento               PIC X(010).
           05 Validade-Orcamento           PIC X(010).
           05 Valor-Orcamento              PIC 9(009)v9(002).
           05 Situacao-Orcamento           PIC X(001).
              88 ORCAMENTO-ABERTO                        VALUE "A".
              88 ORCAMENTO-CONVERTIDO                    VALUE "C".
           05 Operador-Inclusao-o          PIC X(010).
           05 Data-Inclusao-o              PIC X(010).
           05 Hora-Inclusao-o              PIC X(008).

       FD  PEDIDOS.

       01  REG-PEDIDOS.
           05 Numero-Pedido                PIC 9(007).
           05 Codigo-Cliente-p             PIC 9(007).
           05 Codigo-Vendedor-p            PIC 9(003).
           05 Data-Pedido                  PIC X(010).
           05 Valor-Pedido                 PIC 9(009)v9(002).
           05 Situacao-Pedido              PIC X(001)   VALUE "A".
              88 PEDIDO-ABERTO                           VALUE "A".
              88 PEDIDO-FATURADO                         VALUE "F".
              88 PEDIDO-PENDENTE                         VALUE "P".
              88 PEDIDO-RECUSADO                         VALUE "R".
              88 PEDIDO-EM-SEPARACAO                     VALUE "S".
              88 PEDIDO-EM-ENTREGA                       VALUE "T".
              88 PEDIDO-ENTREGUE                         VALUE "E".
              88 PEDIDO-BACKORDER                        VALUE "B".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Perc-Desconto-ped            PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Data-Situacao-ped            PIC X(010)   VALUE SPACES.
           05 Responsavel-ped              PIC X(010)   VALUE SPACES.
           05 Valor-Frete-ped              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prometida-ped           PIC 9(008)   VALUE ZEROES.

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
           05 Nome-Vendedor                PIC X(040).
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

       FD  RELVENCL BLOCK 107 CHARACTERS.

       01  REG-RELVENCL.
           05 Codigo-Cliente-i             PIC ZZZZZZZ.
           05 FIL-1                        PIC X           VALUE ";".
           05 Razão-Social-i               PIC X(040).
           05 FIL-2                        PIC X           VALUE ";".
           05 Codigo-Vendedor-i            PIC ZZZ.
           05 FIL-3                        PIC X           VALUE ";".
           05 Nombre-Vendedor-i            PIC X(040).
           05 FIL-4                        PIC X           VALUE ";".
           05 Distancia-i                  PIC ZZZ.ZZ9,99-.
           05 FIL-5                        PIC X           VALUE ";".
           05 Alerta-Dist-i                PIC X(003).
           05 FIL-6                        PIC X           VALUE ";".
           05 Codigo-Vendedor-Bkp-i        PIC ZZZ.
           05 FIL-7                        PIC X           VALUE ";".
           05 Nombre-Vendedor-Bkp-i        PIC X(040).
           05 FIL-8                        PIC X           VALUE ";".
           05 Numero-Filial-i              PIC ZZZ.
           05 FIL-9                        PIC X           VALUE ";".

       FD  FUNIL.

       01  REG-FUNIL                       PIC X(132).

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
                                            VALUE "PROGRAMA99".
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
           05 ARQ-ORCAMENTOS                  PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-RELVENCL                    PIC X(080)   VALUE SPACES.
           05 ARQ-FUNIL                       PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS-ORC              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PED              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FAT              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-VEN              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-LOG              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-REL              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FUN              PIC 99       VALUE ZEROES.
           05 SW-FIM-ORC                   PIC X        VALUE "N".
              88 FIM-ORC                                VALUE "S".
              88 NO-FIM-ORC                             VALUE "N".
           05 SW-FIM-PED                   PIC X        VALUE "N".
              88 FIM-PED                                VALUE "S".
              88 NO-FIM-PED                             VALUE "N".
           05 SW-FIM-FAT                   PIC X        VALUE "N".
              88 FIM-FAT                                VALUE "S".
              88 NO-FIM-FAT                             VALUE "N".
           05 SW-FIM-CLI                   PIC X        VALUE "N".
              88 FIM-CLI                                VALUE "S".
              88 NO-FIM-CLI                             VALUE "N".
           05 SW-FIM-LOG                   PIC X        VALUE "N".
              88 FIM-LOG                                VALUE "S".
              88 NO-FIM-LOG                             VALUE "N".
           05 SW-FIM-RELVENCL              PIC X        VALUE "N".
              88 FIM-RELVENCL                           VALUE "S".
              88 NO-FIM-RELVENCL                        VALUE "N".
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-ORCAMENTOS-OK             PIC X        VALUE "N".
           05 SW-FATURAS-OK                PIC X        VALUE "N".
           05 SW-VENDEDOR-OK               PIC X        VALUE "N".
           05 SW-MES-OK                    PIC X        VALUE "N".
           05 SW-AVISO-FUN-CHEIA           PIC X        VALUE "N".
           05 SW-AVISO-CONV-CHEIA          PIC X        VALUE "N".
           05 SW-AVISO-MOV-CHEIA           PIC X        VALUE "N".
           05 SW-AVISO-TIT-CHEIA           PIC X        VALUE "N".

      ********** LINHA DE COMANDO: "AUTO" = MES ANTERIOR, SEM ********
      *    PERGUNTAS (AGENDADOR); MM-AAAA = ESSE MES, SEM PERGUNTAS; *
      *    SEM NADA PERGUNTA O MES                                   *
           05 ARG-LINHA                    PIC X(080)   VALUE SPACES.
           05 SW-MODO-AUTO                 PIC X        VALUE "N".
              88 MODO-AUTO                              VALUE "S".
              88 MODO-INTERATIVO                        VALUE "N".

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC 9(002)   VALUE ZEROES.
              10 MM-AUX                    PIC 9(002)   VALUE ZEROES.
              10 DD-AUX                    PIC 9(002)   VALUE ZEROES.
           05 DATA-HOJE-W                  PIC X(010)   VALUE SPACES.
           05 DATA-HOJE-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.

           05 Mes-Ref-W                    PIC X(007)   VALUE SPACES.
           05 Mes-Ref-R REDEFINES Mes-Ref-W.
              10 Ref-Mes-W                 PIC 9(002).
              10 Ref-Sep-W                 PIC X(001).
              10 Ref-Ano-W                 PIC 9(004).
           05 Prox-Mes-W                   PIC X(007)   VALUE SPACES.
           05 Prox-Mes-R REDEFINES Prox-Mes-W.
              10 Prox-Mes-Mes-W            PIC 9(002).
              10 Prox-Mes-Sep-W            PIC X(001).
              10 Prox-Mes-Ano-W            PIC 9(004).
           05 Mes-Ini-AMD                  PIC 9(008)   VALUE ZEROES.
           05 Mes-Fim-AMD                  PIC 9(008)   VALUE ZEROES.

           05 Data-Edit-W                  PIC X(010)   VALUE SPACES.
           05 Data-Edit-R REDEFINES Data-Edit-W.
              10 Edit-Dia-W                PIC 9(002).
              10 Edit-Sep1-W               PIC X(001).
              10 Edit-Mes-W                PIC 9(002).
              10 Edit-Sep2-W               PIC X(001).
              10 Edit-Ano-W                PIC 9(004).
           05 Data-AMD-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-Int-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-Doc-AMD-W               PIC 9(008)   VALUE ZEROES.
           05 Data-Doc-Int-W               PIC 9(008)   VALUE ZEROES.
           05 Data-Val-Int-W               PIC 9(008)   VALUE ZEROES.
           05 Dias-W                       PIC s9(005)  VALUE ZEROES.
           05 Idade-Orc-W                  PIC s9(005)  VALUE ZEROES.

           05 Vendedor-Busca-W             PIC 9(003)   VALUE ZEROES.
           05 Zona-Busca-W                 PIC X(003)   VALUE SPACES.
           05 Cliente-Busca-W              PIC 9(007)   VALUE ZEROES.
           05 Vendedor-Atual-W             PIC 9(003)   VALUE ZEROES.
           05 Nome-Vendedor-W              PIC X(040)   VALUE SPACES.
           05 Pos-Insercao-W               PIC 9(005)   VALUE ZEROES.
           05 Sub-Desl-W                   PIC 9(005)   VALUE ZEROES.
           05 Sub-Pipe-W                   PIC 9(004)   VALUE ZEROES.
           05 Idx-Achado-Fun               PIC 9(005)   VALUE ZEROES.
           05 Idx-Achado-Mov               PIC 9(005)   VALUE ZEROES.
           05 Idx-Achado-Tit               PIC 9(005)   VALUE ZEROES.
           05 Idx-Achado-Conv              PIC 9(005)   VALUE ZEROES.
           05 Numero-Orc-Log-W             PIC 9(007)   VALUE ZEROES.

      ********** APURACAO DAS PARCELAS DE UM PEDIDO ******************
           05 Parcelas-Ped-W               PIC 9(003)   VALUE ZEROES.
           05 Parcelas-Pagas-W             PIC 9(003)   VALUE ZEROES.
           05 Parcelas-Perd-W              PIC 9(003)   VALUE ZEROES.
           05 Valor-Fat-Ped-W              PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Valor-Pago-Ped-W             PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Valor-Perd-Fat-W             PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Emissao-Int-Ped-W            PIC 9(008)   VALUE ZEROES.
           05 Dias-Rec-Ped-W               PIC 9(007)   VALUE ZEROES.
           05 Qtd-Dias-Rec-Ped-W           PIC 9(005)   VALUE ZEROES.

      ********** UMA LINHA DO FUNIL POR VENDEDOR E ZONA, MANTIDA EM **
      *    ORDEM DE VENDEDOR E ZONA NA INSERCAO. PROSPECTOS, CONTADOS*
      *    NO MES; ORCAMENTOS E PEDIDOS EMITIDOS NO MES (COORTE),    *
      *    COM A CONVERSAO, O FATURAMENTO E O RECEBIMENTO APURADOS   *
      *    ATE HOJE. DIAS SOMADOS PARA A MEDIA DE CADA ETAPA         *
           05 TABELA-FUNIL.
              10 FUNIL-OCC OCCURS 2000 TIMES
                               INDEXED BY IDX-FUN.
                 15 Vendedor-Fun           PIC 9(003).
                 15 Zona-Fun               PIC X(003).
                 15 ACUM-FUN.
                    20 Qtd-Prosp-F         PIC 9(005).
                    20 Qtd-Prosp-Mov-F     PIC 9(005).
                    20 Dias-Prosp-F        PIC 9(007).
                    20 Qtd-Orc-F           PIC 9(005).
                    20 Valor-Orc-F         PIC 9(011)v9(002).
                    20 Qtd-Conv-F          PIC 9(005).
                    20 Valor-Conv-F        PIC 9(011)v9(002).
                    20 Dias-Conv-F         PIC 9(007).
                    20 Qtd-Dias-Conv-F     PIC 9(005).
                    20 Qtd-Perd-Orc-F      PIC 9(005).
                    20 Valor-Perd-Orc-F    PIC 9(011)v9(002).
                    20 Valor-Aberto-Orc-F  PIC 9(011)v9(002).
                    20 Qtd-Ped-F           PIC 9(005).
                    20 Valor-Ped-F         PIC 9(011)v9(002).
                    20 Qtd-Perd-Ped-F      PIC 9(005).
                    20 Valor-Perd-Ped-F    PIC 9(011)v9(002).
                    20 Qtd-Fat-F           PIC 9(005).
                    20 Valor-Fat-F         PIC 9(011)v9(002).
                    20 Dias-Fat-F          PIC 9(007).
                    20 Qtd-Rec-F           PIC 9(005).
                    20 Valor-Rec-F         PIC 9(011)v9(002).
                    20 Dias-Rec-F          PIC 9(007).
                    20 Qtd-Dias-Rec-F      PIC 9(005).
                    20 Valor-Perd-Fat-F    PIC 9(011)v9(002).
           05 QTD-FUNIL                    PIC 9(005)   VALUE ZEROES.

      ********** ORCAMENTOS DO MES JA CONVERTIDOS: A DATA DA *********
      *    CONVERSAO VEM DO LOG DE AUDITORIA (PGM00025)              *
           05 TABELA-CONVERTIDOS.
              10 CONV-OCC OCCURS 5000 TIMES
                               INDEXED BY IDX-CONV.
                 15 Numero-Orcamento-Cv    PIC 9(007).
                 15 Data-Orc-Int-Cv        PIC 9(008).
                 15 Vendedor-Cv            PIC 9(003).
                 15 Zona-Cv                PIC X(003).
                 15 Apurado-Cv             PIC X(001).
           05 QTD-CONVERTIDOS              PIC 9(005)   VALUE ZEROES.

      ********** CLIENTES COM ORCAMENTO OU PEDIDO NO MES E A DATA DO *
      *    PRIMEIRO DELES, PARA A CONVERSAO DOS PROSPECTOS           *
           05 TABELA-MOVIMENTO.
              10 MOV-CLI-OCC OCCURS 9999 TIMES
                               INDEXED BY IDX-MOV.
                 15 Codigo-Cliente-Mv      PIC 9(007).
                 15 Data-Prim-Mov-Int      PIC 9(008).
           05 QTD-MOV-CLI                  PIC 9(005)   VALUE ZEROES.

      ********** TITULAR DE CADA CLIENTE NA ULTIMA DISTRIBUICAO ******
           05 TABELA-TITULARES.
              10 TITULAR-OCC OCCURS 9999 TIMES
                               INDEXED BY IDX-TIT.
                 15 Codigo-Cliente-Tit     PIC 9(007).
                 15 Codigo-Vendedor-Tit    PIC 9(003).
           05 QTD-TITULARES                PIC 9(005)   VALUE ZEROES.

      ********** PESO DE CADA ESTAGIO DO ORCAMENTO EM ABERTO NA ******
      *    PROJECAO DO PROXIMO MES: NOVO (ATE 7 DIAS DE EMITIDO), EM *
      *    NEGOCIACAO, A VENCER (ATE 3 DIAS DA VALIDADE) E VENCIDO   *
      *    SEM RESPOSTA (AINDA ABERTO, JA FORA DA VALIDADE)          *
           05 TABELA-ESTAGIOS.
              10 FILLER                    PIC X(023)   VALUE
                 "050NOVO                ".
              10 FILLER                    PIC X(023)   VALUE
                 "035EM NEGOCIACAO       ".
              10 FILLER                    PIC X(023)   VALUE
                 "020A VENCER            ".
              10 FILLER                    PIC X(023)   VALUE
                 "005VENCIDO SEM RESPOSTA".
           05 TABELA-ESTAGIOS-R REDEFINES TABELA-ESTAGIOS.
              10 ESTAGIO-DEF-OCC OCCURS 4 TIMES.
                 15 Peso-Estagio           PIC 9(003).
                 15 Nome-Estagio           PIC X(020).
           05 DIAS-ESTAGIO-NOVO            PIC 9(003)   VALUE 7.
           05 DIAS-ESTAGIO-A-VENCER        PIC 9(003)   VALUE 3.
           05 Estagio-W                    PIC 9(001)   VALUE ZEROES.
           05 Valor-Ponderado-W            PIC 9(011)v9(002)
                                            VALUE ZEROES.

           05 TOTAIS-ESTAGIO.
              10 TOT-ESTAGIO-OCC OCCURS 4 TIMES.
                 15 Qtd-Estagio-T          PIC 9(005).
                 15 Valor-Estagio-T        PIC 9(011)v9(002).
                 15 Ponderado-Estagio-T    PIC 9(011)v9(002).

      ********** PIPELINE POR VENDEDOR (POSICAO = CODIGO + 1) ********
           05 TABELA-PIPELINE.
              10 PIPE-VEND-OCC OCCURS 1000 TIMES.
                 15 Qtd-Pipe-T             PIC 9(005).
                 15 Valor-Pipe-T OCCURS 4  PIC 9(011)v9(002).
                 15 Ponderado-Pipe-T       PIC 9(011)v9(002).

           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-PROSPECTOS              PIC 9(007)   VALUE ZEROES.
           05 CONT-ORCAMENTOS              PIC 9(007)   VALUE ZEROES.
           05 CONT-PEDIDOS                 PIC 9(007)   VALUE ZEROES.
           05 CONT-ABERTOS                 PIC 9(007)   VALUE ZEROES.
           05 TOTAL-PONDERADO              PIC 9(011)v9(002)
                                            VALUE ZEROES.

           05 Parte-W                      PIC 9(007)   VALUE ZEROES.
           05 Base-W                       PIC 9(007)   VALUE ZEROES.
           05 Perc-W                       PIC 9(003)v9(001)
                                            VALUE ZEROES.
           05 Soma-Dias-W                  PIC 9(007)   VALUE ZEROES.
           05 Qtd-Dias-W                   PIC 9(007)   VALUE ZEROES.
           05 Media-W                      PIC 9(004)   VALUE ZEROES.
           05 Rotulo-Linha-W               PIC X(008)   VALUE SPACES.

           05 WRK-QTD                      PIC ZZZZ9.
           05 WRK-PERC                     PIC ZZ9,9.
           05 WRK-DIAS                     PIC ZZZ9.
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-TOTAL                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

      ********** ACUMULADOS DA LINHA EM IMPRESSAO, DO VENDEDOR E *****
      *    GERAIS, NO MESMO LEIAUTE DA LINHA DA TABELA               *
       01  ACUM-IMP.
           05 Qtd-Prosp-I                  PIC 9(005).
           05 Qtd-Prosp-Mov-I              PIC 9(005).
           05 Dias-Prosp-I                 PIC 9(007).
           05 Qtd-Orc-I                    PIC 9(005).
           05 Valor-Orc-I                  PIC 9(011)v9(002).
           05 Qtd-Conv-I                   PIC 9(005).
           05 Valor-Conv-I                 PIC 9(011)v9(002).
           05 Dias-Conv-I                  PIC 9(007).
           05 Qtd-Dias-Conv-I              PIC 9(005).
           05 Qtd-Perd-Orc-I               PIC 9(005).
           05 Valor-Perd-Orc-I             PIC 9(011)v9(002).
           05 Valor-Aberto-Orc-I           PIC 9(011)v9(002).
           05 Qtd-Ped-I                    PIC 9(005).
           05 Valor-Ped-I                  PIC 9(011)v9(002).
           05 Qtd-Perd-Ped-I               PIC 9(005).
           05 Valor-Perd-Ped-I             PIC 9(011)v9(002).
           05 Qtd-Fat-I                    PIC 9(005).
           05 Valor-Fat-I                  PIC 9(011)v9(002).
           05 Dias-Fat-I                   PIC 9(007).
           05 Qtd-Rec-I                    PIC 9(005).
           05 Valor-Rec-I                  PIC 9(011)v9(002).
           05 Dias-Rec-I                   PIC 9(007).
           05 Qtd-Dias-Rec-I               PIC 9(005).
           05 Valor-Perd-Fat-I             PIC 9(011)v9(002).

       01  ACUM-SUB.
           05 Qtd-Prosp-S                  PIC 9(005).
           05 Qtd-Prosp-Mov-S              PIC 9(005).
           05 Dias-Prosp-S                 PIC 9(007).
           05 Qtd-Orc-S                    PIC 9(005).
           05 Valor-Orc-S                  PIC 9(011)v9(002).
           05 Qtd-Conv-S                   PIC 9(005).
           05 Valor-Conv-S                 PIC 9(011)v9(002).
           05 Dias-Conv-S                  PIC 9(007).
           05 Qtd-Dias-Conv-S              PIC 9(005).
           05 Qtd-Perd-Orc-S               PIC 9(005).
           05 Valor-Perd-Orc-S             PIC 9(011)v9(002).
           05 Valor-Aberto-Orc-S           PIC 9(011)v9(002).
           05 Qtd-Ped-S                    PIC 9(005).
           05 Valor-Ped-S                  PIC 9(011)v9(002).
           05 Qtd-Perd-Ped-S               PIC 9(005).
           05 Valor-Perd-Ped-S             PIC 9(011)v9(002).
           05 Qtd-Fat-S                    PIC 9(005).
           05 Valor-Fat-S                  PIC 9(011)v9(002).
           05 Dias-Fat-S                   PIC 9(007).
           05 Qtd-Rec-S                    PIC 9(005).
           05 Valor-Rec-S                  PIC 9(011)v9(002).
           05 Dias-Rec-S                   PIC 9(007).
           05 Qtd-Dias-Rec-S               PIC 9(005).
           05 Valor-Perd-Fat-S             PIC 9(011)v9(002).

       01  ACUM-TOT.
           05 Qtd-Prosp-G                  PIC 9(005).
           05 Qtd-Prosp-Mov-G              PIC 9(005).
           05 Dias-Prosp-G                 PIC 9(007).
           05 Qtd-Orc-G                    PIC 9(005).
           05 Valor-Orc-G                  PIC 9(011)v9(002).
           05 Qtd-Conv-G                   PIC 9(005).
           05 Valor-Conv-G                 PIC 9(011)v9(002).
           05 Dias-Conv-G                  PIC 9(007).
           05 Qtd-Dias-Conv-G              PIC 9(005).
           05 Qtd-Perd-Orc-G               PIC 9(005).
           05 Valor-Perd-Orc-G             PIC 9(011)v9(002).
           05 Valor-Aberto-Orc-G           PIC 9(011)v9(002).
           05 Qtd-Ped-G                    PIC 9(005).
           05 Valor-Ped-G                  PIC 9(011)v9(002).
           05 Qtd-Perd-Ped-G               PIC 9(005).
           05 Valor-Perd-Ped-G             PIC 9(011)v9(002).
           05 Qtd-Fat-G                    PIC 9(005).
           05 Valor-Fat-G                  PIC 9(011)v9(002).
           05 Dias-Fat-G                   PIC 9(007).
           05 Qtd-Rec-G                    PIC 9(005).
           05 Valor-Rec-G                  PIC 9(011)v9(002).
           05 Dias-Rec-G                   PIC 9(007).
           05 Qtd-Dias-Rec-G               PIC 9(005).
           05 Valor-Perd-Fat-G             PIC 9(011)v9(002).

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           ACCEPT ARG-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(ARG-LINHA) TO ARG-LINHA
           IF ARG-LINHA NOT = SPACES
              SET MODO-AUTO TO TRUE
           END-IF
           MOVE "INICIO" TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG

           PERFORM INICIO
           IF SW-ARQUIVOS-OK = "S"
              PERFORM CARREGAR-TITULARES
              PERFORM PROCESSAR-ORCAMENTOS
              PERFORM PROCESSAR-CONVERSOES
              PERFORM PROCESSAR-PEDIDOS
              PERFORM PROCESSAR-PROSPECTOS
              PERFORM IMPRIMIR-FUNIL
              PERFORM IMPRIMIR-PIPELINE
           END-IF
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           MOVE SPACES TO DATA-HOJE-W
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-HOJE-W
           COMPUTE DATA-HOJE-AMD = 20000000 + AA-AUX * 10000
                                 + MM-AUX * 100 + DD-AUX
           COMPUTE DATA-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(DATA-HOJE-AMD)
           MOVE ZEROES TO TABELA-PIPELINE
           MOVE ZEROES TO TOTAIS-ESTAGIO
           MOVE ZEROES TO ACUM-SUB
           MOVE ZEROES TO ACUM-TOT

      ********** MES PADRAO: O ANTERIOR AO CORRENTE (MES FECHADO) ****
           IF MM-AUX = 1
              MOVE 12 TO Ref-Mes-W
              COMPUTE Ref-Ano-W = 2000 + AA-AUX - 1
           ELSE
              COMPUTE Ref-Mes-W = MM-AUX - 1
              COMPUTE Ref-Ano-W = 2000 + AA-AUX
           END-IF
           MOVE "-" TO Ref-Sep-W

           IF MODO-AUTO AND ARG-LINHA(1:4) NOT = "AUTO"
              MOVE ARG-LINHA(1:7) TO Mes-Ref-W
              PERFORM VALIDAR-MES
              IF SW-MES-OK NOT = "S"
                 DISPLAY "MES INVALIDO NA LINHA DE COMANDO: "
                         ARG-LINHA(1:7)
                 MOVE "MES INVALIDO" TO JOB-STATUS
              END-IF
           END-IF
           IF MODO-INTERATIVO
              DISPLAY "FUNIL COMERCIAL MENSAL POR VENDEDOR E ZONA"
              DISPLAY "INSIRA MES DE REFERENCIA (MM-AAAA, ENTER = "
                      Mes-Ref-W "): "
              MOVE SPACES TO Data-Edit-W
              ACCEPT Data-Edit-W
              IF Data-Edit-W NOT = SPACES
                 MOVE Mes-Ref-W TO Prox-Mes-W
                 MOVE Data-Edit-W(1:7) TO Mes-Ref-W
                 PERFORM VALIDAR-MES
                 IF SW-MES-OK NOT = "S"
                    DISPLAY "MES INVALIDO; VALE O MES ANTERIOR"
                    MOVE Prox-Mes-W TO Mes-Ref-W
                 END-IF
              END-IF
           END-IF
           IF JOB-STATUS = "OK"
              PERFORM ABRIR-ARQUIVOS
           END-IF.

       ABRIR-ARQUIVOS.
           COMPUTE Mes-Ini-AMD = Ref-Ano-W * 10000 + Ref-Mes-W * 100
                               + 1
           COMPUTE Mes-Fim-AMD = Ref-Ano-W * 10000 + Ref-Mes-W * 100
                               + 31
           MOVE "-" TO Prox-Mes-Sep-W
           IF Ref-Mes-W = 12
              MOVE 1 TO Prox-Mes-Mes-W
              COMPUTE Prox-Mes-Ano-W = Ref-Ano-W + 1
           ELSE
              COMPUTE Prox-Mes-Mes-W = Ref-Mes-W + 1
              MOVE Ref-Ano-W TO Prox-Mes-Ano-W
           END-IF

           OPEN INPUT PEDIDOS
           IF FILE-STATUS-PED NOT = 00
              DISPLAY "pedidos.dat NAO PODE SER ABERTO"
              DISPLAY "STATUS: " FILE-STATUS-PED
              MOVE "SEM PEDIDOS" TO JOB-STATUS
           ELSE
              OPEN INPUT CLIENTES
              IF FILE-STATUS-CLI NOT = 00
                 DISPLAY "clientes.dat NAO PODE SER ABERTO"
                 DISPLAY "STATUS: " FILE-STATUS-CLI
                 MOVE "SEM CLIENTE" TO JOB-STATUS
                 CLOSE PEDIDOS
              ELSE
                 PERFORM ABRIR-COMPLEMENTARES
              END-IF
           END-IF.

       ABRIR-COMPLEMENTARES.
           MOVE "S" TO SW-ARQUIVOS-OK
           OPEN INPUT ORCAMENTOS
           IF FILE-STATUS-ORC = 00
              MOVE "S" TO SW-ORCAMENTOS-OK
           END-IF
           OPEN INPUT FATURAS
           IF FILE-STATUS-FAT = 00
              MOVE "S" TO SW-FATURAS-OK
           END-IF
           OPEN INPUT VENDEDOR
           IF FILE-STATUS-VEN = 00
              MOVE "S" TO SW-VENDEDOR-OK
           END-IF
           OPEN OUTPUT FUNIL
           MOVE SPACES TO LINHA-REL
           STRING "FUNIL COMERCIAL POR VENDEDOR E ZONA - MES "
                  Mes-Ref-W " - EMITIDO EM " DATA-HOJE-W
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           IF LINHA-EMPRESA NOT = SPACES
              MOVE LINHA-EMPRESA TO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF
           MOVE "PROSPECTOS TRABALHADOS NO MES; ORCAMENTOS E PEDIDOS"
                TO LINHA-REL
           MOVE " EMITIDOS NO MES, COM CONVERSAO, FATURAMENTO E"
                TO LINHA-REL(52:)
           MOVE " RECEBIMENTO APURADOS ATE HOJE" TO LINHA-REL(98:)
           PERFORM ESCREVER-LINHA.

       VALIDAR-MES.
           MOVE "N" TO SW-MES-OK
           IF Ref-Mes-W IS NUMERIC AND Ref-Ano-W IS NUMERIC
              AND Ref-Sep-W = "-"
              IF Ref-Mes-W >= 1 AND Ref-Mes-W <= 12
                 AND Ref-Ano-W > 1900
                 MOVE "S" TO SW-MES-OK
              END-IF
           END-IF.

       CONVERTER-DATA.
      ********** DATA-EDIT-W NO FORMATO DD-MM-AAAA; EM BRANCO OU *****
      *    INVALIDA DEVOLVE ZERO NA DATA AMD E NA DATA INTEIRA       *
           MOVE ZEROES TO Data-AMD-W Data-Int-W
           IF Edit-Dia-W IS NUMERIC AND Edit-Mes-W IS NUMERIC
              AND Edit-Ano-W IS NUMERIC
              IF Edit-Mes-W >= 1 AND Edit-Mes-W <= 12
                 AND Edit-Dia-W >= 1 AND Edit-Dia-W <= 31
                 AND Edit-Ano-W > 1900
                 COMPUTE Data-AMD-W = Edit-Ano-W * 10000
                                    + Edit-Mes-W * 100 + Edit-Dia-W
                 COMPUTE Data-Int-W =
                    FUNCTION INTEGER-OF-DATE(Data-AMD-W)
              END-IF
           END-IF.

       CARREGAR-TITULARES.
      ********** TITULAR DE CADA CLIENTE NA ULTIMA DISTRIBUICAO, PARA*
      *    O PROSPECTO SEM VENDEDOR FIXO (COMO NO PROGRAMA15)        *
           SET NO-FIM-RELVENCL TO TRUE
           OPEN INPUT RELVENCL
           IF FILE-STATUS-REL = 00
              PERFORM LER-RELVENCL
              PERFORM UNTIL FIM-RELVENCL
                 IF QTD-TITULARES < 9999
                    ADD 1            TO QTD-TITULARES
                    SET IDX-TIT      TO QTD-TITULARES
                    MOVE FUNCTION NUMVAL(Codigo-Cliente-i)
                         TO Codigo-Cliente-Tit(IDX-TIT)
                    MOVE FUNCTION NUMVAL(Codigo-Vendedor-i)
                         TO Codigo-Vendedor-Tit(IDX-TIT)
                 ELSE
                    IF SW-AVISO-TIT-CHEIA = "N"
                       DISPLAY "AVISO: RELVENCLI.CSV COM MAIS DE 9999"
                       DISPLAY "CLIENTES; EXCEDENTES FICAM SEM TITULAR"
                       MOVE "S"       TO SW-AVISO-TIT-CHEIA
                       ADD 1          TO JOB-AVISOS
                    END-IF
                 END-IF
                 PERFORM LER-RELVENCL
              END-PERFORM
              CLOSE RELVENCL
           END-IF.

       LER-RELVENCL.
           READ RELVENCL
              AT END SET FIM-RELVENCL TO TRUE
           END-READ.

       PROCESSAR-ORCAMENTOS.
      ********** ORCAMENTO EMITIDO NO MES ENTRA NO FUNIL: CONVERTIDO,*
      *    PERDIDO (VENCIDO SEM CONVERSAO) OU AINDA EM ABERTO. TODO  *
      *    ORCAMENTO ABERTO, DE QUALQUER MES, ENTRA NO PIPELINE      *
           IF SW-ORCAMENTOS-OK = "S"
              MOVE ZEROES TO Numero-Orcamento
              SET NO-FIM-ORC TO TRUE
              START ORCAMENTOS KEY IS NOT LESS THAN Numero-Orcamento
                 INVALID KEY SET FIM-ORC TO TRUE
              END-START
              PERFORM LER-UM-ORCAMENTO UNTIL FIM-ORC
           END-IF.

       LER-UM-ORCAMENTO.
           READ ORCAMENTOS NEXT RECORD
              AT END SET FIM-ORC TO TRUE
           END-READ
           IF NOT FIM-ORC
              ADD 1 TO CONT-LIDOS
              MOVE Data-Orcamento TO Data-Edit-W
              PERFORM CONVERTER-DATA
              MOVE Data-AMD-W TO Data-Doc-AMD-W
              MOVE Data-Int-W TO Data-Doc-Int-W
              MOVE Validade-Orcamento TO Data-Edit-W
              PERFORM CONVERTER-DATA
              MOVE Data-Int-W TO Data-Val-Int-W
              IF Data-Doc-AMD-W >= Mes-Ini-AMD
                 AND Data-Doc-AMD-W <= Mes-Fim-AMD
                 PERFORM APURAR-ORCAMENTO-MES
              END-IF
              IF ORCAMENTO-ABERTO
                 PERFORM APURAR-PIPELINE
              END-IF
           END-IF.

       APURAR-ORCAMENTO-MES.
           ADD 1 TO CONT-ORCAMENTOS
           MOVE Codigo-Vendedor-o TO Vendedor-Busca-W
           MOVE Codigo-Cliente-o  TO Cliente-Busca-W
           PERFORM OBTER-ZONA-CLIENTE
           PERFORM REGISTRAR-MOVIMENTO-CLIENTE
           PERFORM BUSCAR-LINHA-FUNIL
           IF Idx-Achado-Fun > ZEROES
              PERFORM ACUMULAR-ORCAMENTO
           END-IF.

       ACUMULAR-ORCAMENTO.
           SET IDX-FUN TO Idx-Achado-Fun
           ADD 1               TO Qtd-Orc-F(IDX-FUN)
           ADD Valor-Orcamento TO Valor-Orc-F(IDX-FUN)
           EVALUATE TRUE
              WHEN ORCAMENTO-CONVERTIDO
                 ADD 1               TO Qtd-Conv-F(IDX-FUN)
                 ADD Valor-Orcamento TO Valor-Conv-F(IDX-FUN)
                 PERFORM GUARDAR-CONVERTIDO
              WHEN Data-Val-Int-W > ZEROES
                   AND Data-Val-Int-W < DATA-HOJE-INT
                 ADD 1               TO Qtd-Perd-Orc-F(IDX-FUN)
                 ADD Valor-Orcamento TO Valor-Perd-Orc-F(IDX-FUN)
              WHEN OTHER
                 ADD Valor-Orcamento TO Valor-Aberto-Orc-F(IDX-FUN)
           END-EVALUATE.

       GUARDAR-CONVERTIDO.
           IF QTD-CONVERTIDOS < 5000
              ADD 1 TO QTD-CONVERTIDOS
              SET IDX-CONV TO QTD-CONVERTIDOS
              MOVE Numero-Orcamento TO Numero-Orcamento-Cv(IDX-CONV)
              MOVE Data-Doc-Int-W   TO Data-Orc-Int-Cv(IDX-CONV)
              MOVE Vendedor-Busca-W TO Vendedor-Cv(IDX-CONV)
              MOVE Zona-Busca-W     TO Zona-Cv(IDX-CONV)
              MOVE "N"              TO Apurado-Cv(IDX-CONV)
           ELSE
              IF SW-AVISO-CONV-CHEIA = "N"
                 DISPLAY "AVISO: MAIS DE 5000 ORCAMENTOS CONVERTIDOS;"
                 DISPLAY "EXCEDENTES FICAM FORA DA MEDIA DE DIAS"
                 MOVE "S" TO SW-AVISO-CONV-CHEIA
                 ADD 1    TO JOB-AVISOS
              END-IF
           END-IF.

       APURAR-PIPELINE.
      ********** ESTAGIO PELA IDADE E PELA VALIDADE; O VALOR ENTRA ***
      *    NA PROJECAO MULTIPLICADO PELO PESO DO ESTAGIO             *
           COMPUTE Idade-Orc-W = DATA-HOJE-INT - Data-Doc-Int-W
           IF Data-Val-Int-W = ZEROES
              MOVE 2 TO Estagio-W
           ELSE
              COMPUTE Dias-W = Data-Val-Int-W - DATA-HOJE-INT
              EVALUATE TRUE
                 WHEN Dias-W < ZEROES
                    MOVE 4 TO Estagio-W
                 WHEN Dias-W <= DIAS-ESTAGIO-A-VENCER
                    MOVE 3 TO Estagio-W
                 WHEN Data-Doc-Int-W > ZEROES
                      AND Idade-Orc-W <= DIAS-ESTAGIO-NOVO
                    MOVE 1 TO Estagio-W
                 WHEN OTHER
                    MOVE 2 TO Estagio-W
              END-EVALUATE
           END-IF
           COMPUTE Valor-Ponderado-W ROUNDED =
              Valor-Orcamento * Peso-Estagio(Estagio-W) / 100
           ADD 1 TO CONT-ABERTOS
           ADD 1 TO Qtd-Estagio-T(Estagio-W)
           ADD Valor-Orcamento   TO Valor-Estagio-T(Estagio-W)
           ADD Valor-Ponderado-W TO Ponderado-Estagio-T(Estagio-W)
           ADD Valor-Ponderado-W TO TOTAL-PONDERADO
           COMPUTE Sub-Pipe-W = Codigo-Vendedor-o + 1
           ADD 1 TO Qtd-Pipe-T(Sub-Pipe-W)
           ADD Valor-Orcamento
               TO Valor-Pipe-T(Sub-Pipe-W, Estagio-W)
           ADD Valor-Ponderado-W TO Ponderado-Pipe-T(Sub-Pipe-W).

       PROCESSAR-CONVERSOES.
      ********** A CONVERSAO GRAVA NO LOG A ENTIDADE ORCAMENTO, A ****
      *    ACAO CONVERSAO E O NUMERO DO ORCAMENTO NA CHAVE; A DATA DO*
      *    LOG E A DO PEDIDO GERADO. SEM LOG, FICA SO FORA DA MEDIA  *
           IF QTD-CONVERTIDOS > ZEROES
              OPEN INPUT AUDITLOG
              IF FILE-STATUS-LOG = 00
                 SET NO-FIM-LOG TO TRUE
                 PERFORM LER-UM-LOG UNTIL FIM-LOG
                 CLOSE AUDITLOG
              END-IF
           END-IF.

       LER-UM-LOG.
           READ AUDITLOG
              AT END SET FIM-LOG TO TRUE
           END-READ
           IF NOT FIM-LOG
              ADD 1 TO CONT-LIDOS
              IF Entidade-log = "ORCAMENTO" AND Acao-log = "CONVERSAO"
                 AND Chave-log(1:7) IS NUMERIC
                 MOVE Chave-log(1:7) TO Numero-Orc-Log-W
                 PERFORM APURAR-DIAS-CONVERSAO
              END-IF
           END-IF.

       APURAR-DIAS-CONVERSAO.
           MOVE ZEROES TO Idx-Achado-Conv
           PERFORM VARYING IDX-CONV FROM 1 BY 1
              UNTIL IDX-CONV > QTD-CONVERTIDOS
                 OR Idx-Achado-Conv > ZEROES
              IF Numero-Orcamento-Cv(IDX-CONV) = Numero-Orc-Log-W
                 AND Apurado-Cv(IDX-CONV) = "N"
                 SET Idx-Achado-Conv TO IDX-CONV
              END-IF
           END-PERFORM
           IF Idx-Achado-Conv > ZEROES
              SET IDX-CONV TO Idx-Achado-Conv
              MOVE Data-Acao-log TO Data-Edit-W
              PERFORM CONVERTER-DATA
              IF Data-Int-W > ZEROES
                 AND Data-Orc-Int-Cv(IDX-CONV) > ZEROES
                 AND Data-Int-W >= Data-Orc-Int-Cv(IDX-CONV)
                 PERFORM ACUMULAR-DIAS-CONVERSAO
              END-IF
           END-IF.

       ACUMULAR-DIAS-CONVERSAO.
           MOVE "S" TO Apurado-Cv(IDX-CONV)
           COMPUTE Dias-W = Data-Int-W - Data-Orc-Int-Cv(IDX-CONV)
           MOVE Vendedor-Cv(IDX-CONV) TO Vendedor-Busca-W
           MOVE Zona-Cv(IDX-CONV)     TO Zona-Busca-W
           PERFORM BUSCAR-LINHA-FUNIL
           IF Idx-Achado-Fun > ZEROES
              SET IDX-FUN TO Idx-Achado-Fun
              ADD Dias-W TO Dias-Conv-F(IDX-FUN)
              ADD 1      TO Qtd-Dias-Conv-F(IDX-FUN)
           END-IF.

       PROCESSAR-PEDIDOS.
      ********** PEDIDO EMITIDO NO MES: RECUSADO E PERDA DA ETAPA; ***
      *    OS DEMAIS SAO FATURADOS QUANDO TEM PARCELA EM FATURAS E   *
      *    RECEBIDOS QUANDO TODAS AS PARCELAS VIGENTES ESTAO PAGAS   *
           MOVE ZEROES TO Numero-Pedido
           SET NO-FIM-PED TO TRUE
           START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido
              INVALID KEY SET FIM-PED TO TRUE
           END-START
           PERFORM LER-UM-PEDIDO UNTIL FIM-PED.

       LER-UM-PEDIDO.
           READ PEDIDOS NEXT RECORD
              AT END SET FIM-PED TO TRUE
           END-READ
           IF NOT FIM-PED
              ADD 1 TO CONT-LIDOS
              MOVE Data-Pedido TO Data-Edit-W
              PERFORM CONVERTER-DATA
              MOVE Data-AMD-W TO Data-Doc-AMD-W
              MOVE Data-Int-W TO Data-Doc-Int-W
              IF Data-Doc-AMD-W >= Mes-Ini-AMD
                 AND Data-Doc-AMD-W <= Mes-Fim-AMD
                 PERFORM APURAR-PEDIDO-MES
              END-IF
           END-IF.

       APURAR-PEDIDO-MES.
           ADD 1 TO CONT-PEDIDOS
           MOVE Codigo-Vendedor-p TO Vendedor-Busca-W
           MOVE Codigo-Cliente-p  TO Cliente-Busca-W
           PERFORM OBTER-ZONA-CLIENTE
           PERFORM REGISTRAR-MOVIMENTO-CLIENTE
           PERFORM BUSCAR-LINHA-FUNIL
           IF Idx-Achado-Fun > ZEROES
              SET IDX-FUN TO Idx-Achado-Fun
              ADD 1            TO Qtd-Ped-F(IDX-FUN)
              ADD Valor-Pedido TO Valor-Ped-F(IDX-FUN)
              IF PEDIDO-RECUSADO
                 ADD 1            TO Qtd-Perd-Ped-F(IDX-FUN)
                 ADD Valor-Pedido TO Valor-Perd-Ped-F(IDX-FUN)
              ELSE
                 PERFORM APURAR-FATURAS-PEDIDO
                 IF Parcelas-Ped-W + Parcelas-Perd-W > ZEROES
                    PERFORM ACUMULAR-FATURAMENTO
                 END-IF
              END-IF
           END-IF.

       ACUMULAR-FATURAMENTO.
           ADD 1               TO Qtd-Fat-F(IDX-FUN)
           ADD Valor-Fat-Ped-W TO Valor-Fat-F(IDX-FUN)
           ADD Valor-Perd-Fat-W TO Valor-Perd-Fat-F(IDX-FUN)
           IF Emissao-Int-Ped-W > ZEROES AND Data-Doc-Int-W > ZEROES
              AND Emissao-Int-Ped-W >= Data-Doc-Int-W
              COMPUTE Dias-W = Emissao-Int-Ped-W - Data-Doc-Int-W
              ADD Dias-W TO Dias-Fat-F(IDX-FUN)
           END-IF
           ADD Valor-Pago-Ped-W   TO Valor-Rec-F(IDX-FUN)
           ADD Dias-Rec-Ped-W     TO Dias-Rec-F(IDX-FUN)
           ADD Qtd-Dias-Rec-Ped-W TO Qtd-Dias-Rec-F(IDX-FUN)
           IF Parcelas-Ped-W > ZEROES
              AND Parcelas-Pagas-W = Parcelas-Ped-W
              ADD 1 TO Qtd-Rec-F(IDX-FUN)
           END-IF.

       APURAR-FATURAS-PEDIDO.
           MOVE ZEROES TO Parcelas-Ped-W Parcelas-Pagas-W
                          Parcelas-Perd-W Valor-Fat-Ped-W
                          Valor-Pago-Ped-W Valor-Perd-Fat-W
                          Emissao-Int-Ped-W Dias-Rec-Ped-W
                          Qtd-Dias-Rec-Ped-W
           IF SW-FATURAS-OK = "S"
              MOVE Numero-Pedido TO Numero-Pedido-fa
              MOVE ZEROES        TO Parcela-fa
              SET NO-FIM-FAT TO TRUE
              START FATURAS KEY IS NOT LESS THAN Chave-Fatura
                 INVALID KEY SET FIM-FAT TO TRUE
              END-START
              PERFORM LER-PARCELA-PEDIDO UNTIL FIM-FAT
           END-IF.

       LER-PARCELA-PEDIDO.
      ********** PARCELA CANCELADA OU LANCADA EM PERDA E PERDA DA ****
      *    ETAPA DE RECEBIMENTO; RENEGOCIADA SEGUE NAS NOVAS PARCELAS*
           READ FATURAS NEXT RECORD
              AT END SET FIM-FAT TO TRUE
           END-READ
           IF NOT FIM-FAT
              IF Numero-Pedido-fa NOT = Numero-Pedido
                 SET FIM-FAT TO TRUE
              END-IF
           END-IF
           IF NOT FIM-FAT
              ADD 1 TO CONT-LIDOS
              MOVE Data-Emissao-fa TO Data-Edit-W
              PERFORM CONVERTER-DATA
              IF Data-Int-W > ZEROES
                 AND (Emissao-Int-Ped-W = ZEROES
                      OR Data-Int-W < Emissao-Int-Ped-W)
                 MOVE Data-Int-W TO Emissao-Int-Ped-W
              END-IF
              EVALUATE TRUE
                 WHEN FATURA-CANCELADA OR FATURA-PERDA
                    ADD 1            TO Parcelas-Perd-W
                    ADD Valor-Fatura TO Valor-Perd-Fat-W
                 WHEN FATURA-RENEGOCIADA
                    CONTINUE
                 WHEN OTHER
                    ADD 1            TO Parcelas-Ped-W
                    ADD Valor-Fatura TO Valor-Fat-Ped-W
                    IF FATURA-PAGA
                       PERFORM APURAR-PARCELA-PAGA
                    END-IF
              END-EVALUATE
           END-IF.

       APURAR-PARCELA-PAGA.
           ADD 1             TO Parcelas-Pagas-W
           ADD Valor-Pago-fa TO Valor-Pago-Ped-W
           MOVE Data-Emissao-fa TO Data-Edit-W
           PERFORM CONVERTER-DATA
           MOVE Data-Int-W TO Data-Val-Int-W
           MOVE Data-Pagamento-fa TO Data-Edit-W
           PERFORM CONVERTER-DATA
           IF Data-Int-W > ZEROES AND Data-Val-Int-W > ZEROES
              AND Data-Int-W >= Data-Val-Int-W
              COMPUTE Dias-W = Data-Int-W - Data-Val-Int-W
              ADD Dias-W TO Dias-Rec-Ped-W
              ADD 1      TO Qtd-Dias-Rec-Ped-W
           END-IF.

       PROCESSAR-PROSPECTOS.
      ********** PROSPECTO TRABALHADO NO MES: CLIENTE INCLUIDO NO MES*
      *    (TODO CLIENTE NASCE PROSPECTO) OU PROSPECTO ATIVO ALTERADO*
      *    NO MES. CONVERTE QUANDO TEM ORCAMENTO OU PEDIDO NO MES.   *
      *    VENDEDOR: O FIXO DO CLIENTE OU O TITULAR DA DISTRIBUICAO  *
           MOVE ZEROES TO CNPJ
           SET NO-FIM-CLI TO TRUE
           START CLIENTES KEY IS NOT LESS THAN CNPJ
              INVALID KEY SET FIM-CLI TO TRUE
           END-START
           PERFORM LER-UM-CLIENTE UNTIL FIM-CLI.

       LER-UM-CLIENTE.
           READ CLIENTES NEXT RECORD
              AT END SET FIM-CLI TO TRUE
           END-READ
           IF NOT FIM-CLI
              ADD 1 TO CONT-LIDOS
              MOVE Data-Inclusao IN REG-CLIENTES TO Data-Edit-W
              PERFORM CONVERTER-DATA
              MOVE Data-AMD-W TO Data-Doc-AMD-W
              MOVE Data-Int-W TO Data-Doc-Int-W
              IF Data-Doc-AMD-W >= Mes-Ini-AMD
                 AND Data-Doc-AMD-W <= Mes-Fim-AMD
                 PERFORM APURAR-PROSPECTO
              ELSE
                 IF CLIENTE-PROSPECTO AND CLIENTE-ATIVO
                    MOVE Data-Alteracao IN REG-CLIENTES
                         TO Data-Edit-W
                    PERFORM CONVERTER-DATA
                    IF Data-AMD-W >= Mes-Ini-AMD
                       AND Data-AMD-W <= Mes-Fim-AMD
                       PERFORM APURAR-PROSPECTO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       APURAR-PROSPECTO.
           ADD 1 TO CONT-PROSPECTOS
           MOVE Codigo-Vendedor-Fixo TO Vendedor-Busca-W
           IF Vendedor-Busca-W = ZEROES
              PERFORM BUSCAR-TITULAR
              IF Idx-Achado-Tit > ZEROES
                 SET IDX-TIT TO Idx-Achado-Tit
                 MOVE Codigo-Vendedor-Tit(IDX-TIT) TO Vendedor-Busca-W
              END-IF
           END-IF
           MOVE Zona-Cliente TO Zona-Busca-W
           PERFORM BUSCAR-LINHA-FUNIL
           IF Idx-Achado-Fun > ZEROES
              PERFORM ACUMULAR-PROSPECTO
           END-IF.

       ACUMULAR-PROSPECTO.
           SET IDX-FUN TO Idx-Achado-Fun
           ADD 1 TO Qtd-Prosp-F(IDX-FUN)
           MOVE Codigo-Cliente TO Cliente-Busca-W
           PERFORM BUSCAR-MOVIMENTO-CLIENTE
           IF Idx-Achado-Mov > ZEROES
              SET IDX-MOV TO Idx-Achado-Mov
              ADD 1 TO Qtd-Prosp-Mov-F(IDX-FUN)
              IF Data-Doc-Int-W > ZEROES
                 AND Data-Prim-Mov-Int(IDX-MOV) >= Data-Doc-Int-W
                 COMPUTE Dias-W = Data-Prim-Mov-Int(IDX-MOV)
                                - Data-Doc-Int-W
                 ADD Dias-W TO Dias-Prosp-F(IDX-FUN)
              END-IF
           END-IF.

       BUSCAR-TITULAR.
           MOVE ZEROES TO Idx-Achado-Tit
           PERFORM VARYING IDX-TIT FROM 1 BY 1
              UNTIL IDX-TIT > QTD-TITULARES
                 OR Idx-Achado-Tit > ZEROES
              IF Codigo-Cliente-Tit(IDX-TIT) = Codigo-Cliente
                 SET Idx-Achado-Tit TO IDX-TIT
              END-IF
           END-PERFORM.

       OBTER-ZONA-CLIENTE.
           MOVE SPACES TO Zona-Busca-W
           MOVE Cliente-Busca-W TO Codigo-Cliente
           READ CLIENTES KEY IS Codigo-Cliente
           IF FILE-STATUS-CLI = 00
              MOVE Zona-Cliente TO Zona-Busca-W
           END-IF.

       BUSCAR-MOVIMENTO-CLIENTE.
           MOVE ZEROES TO Idx-Achado-Mov
           PERFORM VARYING IDX-MOV FROM 1 BY 1
              UNTIL IDX-MOV > QTD-MOV-CLI
                 OR Idx-Achado-Mov > ZEROES
              IF Codigo-Cliente-Mv(IDX-MOV) = Cliente-Busca-W
                 SET Idx-Achado-Mov TO IDX-MOV
              END-IF
           END-PERFORM.

       REGISTRAR-MOVIMENTO-CLIENTE.
           PERFORM BUSCAR-MOVIMENTO-CLIENTE
           IF Idx-Achado-Mov > ZEROES
              SET IDX-MOV TO Idx-Achado-Mov
              IF Data-Doc-Int-W > ZEROES
                 AND Data-Doc-Int-W < Data-Prim-Mov-Int(IDX-MOV)
                 MOVE Data-Doc-Int-W TO Data-Prim-Mov-Int(IDX-MOV)
              END-IF
           ELSE
              IF QTD-MOV-CLI < 9999
                 ADD 1 TO QTD-MOV-CLI
                 SET IDX-MOV TO QTD-MOV-CLI
                 MOVE Cliente-Busca-W TO Codigo-Cliente-Mv(IDX-MOV)
                 MOVE Data-Doc-Int-W  TO Data-Prim-Mov-Int(IDX-MOV)
              ELSE
                 IF SW-AVISO-MOV-CHEIA = "N"
                    DISPLAY "AVISO: MAIS DE 9999 CLIENTES COM"
                    DISPLAY "MOVIMENTO NO MES; EXCEDENTES NAO CONTAM"
                    DISPLAY "NA CONVERSAO DOS PROSPECTOS"
                    MOVE "S" TO SW-AVISO-MOV-CHEIA
                    ADD 1    TO JOB-AVISOS
                 END-IF
              END-IF
           END-IF.

       BUSCAR-LINHA-FUNIL.
      ********** LOCALIZA A LINHA DO VENDEDOR E ZONA; QUANDO NAO *****
      *    EXISTE, ABRE UMA NOVA NA POSICAO QUE MANTEM A ORDEM       *
           MOVE ZEROES TO Idx-Achado-Fun
           MOVE ZEROES TO Pos-Insercao-W
           PERFORM VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > QTD-FUNIL
                 OR Idx-Achado-Fun > ZEROES
                 OR Pos-Insercao-W > ZEROES
              IF Vendedor-Fun(IDX-FUN) = Vendedor-Busca-W
                 AND Zona-Fun(IDX-FUN) = Zona-Busca-W
                 SET Idx-Achado-Fun TO IDX-FUN
              ELSE
                 IF Vendedor-Fun(IDX-FUN) > Vendedor-Busca-W
                    OR (Vendedor-Fun(IDX-FUN) = Vendedor-Busca-W
                        AND Zona-Fun(IDX-FUN) > Zona-Busca-W)
                    SET Pos-Insercao-W TO IDX-FUN
                 END-IF
              END-IF
           END-PERFORM
           IF Idx-Achado-Fun = ZEROES
              IF QTD-FUNIL < 2000
                 PERFORM INSERIR-LINHA-FUNIL
              ELSE
                 IF SW-AVISO-FUN-CHEIA = "N"
                    DISPLAY "AVISO: MAIS DE 2000 COMBINACOES DE"
                    DISPLAY "VENDEDOR E ZONA; EXCEDENTES FICAM FORA"
                    DISPLAY "DO FUNIL"
                    MOVE "S" TO SW-AVISO-FUN-CHEIA
                    ADD 1    TO JOB-AVISOS
                 END-IF
              END-IF
           END-IF.

       INSERIR-LINHA-FUNIL.
           IF Pos-Insercao-W = ZEROES
              COMPUTE Pos-Insercao-W = QTD-FUNIL + 1
           ELSE
              PERFORM VARYING Sub-Desl-W FROM QTD-FUNIL BY -1
                 UNTIL Sub-Desl-W < Pos-Insercao-W
                 MOVE FUNIL-OCC(Sub-Desl-W)
                      TO FUNIL-OCC(Sub-Desl-W + 1)
              END-PERFORM
           END-IF
           ADD 1 TO QTD-FUNIL
           SET IDX-FUN TO Pos-Insercao-W
           MOVE Vendedor-Busca-W TO Vendedor-Fun(IDX-FUN)
           MOVE Zona-Busca-W     TO Zona-Fun(IDX-FUN)
           MOVE ZEROES           TO ACUM-FUN(IDX-FUN)
           MOVE Pos-Insercao-W   TO Idx-Achado-Fun.

       IMPRIMIR-FUNIL.
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "ZONA"             TO LINHA-REL(1:)
           MOVE "PROSP"            TO LINHA-REL(9:)
           MOVE "C/MOV"            TO LINHA-REL(15:)
           MOVE "%"                TO LINHA-REL(25:)
           MOVE "ORCAM"            TO LINHA-REL(27:)
           MOVE "CONV"             TO LINHA-REL(34:)
           MOVE "%"                TO LINHA-REL(43:)
           MOVE "PEDID"            TO LINHA-REL(45:)
           MOVE "FATUR"            TO LINHA-REL(51:)
           MOVE "%"                TO LINHA-REL(61:)
           MOVE "RECEB"            TO LINHA-REL(63:)
           MOVE "%"                TO LINHA-REL(73:)
           MOVE "D.PRO"            TO LINHA-REL(75:)
           MOVE "D.ORC"            TO LINHA-REL(81:)
           MOVE "D.FAT"            TO LINHA-REL(87:)
           MOVE "D.REC"            TO LINHA-REL(93:)
           MOVE "ORC.EM ABERTO"    TO LINHA-REL(101:)
           PERFORM ESCREVER-LINHA
           MOVE "ORC.EMITIDOS"     TO LINHA-REL(11:)
           MOVE "ORC.CONVERTIDO"   TO LINHA-REL(24:)
           MOVE "ORC.PERDIDOS"     TO LINHA-REL(41:)
           MOVE "PEDIDOS MES"      TO LINHA-REL(57:)
           MOVE "PED.RECUSADOS"    TO LINHA-REL(70:)
           MOVE "FATURADOS"        TO LINHA-REL(89:)
           MOVE "RECEBIDOS"        TO LINHA-REL(104:)
           MOVE "PERDAS/CANCEL."   TO LINHA-REL(114:)
           PERFORM ESCREVER-LINHA
           MOVE ALL "-" TO LINHA-REL
           PERFORM ESCREVER-LINHA
           IF QTD-FUNIL = ZEROES
              MOVE "SEM MOVIMENTO COMERCIAL NO MES" TO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF
           PERFORM VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > QTD-FUNIL
              PERFORM IMPRIMIR-LINHA-FUNIL
           END-PERFORM
           IF QTD-FUNIL > ZEROES
              PERFORM IMPRIMIR-TOTAL-VENDEDOR
           END-IF
           MOVE ALL "=" TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE ACUM-TOT   TO ACUM-IMP
           MOVE "GERAL"    TO Rotulo-Linha-W
           PERFORM IMPRIMIR-ACUMULADOS
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "%: C/MOV SOBRE PROSP, CONV SOBRE ORCAM, FATUR SOBRE"
                TO LINHA-REL
           MOVE " PEDID, RECEB (TODAS AS PARCELAS PAGAS) SOBRE FATUR"
                TO LINHA-REL(52:)
           PERFORM ESCREVER-LINHA
           MOVE "DIAS MEDIOS: D.PRO INCLUSAO A 1O MOVIMENTO, D.ORC"
                TO LINHA-REL
           MOVE " ORCAMENTO A PEDIDO, D.FAT PEDIDO A FATURA, D.REC"
                TO LINHA-REL(50:)
           MOVE " EMISSAO A PAGAMENTO" TO LINHA-REL(99:)
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-LINHA-FUNIL.
           IF IDX-FUN = 1
              OR Vendedor-Fun(IDX-FUN) NOT = Vendedor-Atual-W
              IF IDX-FUN > 1
                 PERFORM IMPRIMIR-TOTAL-VENDEDOR
              END-IF
              MOVE Vendedor-Fun(IDX-FUN) TO Vendedor-Atual-W
              PERFORM LER-NOME-VENDEDOR
              MOVE SPACES TO LINHA-REL
              STRING "VENDEDOR " Vendedor-Atual-W " - "
                     Nome-Vendedor-W
                 DELIMITED BY SIZE INTO LINHA-REL
              PERFORM ESCREVER-LINHA
           END-IF
           MOVE ACUM-FUN(IDX-FUN) TO ACUM-IMP
           PERFORM SOMAR-ACUMULADOS
           MOVE SPACES TO Rotulo-Linha-W
           IF Zona-Fun(IDX-FUN) = SPACES
              MOVE "S/ZONA" TO Rotulo-Linha-W
           ELSE
              MOVE Zona-Fun(IDX-FUN) TO Rotulo-Linha-W
           END-IF
           PERFORM IMPRIMIR-ACUMULADOS.

       IMPRIMIR-TOTAL-VENDEDOR.
           MOVE ACUM-SUB   TO ACUM-IMP
           MOVE "TOTAL"    TO Rotulo-Linha-W
           PERFORM IMPRIMIR-ACUMULADOS
           MOVE ZEROES     TO ACUM-SUB
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA.

       LER-NOME-VENDEDOR.
           MOVE SPACES TO Nome-Vendedor-W
           IF Vendedor-Atual-W = ZEROES
              MOVE "SEM VENDEDOR DEFINIDO" TO Nome-Vendedor-W
           ELSE
              IF SW-VENDEDOR-OK = "S"
                 MOVE Vendedor-Atual-W TO Codigo-Vendedor
                 READ VENDEDOR KEY IS Codigo-Vendedor
                 IF FILE-STATUS-VEN = 00
                    MOVE Nome-Vendedor TO Nome-Vendedor-W
                 ELSE
                    MOVE "(SEM CADASTRO)" TO Nome-Vendedor-W
                 END-IF
              END-IF
           END-IF.

       SOMAR-ACUMULADOS.
           ADD Qtd-Prosp-I        TO Qtd-Prosp-S        Qtd-Prosp-G
           ADD Qtd-Prosp-Mov-I    TO Qtd-Prosp-Mov-S    Qtd-Prosp-Mov-G
           ADD Dias-Prosp-I       TO Dias-Prosp-S       Dias-Prosp-G
           ADD Qtd-Orc-I          TO Qtd-Orc-S          Qtd-Orc-G
           ADD Valor-Orc-I        TO Valor-Orc-S        Valor-Orc-G
           ADD Qtd-Conv-I         TO Qtd-Conv-S         Qtd-Conv-G
           ADD Valor-Conv-I       TO Valor-Conv-S       Valor-Conv-G
           ADD Dias-Conv-I        TO Dias-Conv-S        Dias-Conv-G
           ADD Qtd-Dias-Conv-I    TO Qtd-Dias-Conv-S    Qtd-Dias-Conv-G
           ADD Qtd-Perd-Orc-I     TO Qtd-Perd-Orc-S     Qtd-Perd-Orc-G
           ADD Valor-Perd-Orc-I   TO Valor-Perd-Orc-S
                                     Valor-Perd-Orc-G
           ADD Valor-Aberto-Orc-I TO Valor-Aberto-Orc-S
                                     Valor-Aberto-Orc-G
           ADD Qtd-Ped-I          TO Qtd-Ped-S          Qtd-Ped-G
           ADD Valor-Ped-I        TO Valor-Ped-S        Valor-Ped-G
           ADD Qtd-Perd-Ped-I     TO Qtd-Perd-Ped-S     Qtd-Perd-Ped-G
           ADD Valor-Perd-Ped-I   TO Valor-Perd-Ped-S
                                     Valor-Perd-Ped-G
           ADD Qtd-Fat-I          TO Qtd-Fat-S          Qtd-Fat-G
           ADD Valor-Fat-I        TO Valor-Fat-S        Valor-Fat-G
           ADD Dias-Fat-I         TO Dias-Fat-S         Dias-Fat-G
           ADD Qtd-Rec-I          TO Qtd-Rec-S          Qtd-Rec-G
           ADD Valor-Rec-I        TO Valor-Rec-S        Valor-Rec-G
           ADD Dias-Rec-I         TO Dias-Rec-S         Dias-Rec-G
           ADD Qtd-Dias-Rec-I     TO Qtd-Dias-Rec-S     Qtd-Dias-Rec-G
           ADD Valor-Perd-Fat-I   TO Valor-Perd-Fat-S
                                     Valor-Perd-Fat-G.

       IMPRIMIR-ACUMULADOS.
      ********** DUAS LINHAS POR VENDEDOR E ZONA: QUANTIDADES, TAXAS *
      *    DE CONVERSAO E DIAS MEDIOS; DEPOIS OS VALORES DE CADA     *
      *    ETAPA E O VALOR PERDIDO EM CADA PASSO                     *
           MOVE SPACES TO LINHA-REL
           MOVE Rotulo-Linha-W    TO LINHA-REL(1:8)
           MOVE Qtd-Prosp-I       TO WRK-QTD
           MOVE WRK-QTD           TO LINHA-REL(9:5)
           MOVE Qtd-Prosp-Mov-I   TO WRK-QTD
           MOVE WRK-QTD           TO LINHA-REL(15:5)
           MOVE Qtd-Prosp-Mov-I   TO Parte-W
           MOVE Qtd-Prosp-I       TO Base-W
           PERFORM CALCULAR-PERCENTUAL
           MOVE WRK-PERC          TO LINHA-REL(21:5)
           MOVE Qtd-Orc-I         TO WRK-QTD
           MOVE WRK-QTD           TO LINHA-REL(27:5)
           MOVE Qtd-Conv-I        TO WRK-QTD
           MOVE WRK-QTD           TO LINHA-REL(33:5)
           MOVE Qtd-Conv-I        TO Parte-W
           MOVE Qtd-Orc-I         TO Base-W
           PERFORM CALCULAR-PERCENTUAL
           MOVE WRK-PERC          TO LINHA-REL(39:5)
           MOVE Qtd-Ped-I         TO WRK-QTD
           MOVE WRK-QTD           TO LINHA-REL(45:5)
           MOVE Qtd-Fat-I         TO WRK-QTD
           MOVE WRK-QTD           TO LINHA-REL(51:5)
           MOVE Qtd-Fat-I         TO Parte-W
           MOVE Qtd-Ped-I         TO Base-W
           PERFORM CALCULAR-PERCENTUAL
           MOVE WRK-PERC          TO LINHA-REL(57:5)
           MOVE Qtd-Rec-I         TO WRK-QTD
           MOVE WRK-QTD           TO LINHA-REL(63:5)
           MOVE Qtd-Rec-I         TO Parte-W
           MOVE Qtd-Fat-I         TO Base-W
           PERFORM CALCULAR-PERCENTUAL
           MOVE WRK-PERC          TO LINHA-REL(69:5)
           MOVE Dias-Prosp-I      TO Soma-Dias-W
           MOVE Qtd-Prosp-Mov-I   TO Qtd-Dias-W
           PERFORM CALCULAR-MEDIA
           MOVE WRK-DIAS          TO LINHA-REL(76:4)
           MOVE Dias-Conv-I       TO Soma-Dias-W
           MOVE Qtd-Dias-Conv-I   TO Qtd-Dias-W
           PERFORM CALCULAR-MEDIA
           MOVE WRK-DIAS          TO LINHA-REL(82:4)
           MOVE Dias-Fat-I        TO Soma-Dias-W
           MOVE Qtd-Fat-I         TO Qtd-Dias-W
           PERFORM CALCULAR-MEDIA
           MOVE WRK-DIAS          TO LINHA-REL(88:4)
           MOVE Dias-Rec-I        TO Soma-Dias-W
           MOVE Qtd-Dias-Rec-I    TO Qtd-Dias-W
           PERFORM CALCULAR-MEDIA
           MOVE WRK-DIAS          TO LINHA-REL(94:4)
           MOVE Valor-Aberto-Orc-I TO WRK-VALOR
           MOVE WRK-VALOR         TO LINHA-REL(100:14)
           PERFORM ESCREVER-LINHA
           MOVE Valor-Orc-I       TO WRK-VALOR
           MOVE WRK-VALOR         TO LINHA-REL(9:14)
           MOVE Valor-Conv-I      TO WRK-VALOR
           MOVE WRK-VALOR         TO LINHA-REL(24:14)
           MOVE Valor-Perd-Orc-I  TO WRK-VALOR
           MOVE WRK-VALOR         TO LINHA-REL(39:14)
           MOVE Valor-Ped-I       TO WRK-VALOR
           MOVE WRK-VALOR         TO LINHA-REL(54:14)
           MOVE Valor-Perd-Ped-I  TO WRK-VALOR
           MOVE WRK-VALOR         TO LINHA-REL(69:14)
           MOVE Valor-Fat-I       TO WRK-VALOR
           MOVE WRK-VALOR         TO LINHA-REL(84:14)
           MOVE Valor-Rec-I       TO WRK-VALOR
           MOVE WRK-VALOR         TO LINHA-REL(99:14)
           MOVE Valor-Perd-Fat-I  TO WRK-VALOR
           MOVE WRK-VALOR         TO LINHA-REL(114:14)
           PERFORM ESCREVER-LINHA.

       CALCULAR-PERCENTUAL.
           MOVE ZEROES TO Perc-W
           IF Base-W > ZEROES
              COMPUTE Perc-W ROUNDED = Parte-W * 100 / Base-W
           END-IF
           MOVE Perc-W TO WRK-PERC.

       CALCULAR-MEDIA.
           MOVE ZEROES TO Media-W
           IF Qtd-Dias-W > ZEROES
              COMPUTE Media-W ROUNDED = Soma-Dias-W / Qtd-Dias-W
           END-IF
           MOVE Media-W TO WRK-DIAS.

       IMPRIMIR-PIPELINE.
      ********** PROJECAO PARA O PROXIMO MES: TODO ORCAMENTO AINDA ***
      *    ABERTO, PONDERADO PELO PESO DO SEU ESTAGIO                *
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           STRING "PROJECAO DO PIPELINE PARA " Prox-Mes-W
                  " - ORCAMENTOS EM ABERTO PONDERADOS PELO ESTAGIO"
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "ESTAGIO               PESO   QTD   VALOR ABERTO"
                TO LINHA-REL
           MOVE "      PONDERADO" TO LINHA-REL(49:)
           PERFORM ESCREVER-LINHA
           PERFORM VARYING Estagio-W FROM 1 BY 1 UNTIL Estagio-W > 4
              MOVE Nome-Estagio(Estagio-W) TO LINHA-REL(1:20)
              MOVE Peso-Estagio(Estagio-W) TO WRK-QTD
              MOVE WRK-QTD                 TO LINHA-REL(21:5)
              MOVE "%"                     TO LINHA-REL(26:1)
              MOVE Qtd-Estagio-T(Estagio-W) TO WRK-QTD
              MOVE WRK-QTD                 TO LINHA-REL(28:5)
              MOVE Valor-Estagio-T(Estagio-W) TO WRK-VALOR
              MOVE WRK-VALOR               TO LINHA-REL(34:14)
              MOVE Ponderado-Estagio-T(Estagio-W) TO WRK-VALOR
              MOVE WRK-VALOR               TO LINHA-REL(50:14)
              PERFORM ESCREVER-LINHA
           END-PERFORM
           MOVE CONT-ABERTOS    TO WRK-QTD
           MOVE TOTAL-PONDERADO TO WRK-TOTAL
           STRING "TOTAL PROJETADO (" WRK-QTD " ORCAMENTOS): "
                  WRK-TOTAL
              DELIMITED BY SIZE INTO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-REL
           PERFORM ESCREVER-LINHA
           MOVE "VENDEDOR"         TO LINHA-REL(1:)
           MOVE "QTD"              TO LINHA-REL(44:)
           MOVE "NOVO"             TO LINHA-REL(58:)
           MOVE "EM NEGOCIACAO"    TO LINHA-REL(64:)
           MOVE "A VENCER"         TO LINHA-REL(84:)
           MOVE "VENCIDO"          TO LINHA-REL(100:)
           MOVE "PONDERADO"        TO LINHA-REL(113:)
           PERFORM ESCREVER-LINHA
           PERFORM VARYING Sub-Pipe-W FROM 1 BY 1
              UNTIL Sub-Pipe-W > 1000
              IF Qtd-Pipe-T(Sub-Pipe-W) > ZEROES
                 PERFORM IMPRIMIR-PIPELINE-VENDEDOR
              END-IF
           END-PERFORM.

       IMPRIMIR-PIPELINE-VENDEDOR.
           COMPUTE Vendedor-Atual-W = Sub-Pipe-W - 1
           PERFORM LER-NOME-VENDEDOR
           MOVE SPACES TO LINHA-REL
           STRING Vendedor-Atual-W " " Nome-Vendedor-W(1:35)
              DELIMITED BY SIZE INTO LINHA-REL
           MOVE Qtd-Pipe-T(Sub-Pipe-W) TO WRK-QTD
           MOVE WRK-QTD TO LINHA-REL(42:5)
           MOVE Valor-Pipe-T(Sub-Pipe-W, 1) TO WRK-VALOR
           MOVE WRK-VALOR TO LINHA-REL(48:14)
           MOVE Valor-Pipe-T(Sub-Pipe-W, 2) TO WRK-VALOR
           MOVE WRK-VALOR TO LINHA-REL(63:14)
           MOVE Valor-Pipe-T(Sub-Pipe-W, 3) TO WRK-VALOR
           MOVE WRK-VALOR TO LINHA-REL(78:14)
           MOVE Valor-Pipe-T(Sub-Pipe-W, 4) TO WRK-VALOR
           MOVE WRK-VALOR TO LINHA-REL(93:14)
           MOVE Ponderado-Pipe-T(Sub-Pipe-W) TO WRK-VALOR
           MOVE WRK-VALOR TO LINHA-REL(108:14)
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           MOVE LINHA-REL TO REG-FUNIL
           WRITE REG-FUNIL
           MOVE SPACES TO LINHA-REL.

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              CLOSE PEDIDOS CLIENTES FUNIL
              IF SW-ORCAMENTOS-OK = "S"
                 CLOSE ORCAMENTOS
              END-IF
              IF SW-FATURAS-OK = "S"
                 CLOSE FATURAS
              END-IF
              IF SW-VENDEDOR-OK = "S"
                 CLOSE VENDEDOR
              END-IF
              MOVE "funil.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF MODO-INTERATIVO
                 MOVE TOTAL-PONDERADO TO WRK-TOTAL
                 DISPLAY "PROSPECTOS TRABALHADOS : " CONT-PROSPECTOS
                 DISPLAY "ORCAMENTOS DO MES      : " CONT-ORCAMENTOS
                 DISPLAY "PEDIDOS DO MES         : " CONT-PEDIDOS
                 DISPLAY "PIPELINE PONDERADO     : " WRK-TOTAL
                 DISPLAY "RELATORIO GRAVADO EM funil.txt"
              END-IF
           END-IF
           IF JOB-STATUS = "OK" AND JOB-AVISOS > ZEROES
              MOVE "AVISO" TO JOB-STATUS
           END-IF
           MOVE CONT-LIDOS TO JOB-LIDOS
           MOVE QTD-FUNIL  TO JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           IF JOB-STATUS = "OK" OR JOB-STATUS = "AVISO"
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
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
           STRING "MES=" Mes-Ref-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA99 "
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
           MOVE SPACES TO ARQ-ORCAMENTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "orcamentos.dat" DELIMITED BY SIZE
                  INTO ARQ-ORCAMENTOS
           MOVE SPACES TO ARQ-PEDIDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedidos.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDIDOS
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
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
           MOVE SPACES TO ARQ-AUDITLOG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-RELVENCL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "relvencli.csv" DELIMITED BY SIZE
                  INTO ARQ-RELVENCL
           MOVE SPACES TO ARQ-FUNIL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "funil.txt" DELIMITED BY SIZE
                  INTO ARQ-FUNIL.
       END PROGRAM PROGRAMA99.
