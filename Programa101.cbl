      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: SPED FISCAL (EFD ICMS/IPI) DO PERIODO FECHADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA101.
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
           FILE STATUS IS FILE-STATUS-EMS.

           SELECT PERFECH ASSIGN ARQ-PERFECH
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Periodo-pf
           FILE STATUS IS FILE-STATUS-PF.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS-FAT.

           SELECT RENEGOC ASSIGN ARQ-RENEGOC
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Renegoc
           FILE STATUS IS FILE-STATUS-REN.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-ITE.

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
           FILE STATUS IS FILE-STATUS-CON.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT SALDOS ASSIGN ARQ-SALDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto-sd
           FILE STATUS IS FILE-STATUS-SD.

           SELECT MUNICIPIOS ASSIGN ARQ-MUNICIPIOS
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-MUN.

           SELECT SPEDCRIT ASSIGN ARQ-SPEDCRIT
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CRI.

           SELECT SPEDEFD ASSIGN ARQ-SPEDEFD
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-EFD.

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
      ********** IDENTIFICACAO FISCAL DA EMPRESA E DO CONTADOR, ******
      *    USADA NO ARQUIVO DO SPED FISCAL (PROGRAMA101)             *
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

       FD  PERFECH.

       01  REG-PERFECH.
           05 Periodo-pf                   PIC 9(006).
           05 Situacao-pf                  PIC X(001).
              88 PERIODO-FECHADO                         VALUE "F".
              88 PERIODO-REABERTO                        VALUE "A".
           05 Data-Fech-pf                 PIC X(010).
           05 Operador-pf                  PIC X(010).

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

       FD  RENEGOC.

      ********** ACORDO DE RENEGOCIACAO: UMA LINHA POR FATURA ********
      *    ORIGINAL SUBSTITUIDA. AS NOVAS PARCELAS FICAM NO FATURAS  *
      *    COM O NUMERO DO ACORDO NO LUGAR DO NUMERO DO PEDIDO       *
       01  REG-RENEGOC.
           05 Chave-Renegoc.
              10 Numero-Acordo-rn          PIC 9(007).
              10 Pedido-Original-rn        PIC 9(007).
              10 Parcela-Original-rn       PIC 9(002).
           05 Codigo-Cliente-rn            PIC 9(007).
           05 Data-Acordo-rn               PIC X(010).
           05 Vencimento-Original-rn       PIC X(010).
           05 Dias-Atraso-rn               PIC 9(005).
           05 Saldo-Original-rn            PIC 9(009)v9(002).
           05 Valor-Corrigido-rn           PIC 9(009)v9(002).
           05 Qtd-Parcelas-rn              PIC 9(002).
           05 Valor-Acordo-rn              PIC 9(009)v9(002).
           05 Operador-rn                  PIC X(010).

       FD  ITENS.

       01  REG-ITENS.
           05 Chave-Item.
              10 Numero-Pedido-it          PIC 9(007).
              10 Sequencia-it              PIC 9(003).
           05 Codigo-Produto-it            PIC 9(005).
           05 Quantidade-it                PIC 9(007)v9(002).
           05 Preco-Unitario-it            PIC 9(007)v9(002).
           05 Total-Item-it                PIC 9(009)v9(002).
           05 Quantidade-Faturada-it       PIC 9(007)v9(002).
           05 Tipo-Item-it                 PIC X(001).
              88 ITEM-NORMAL                             VALUE "N".
              88 ITEM-BONIFICACAO                        VALUE "B".
           05 Codigo-Campanha-it           PIC 9(005).
           05 Valor-Campanha-it            PIC 9(009)v9(002).

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

       FD  PRODUTOS.

       01  REG-PRODUTOS.
           05 Codigo-Produto               PIC 9(005).
           05 Descricao-Produto            PIC X(040).
           05 Unidade-Produto              PIC X(003).
           05 Preco-Lista                  PIC 9(007)v9(002).
           05 Produto-Ativo                PIC X(001)   VALUE "S".
              88 PRODUTO-E-ATIVO                         VALUE "S".
              88 PRODUTO-INATIVO                         VALUE "N".
           05 Operador-Inclusao            PIC X(010)   VALUE SPACES.
           05 Data-Inclusao                PIC X(010)   VALUE SPACES.
           05 Hora-Inclusao                PIC X(008)   VALUE SPACES.
           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Custo-Produto                PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Peso-Bruto-Produto           PIC 9(005)v9(003)
                                            VALUE ZEROES.
           05 Volume-Produto               PIC 9(003)v9(004)
                                            VALUE ZEROES.
           05 NCM-Produto                  PIC X(008)   VALUE SPACES.

       FD  SALDOS.

       01  REG-SALDOS.
           05 Codigo-Produto-sd            PIC 9(005).
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  MUNICIPIOS.

      ********** FAIXAS DE CEP POR MUNICIPIO *************************
      *    CEPINI;CEPFIM;CODIGO IBGE;UF;NOME                          *
       01  REG-MUNICIPIOS                  PIC X(100).

       FD  SPEDCRIT.

       01  REG-SPEDCRIT                    PIC X(132).

       FD  SPEDEFD.

       01  REG-SPEDEFD                     PIC X(600).

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
                                            VALUE "PROGRAM101".
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
           05 ARQ-PERFECH                     PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RENEGOC                     PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONTATOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-MUNICIPIOS                  PIC X(080)   VALUE SPACES.
           05 ARQ-SPEDCRIT                    PIC X(080)   VALUE SPACES.
           05 ARQ-SPEDEFD                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS-EMS              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PF               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FAT              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-REN              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-ITE              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CLI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CON              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SD               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-MUN              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CRI              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EFD              PIC 99       VALUE ZEROES.
           05 SW-FIM-FAT                   PIC X        VALUE "N".
              88 FIM-FAT                                VALUE "S".
              88 NO-FIM-FAT                             VALUE "N".
           05 SW-FIM-ITE                   PIC X        VALUE "N".
              88 FIM-ITE                                VALUE "S".
              88 NO-FIM-ITE                             VALUE "N".
           05 SW-FIM-SD                    PIC X        VALUE "N".
              88 FIM-SD                                 VALUE "S".
              88 NO-FIM-SD                              VALUE "N".
           05 SW-FIM-MUN                   PIC X        VALUE "N".
              88 FIM-MUN                                VALUE "S".
              88 NO-FIM-MUN                             VALUE "N".
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-EMPRESAS-OK               PIC X        VALUE "N".
           05 SW-RENEGOC-OK                PIC X        VALUE "N".
           05 SW-ITENS-OK                  PIC X        VALUE "N".
           05 SW-CONTATOS-OK               PIC X        VALUE "N".
           05 SW-SALDOS-OK                 PIC X        VALUE "N".
           05 SW-MUNICIPIOS-OK             PIC X        VALUE "N".
           05 SW-INVENTARIO                PIC X        VALUE "N".
              88 COM-INVENTARIO                         VALUE "S".
           05 SW-NOTA                      PIC X        VALUE "N".
           05 SW-FATURA-ELEGIVEL           PIC X        VALUE "N".
              88 FATURA-ELEGIVEL                        VALUE "S".
           05 SW-ACORDO                    PIC X        VALUE "N".
           05 SW-CONTATO                   PIC X        VALUE "N".
           05 SW-AVISO-PART-CHEIA          PIC X        VALUE "N".
           05 SW-AVISO-ITEM-CHEIA          PIC X        VALUE "N".
           05 SW-AVISO-UNID-CHEIA          PIC X        VALUE "N".

      ********** LINHA DE COMANDO: "AAAAMM" = ESSE PERIODO, SEM ******
      *    PERGUNTAS; "AAAAMM S" INCLUI O INVENTARIO (BLOCO H). SEM  *
      *    NADA PERGUNTA O PERIODO E SE HA INVENTARIO                *
           05 ARG-LINHA                    PIC X(080)   VALUE SPACES.
           05 SW-MODO-AUTO                 PIC X        VALUE "N".
              88 MODO-AUTO                              VALUE "S".
              88 MODO-INTERATIVO                        VALUE "N".
           05 Resposta-W                   PIC X(006)   VALUE SPACES.

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC 9(002)   VALUE ZEROES.
              10 MM-AUX                    PIC 9(002)   VALUE ZEROES.
              10 DD-AUX                    PIC 9(002)   VALUE ZEROES.

           05 Periodo-W                    PIC 9(006)   VALUE ZEROES.
           05 Periodo-R REDEFINES Periodo-W.
              10 Periodo-Ano-W             PIC 9(004).
              10 Periodo-Mes-W             PIC 9(002).
           05 Periodo-Tx REDEFINES Periodo-W.
              10 Periodo-Ano-Tx            PIC X(004).
              10 Periodo-Mes-Tx            PIC X(002).
           05 Prox-Mes-AMD                 PIC 9(008)   VALUE ZEROES.
           05 Data-Int-W                   PIC 9(008)   VALUE ZEROES.
           05 Data-Fim-AMD                 PIC 9(008)   VALUE ZEROES.
           05 Data-Fim-R REDEFINES Data-Fim-AMD.
              10 Fim-Ano-W                 PIC 9(004).
              10 Fim-Mes-W                 PIC 9(002).
              10 Fim-Dia-W                 PIC 9(002).
           05 Dt-Ini-Sped                  PIC X(008)   VALUE SPACES.
           05 Dt-Fin-Sped                  PIC X(008)   VALUE SPACES.
           05 Dt-Doc-Sped                  PIC X(008)   VALUE SPACES.

      ********** VERSAO DO LEIAUTE DA EFD ICMS/IPI EM VIGOR (ATO *****
      *    COTEPE): TROCAR AQUI QUANDO SAIR LEIAUTE NOVO             *
           05 VERSAO-LEIAUTE               PIC X(003)   VALUE "020".

      ********** NOTA = PARCELAS DE UM PEDIDO EMITIDAS NO MESMO DIA **
      *    (UM FATURAMENTO DO PROGRAMA10). O NUMERO DO DOCUMENTO E O *
      *    PEDIDO SEGUIDO DA PRIMEIRA PARCELA DA NOTA (PPPPPPPNN)    *
           05 Nota-Pedido-W                PIC 9(007)   VALUE ZEROES.
           05 Nota-Parcela-W               PIC 9(002)   VALUE ZEROES.
           05 Nota-Numero-W                PIC 9(009)   VALUE ZEROES.
           05 Nota-Cliente-W               PIC 9(007)   VALUE ZEROES.
           05 Nota-Emissao-W               PIC X(010)   VALUE SPACES.
           05 Nota-Valor-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Nota-Imposto-W               PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Nota-Aliquota-W              PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Nota-Qtd-Parc-W              PIC 9(003)   VALUE ZEROES.
           05 Nota-Qtd-Canc-W              PIC 9(003)   VALUE ZEROES.
           05 Nota-A-Prazo-W               PIC X(001)   VALUE "0".
           05 Pedido-Acordo-W              PIC 9(007)   VALUE ZEROES.
           05 CST-W                        PIC X(003)   VALUE SPACES.
           05 CFOP-W                       PIC X(004)   VALUE SPACES.
           05 Base-ICMS-W                  PIC 9(011)v9(002)
                                            VALUE ZEROES.

      ********** ITENS NORMAIS DO PEDIDO DA NOTA; O VALOR E O ICMS ***
      *    DA NOTA SAO RATEADOS PELO TOTAL DE CADA ITEM (O ULTIMO    *
      *    LEVA A DIFERENCA DE ARREDONDAMENTO)                       *
           05 TABELA-ITENS-NOTA.
              10 ITEM-NOTA-OCC OCCURS 999 TIMES
                               INDEXED BY IDX-IN.
                 15 Produto-In             PIC 9(005).
                 15 Quantidade-In          PIC 9(007)v9(002).
                 15 Total-In               PIC 9(009)v9(002).
           05 QTD-ITENS-NOTA               PIC 9(003)   VALUE ZEROES.
           05 Soma-Itens-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Acum-Valor-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Acum-Imposto-W               PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 Item-Valor-W                 PIC s9(011)v9(002)
                                            VALUE ZEROES.
           05 Item-Imposto-W               PIC s9(011)v9(002)
                                            VALUE ZEROES.
           05 Item-Base-W                  PIC s9(011)v9(002)
                                            VALUE ZEROES.

      ********** PARTICIPANTES (CLIENTES DAS NOTAS DO PERIODO) *******
           05 TABELA-PARTICIPANTES.
              10 PART-OCC OCCURS 9999 TIMES
                               INDEXED BY IDX-PART.
                 15 Codigo-Cliente-Pt      PIC 9(007).
                 15 CNPJ-Pt                PIC 9(014).
                 15 Nome-Pt                PIC X(040).
                 15 Municipio-Pt           PIC 9(007).
                 15 UF-Pt                  PIC X(002).
                 15 Endereco-Pt            PIC X(040).
           05 QTD-PARTICIPANTES            PIC 9(005)   VALUE ZEROES.
           05 Idx-Achado-Part              PIC 9(005)   VALUE ZEROES.

      ********** ITENS (PRODUTOS VENDIDOS OU EM ESTOQUE) E O SALDO ***
      *    DO INVENTARIO, QUANDO PEDIDO                              *
           05 TABELA-ITENS.
              10 ITEM-OCC OCCURS 9999 TIMES
                               INDEXED BY IDX-ITEM.
                 15 Codigo-Produto-Ti      PIC 9(005).
                 15 Descricao-Ti           PIC X(040).
                 15 Unidade-Ti             PIC X(003).
                 15 NCM-Ti                 PIC X(008).
                 15 Custo-Ti               PIC 9(007)v9(002).
                 15 Qtd-Inv-Ti             PIC 9(007)v9(002).
                 15 Valor-Inv-Ti           PIC 9(011)v9(002).
           05 QTD-ITENS                    PIC 9(005)   VALUE ZEROES.
           05 Idx-Achado-Item              PIC 9(005)   VALUE ZEROES.
           05 Produto-Busca-W              PIC 9(005)   VALUE ZEROES.

           05 TABELA-UNIDADES.
              10 UNID-OCC OCCURS 300 TIMES
                               INDEXED BY IDX-UNID.
                 15 Unidade-Tu             PIC X(003).
           05 QTD-UNIDADES                 PIC 9(003)   VALUE ZEROES.
           05 Idx-Achado-Unid              PIC 9(003)   VALUE ZEROES.
           05 Unidade-Busca-W              PIC X(003)   VALUE SPACES.

      ********** FAIXAS DE CEP POR MUNICIPIO (MUNICIPIOS.TXT, TABELA *
      *    DE REFERENCIA: CEPINICIAL;CEPFINAL;CODIGOIBGE;UF;NOME)    *
           05 TABELA-MUNICIPIOS.
              10 MUN-OCC OCCURS 9000 TIMES
                               INDEXED BY IDX-MUN.
                 15 Cep-Ini-Mu             PIC 9(008).
                 15 Cep-Fim-Mu             PIC 9(008).
                 15 Codigo-Mu              PIC 9(007).
                 15 UF-Mu                  PIC X(002).
           05 QTD-MUNICIPIOS               PIC 9(005)   VALUE ZEROES.
           05 Idx-Achado-Mun               PIC 9(005)   VALUE ZEROES.
           05 Cep-Busca-W                  PIC 9(008)   VALUE ZEROES.
           05 Mun-Cep-Ini-Tx               PIC X(008)   VALUE SPACES.
           05 Mun-Cep-Fim-Tx               PIC X(008)   VALUE SPACES.
           05 Mun-Codigo-Tx                PIC X(007)   VALUE SPACES.
           05 Mun-UF-Tx                    PIC X(002)   VALUE SPACES.

      ********** QUANTIDADE DE LINHAS POR REGISTRO, PARA O BLOCO 9 ***
           05 TABELA-REGISTROS.
              10 REG-OCC OCCURS 60 TIMES
                               INDEXED BY IDX-REG.
                 15 Reg-Tr                 PIC X(004).
                 15 Qtd-Tr                 PIC 9(007).
           05 QTD-REGS                     PIC 9(003)   VALUE ZEROES.
           05 QTD-REGS-ANTES               PIC 9(003)   VALUE ZEROES.
           05 Idx-Achado-Reg               PIC 9(003)   VALUE ZEROES.
           05 Bloco-W                      PIC X(001)   VALUE SPACES.
           05 Linhas-Bloco-W               PIC 9(007)   VALUE ZEROES.

           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-NOTAS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-CANCELADAS              PIC 9(007)   VALUE ZEROES.
           05 CONT-CRITICAS                PIC 9(005)   VALUE ZEROES.
           05 CONT-LINHAS                  PIC 9(007)   VALUE ZEROES.
           05 TOTAL-SAIDAS                 PIC 9(013)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-ICMS                   PIC 9(013)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-INVENTARIO             PIC 9(013)v9(002)
                                            VALUE ZEROES.

      ********** CAMPOS DA LINHA DO SPED: VALOR COM VIRGULA E SEM ****
      *    ZEROS A ESQUERDA, NUMERO SEM ZEROS A ESQUERDA             *
           05 Valor-Edit-E                 PIC 9(013)v9(002)
                                            VALUE ZEROES.
           05 Valor-Edit-Z                 PIC Z(012)9,99.
           05 Valor-Edit-T                 PIC X(020)   VALUE SPACES.
           05 Numero-Edit-E                PIC 9(009)   VALUE ZEROES.
           05 Numero-Edit-Z                PIC Z(008)9.
           05 Numero-Edit-T                PIC X(010)   VALUE SPACES.
           05 Txt-Valor-1                  PIC X(020)   VALUE SPACES.
           05 Txt-Valor-2                  PIC X(020)   VALUE SPACES.
           05 Txt-Valor-3                  PIC X(020)   VALUE SPACES.
           05 Txt-Valor-4                  PIC X(020)   VALUE SPACES.
           05 Txt-Valor-5                  PIC X(020)   VALUE SPACES.
           05 Txt-Numero-1                 PIC X(010)   VALUE SPACES.
           05 LINHA-SPED                   PIC X(600)   VALUE SPACES.

           05 CNPJ-W                       PIC 9(014)   VALUE ZEROES.
           05 CNPJ-W-DIG REDEFINES CNPJ-W  OCCURS 14 PIC 9.
           05 Campo-Falta-W                PIC X(040)   VALUE SPACES.
           05 Texto-Critica-W              PIC X(120)   VALUE SPACES.
           05 WRK-VALOR                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-QTD                      PIC ZZZZZZ9.
           05 LINHA-REL                    PIC X(132)   VALUE SPACES.

       01  AREA-DIGITO-CNPJ.
           05 PESOS-CNPJ-1-LIT             PIC X(012) VALUE
                                            "543298765432".
           05 PESOS-CNPJ-1 REDEFINES PESOS-CNPJ-1-LIT
                                            OCCURS 12 PIC 9.
           05 PESOS-CNPJ-2-LIT             PIC X(013) VALUE
                                            "6543298765432".
           05 PESOS-CNPJ-2 REDEFINES PESOS-CNPJ-2-LIT
                                            OCCURS 13 PIC 9.
           05 IND-CNPJ                     PIC 9(002) VALUE ZEROES.
           05 SOMA-CNPJ                    PIC 9(004) VALUE ZEROES.
           05 RESTO-CNPJ                   PIC 9(002) VALUE ZEROES.
           05 DIGITO-1-CNPJ                PIC 9(001) VALUE ZEROES.
           05 DIGITO-2-CNPJ                PIC 9(001) VALUE ZEROES.
           05 SW-DIGITO-CNPJ               PIC X      VALUE "N".
              88 DIGITO-CNPJ-OK                        VALUE "S".
              88 DIGITO-CNPJ-ERRO                       VALUE "N".

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
           IF JOB-STATUS = "OK"
              PERFORM ABRIR-ARQUIVOS
           END-IF
           IF SW-ARQUIVOS-OK = "S"
              PERFORM PRE-VALIDAR
              IF CONT-CRITICAS = ZEROES
                 PERFORM GERAR-EFD
              ELSE
                 MOVE "CRITICAS" TO JOB-STATUS
              END-IF
           END-IF
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
      ********** PERIODO PADRAO: O MES ANTERIOR AO CORRENTE **********
           IF MM-AUX = 1
              COMPUTE Periodo-Ano-W = 2000 + AA-AUX - 1
              MOVE 12 TO Periodo-Mes-W
           ELSE
              COMPUTE Periodo-Ano-W = 2000 + AA-AUX
              COMPUTE Periodo-Mes-W = MM-AUX - 1
           END-IF

           IF MODO-AUTO
              IF ARG-LINHA(1:6) IS NUMERIC
                 MOVE ARG-LINHA(1:6) TO Periodo-W
              ELSE
                 DISPLAY "PERIODO INVALIDO NA LINHA DE COMANDO: "
                         ARG-LINHA(1:6)
                 MOVE "PERIODO INV" TO JOB-STATUS
              END-IF
              IF ARG-LINHA(8:1) = "S"
                 MOVE "S" TO SW-INVENTARIO
              END-IF
           ELSE
              DISPLAY "SPED FISCAL - EFD ICMS/IPI DO PERIODO"
              DISPLAY "INSIRA PERIODO (AAAAMM, ENTER = " Periodo-W
                      "): "
              MOVE SPACES TO Resposta-W
              ACCEPT Resposta-W
              IF Resposta-W NOT = SPACES
                 IF Resposta-W IS NUMERIC
                    MOVE Resposta-W TO Periodo-W
                 ELSE
                    DISPLAY "PERIODO INVALIDO; VALE " Periodo-W
                 END-IF
              END-IF
              DISPLAY "INCLUIR O INVENTARIO (BLOCO H)? (S/N): "
              MOVE SPACES TO Resposta-W
              ACCEPT Resposta-W
              IF Resposta-W(1:1) = "S" OR Resposta-W(1:1) = "s"
                 MOVE "S" TO SW-INVENTARIO
              END-IF
           END-IF

           IF JOB-STATUS = "OK"
              IF Periodo-Mes-W < 1 OR Periodo-Mes-W > 12
                 OR Periodo-Ano-W < 2000
                 DISPLAY "PERIODO INVALIDO (USE AAAAMM): " Periodo-W
                 MOVE "PERIODO INV" TO JOB-STATUS
              ELSE
                 PERFORM MONTAR-DATAS-PERIODO
                 PERFORM VERIFICAR-PERIODO-FECHADO
              END-IF
           END-IF.

       MONTAR-DATAS-PERIODO.
           MOVE SPACES TO Dt-Ini-Sped
           STRING "01" Periodo-Mes-Tx Periodo-Ano-Tx
              DELIMITED BY SIZE INTO Dt-Ini-Sped
           IF Periodo-Mes-W = 12
              COMPUTE Prox-Mes-AMD = (Periodo-Ano-W + 1) * 10000
                                   + 101
           ELSE
              COMPUTE Prox-Mes-AMD = Periodo-Ano-W * 10000
                                   + (Periodo-Mes-W + 1) * 100 + 1
           END-IF
           COMPUTE Data-Int-W =
              FUNCTION INTEGER-OF-DATE(Prox-Mes-AMD) - 1
           COMPUTE Data-Fim-AMD = FUNCTION DATE-OF-INTEGER(Data-Int-W)
           MOVE SPACES TO Dt-Fin-Sped
           STRING Fim-Dia-W Fim-Mes-W Fim-Ano-W
              DELIMITED BY SIZE INTO Dt-Fin-Sped.

       VERIFICAR-PERIODO-FECHADO.
      ********** SO SE ENTREGA PERIODO FECHADO NO PGM00024: DEPOIS ***
      *    DO FECHAMENTO NAO HA MAIS MOVIMENTO COM DATA NO MES       *
           OPEN INPUT PERFECH
           IF FILE-STATUS-PF NOT = 00
              DISPLAY "perfech.dat AUSENTE: NENHUM PERIODO FECHADO"
              MOVE "SEM PERIODO" TO JOB-STATUS
           ELSE
              MOVE Periodo-W TO Periodo-pf
              READ PERFECH
              IF FILE-STATUS-PF NOT = 00 OR NOT PERIODO-FECHADO
                 DISPLAY "PERIODO " Periodo-W
                         " NAO ESTA FECHADO (PGM00024)"
                 MOVE "ABERTO" TO JOB-STATUS
              END-IF
              CLOSE PERFECH
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT FATURAS
           IF FILE-STATUS-FAT NOT = 00
              DISPLAY "faturas.dat NAO PODE SER ABERTO"
              DISPLAY "STATUS: " FILE-STATUS-FAT
              MOVE "SEM FATURAS" TO JOB-STATUS
           ELSE
              OPEN INPUT CLIENTES
              IF FILE-STATUS-CLI NOT = 00
                 DISPLAY "clientes.dat NAO PODE SER ABERTO"
                 DISPLAY "STATUS: " FILE-STATUS-CLI
                 MOVE "SEM CLIENTE" TO JOB-STATUS
                 CLOSE FATURAS
              ELSE
                 OPEN INPUT PRODUTOS
                 IF FILE-STATUS-PRO NOT = 00
                    DISPLAY "produtos.dat NAO PODE SER ABERTO"
                    DISPLAY "STATUS: " FILE-STATUS-PRO
                    MOVE "SEM PRODUTO" TO JOB-STATUS
                    CLOSE FATURAS CLIENTES
                 ELSE
                    PERFORM ABRIR-COMPLEMENTARES
                 END-IF
              END-IF
           END-IF.

       ABRIR-COMPLEMENTARES.
      ********** SEM ITENS A NOTA SAI SO COM O C190; SEM RENEGOC *****
      *    NAO HA ACORDO A SEPARAR; SEM CONTATOS TODO CLIENTE FICA   *
      *    SEM CEP NA CRITICA                                        *
           MOVE "S" TO SW-ARQUIVOS-OK
           OPEN INPUT RENEGOC
           IF FILE-STATUS-REN = 00
              MOVE "S" TO SW-RENEGOC-OK
           END-IF
           OPEN INPUT ITENS
           IF FILE-STATUS-ITE = 00
              MOVE "S" TO SW-ITENS-OK
           END-IF
           OPEN INPUT CONTATOS
           IF FILE-STATUS-CON = 00
              MOVE "S" TO SW-CONTATOS-OK
           END-IF
           IF COM-INVENTARIO
              OPEN INPUT SALDOS
              IF FILE-STATUS-SD = 00
                 MOVE "S" TO SW-SALDOS-OK
              END-IF
           END-IF
           OPEN OUTPUT SPEDCRIT
           MOVE SPACES TO LINHA-REL
           STRING "SPED FISCAL (EFD ICMS/IPI) - CRITICA PREVIA DO "
                  "PERIODO " Periodo-Mes-Tx "/" Periodo-Ano-Tx
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SPEDCRIT FROM LINHA-REL
           MOVE LINHA-EMPRESA TO LINHA-REL
           WRITE REG-SPEDCRIT FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE REG-SPEDCRIT FROM LINHA-REL.

      ******************************************************************
      *    CRITICA PREVIA: DADOS FISCAIS DA EMPRESA, CEP E CNPJ DOS    *
      *    CLIENTES DAS NOTAS E NCM DOS PRODUTOS. COM QUALQUER         *
      *    CRITICA O ARQUIVO NAO E GERADO: CORRIGIR E RODAR DE NOVO    *
      ******************************************************************
       PRE-VALIDAR.
           PERFORM VALIDAR-EMPRESA
           PERFORM CARREGAR-MUNICIPIOS
           PERFORM ABRIR-LEITURA-FATURAS
           PERFORM MONTAR-NOTA
           PERFORM REGISTRAR-NOTA UNTIL SW-NOTA = "N"
           IF COM-INVENTARIO
              IF SW-SALDOS-OK = "S"
                 PERFORM REGISTRAR-INVENTARIO
              ELSE
                 STRING "INVENTARIO PEDIDO, MAS saldos.dat NAO PODE "
                        "SER ABERTO"
                    DELIMITED BY SIZE INTO Texto-Critica-W
                 PERFORM APONTAR-CRITICA
              END-IF
           END-IF

           MOVE SPACES TO LINHA-REL
           WRITE REG-SPEDCRIT FROM LINHA-REL
           MOVE CONT-NOTAS TO WRK-QTD
           MOVE SPACES TO LINHA-REL
           STRING "NOTAS DO PERIODO.........: " WRK-QTD
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SPEDCRIT FROM LINHA-REL
           MOVE CONT-CANCELADAS TO WRK-QTD
           MOVE SPACES TO LINHA-REL
           STRING "NOTAS CANCELADAS.........: " WRK-QTD
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SPEDCRIT FROM LINHA-REL
           MOVE QTD-PARTICIPANTES TO WRK-QTD
           MOVE SPACES TO LINHA-REL
           STRING "PARTICIPANTES............: " WRK-QTD
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SPEDCRIT FROM LINHA-REL
           MOVE QTD-ITENS TO WRK-QTD
           MOVE SPACES TO LINHA-REL
           STRING "ITENS....................: " WRK-QTD
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SPEDCRIT FROM LINHA-REL
           MOVE CONT-CRITICAS TO WRK-QTD
           MOVE SPACES TO LINHA-REL
           STRING "CRITICAS.................: " WRK-QTD
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SPEDCRIT FROM LINHA-REL
           MOVE SPACES TO LINHA-REL
           IF CONT-CRITICAS = ZEROES
              STRING "SEM CRITICAS: ARQUIVO sped" Periodo-W
                     ".txt GERADO"
                 DELIMITED BY SIZE INTO LINHA-REL
           ELSE
              MOVE "ARQUIVO NAO GERADO: CORRIGIR AS CRITICAS ACIMA"
                   TO LINHA-REL
           END-IF
           WRITE REG-SPEDCRIT FROM LINHA-REL.

       APONTAR-CRITICA.
           MOVE SPACES TO LINHA-REL
           STRING "CRITICA: " Texto-Critica-W
              DELIMITED BY SIZE INTO LINHA-REL
           WRITE REG-SPEDCRIT FROM LINHA-REL
           MOVE SPACES TO Texto-Critica-W
           ADD 1 TO CONT-CRITICAS
           ADD 1 TO JOB-AVISOS.

       VALIDAR-EMPRESA.
      ********** IDENTIFICACAO DO CONTRIBUINTE E DO CONTADOR: ********
      *    CADASTRO DE EMPRESAS (PGM00017 OPCAO 5). SEM EMPRESA.TXT  *
      *    (EMPRESA UNICA) VALE A EMPRESA 01                         *
           OPEN INPUT EMPRESAS
           IF FILE-STATUS-EMS NOT = 00
              STRING "CADASTRO DE EMPRESAS AUSENTE: INFORMAR OS "
                     "DADOS FISCAIS NO PGM00017"
                 DELIMITED BY SIZE INTO Texto-Critica-W
              PERFORM APONTAR-CRITICA
           ELSE
              MOVE "S" TO SW-EMPRESAS-OK
              MOVE 1   TO Codigo-Empresa
              OPEN INPUT EMPRESACTL
              IF FILE-STATUS-EMP = 00
                 READ EMPRESACTL
                    AT END CONTINUE
                    NOT AT END
                       MOVE Codigo-ec TO Codigo-Empresa
                 END-READ
                 CLOSE EMPRESACTL
              END-IF
              READ EMPRESAS
              IF FILE-STATUS-EMS NOT = 00
                 MOVE SPACES TO Texto-Critica-W
                 STRING "EMPRESA " Codigo-Empresa
                        " NAO CADASTRADA NO PGM00017"
                    DELIMITED BY SIZE INTO Texto-Critica-W
                 PERFORM APONTAR-CRITICA
              ELSE
                 PERFORM CONFERIR-DADOS-EMPRESA
              END-IF
           END-IF.

       CONFERIR-DADOS-EMPRESA.
           MOVE CNPJ-Empresa TO CNPJ-W
           PERFORM VERIFICA-DIGITO-CNPJ
           IF CNPJ-Empresa = ZEROES OR DIGITO-CNPJ-ERRO
              MOVE SPACES TO Texto-Critica-W
              STRING "EMPRESA: CNPJ " CNPJ-Empresa " INVALIDO"
                 DELIMITED BY SIZE INTO Texto-Critica-W
              PERFORM APONTAR-CRITICA
           END-IF
           IF IE-Empresa = SPACES
              MOVE "INSCRICAO ESTADUAL" TO Campo-Falta-W
              PERFORM APONTAR-FALTA-EMPRESA
           END-IF
           IF UF-Empresa = SPACES
              MOVE "UF" TO Campo-Falta-W
              PERFORM APONTAR-FALTA-EMPRESA
           END-IF
           IF Municipio-Empresa = ZEROES
              MOVE "CODIGO IBGE DO MUNICIPIO" TO Campo-Falta-W
              PERFORM APONTAR-FALTA-EMPRESA
           END-IF
           IF CEP-Empresa = ZEROES
              MOVE "CEP" TO Campo-Falta-W
              PERFORM APONTAR-FALTA-EMPRESA
           END-IF
           IF Endereco-Empresa = SPACES
              MOVE "ENDERECO" TO Campo-Falta-W
              PERFORM APONTAR-FALTA-EMPRESA
           END-IF
           IF Perfil-Empresa NOT = "A" AND Perfil-Empresa NOT = "B"
              AND Perfil-Empresa NOT = "C"
              MOVE "PERFIL DO SPED (A/B/C)" TO Campo-Falta-W
              PERFORM APONTAR-FALTA-EMPRESA
           END-IF
           IF Nome-Contador = SPACES
              MOVE "NOME DO CONTADOR" TO Campo-Falta-W
              PERFORM APONTAR-FALTA-EMPRESA
           END-IF
           IF CPF-Contador = ZEROES
              MOVE "CPF DO CONTADOR" TO Campo-Falta-W
              PERFORM APONTAR-FALTA-EMPRESA
           END-IF
           IF CRC-Contador = SPACES
              MOVE "CRC DO CONTADOR" TO Campo-Falta-W
              PERFORM APONTAR-FALTA-EMPRESA
           END-IF
           IF Email-Contador = SPACES
              MOVE "E-MAIL DO CONTADOR" TO Campo-Falta-W
              PERFORM APONTAR-FALTA-EMPRESA
           END-IF.

       APONTAR-FALTA-EMPRESA.
           MOVE SPACES TO Texto-Critica-W
           STRING "EMPRESA: " FUNCTION TRIM(Campo-Falta-W)
                  " NAO INFORMADO (PGM00017 OPCAO 5)"
              DELIMITED BY SIZE INTO Texto-Critica-W
           PERFORM APONTAR-CRITICA.

       CARREGAR-MUNICIPIOS.
      ********** LINHAS QUE NAO COMECAM COM OS DOIS CEPS E O CODIGO **
      *    NUMERICOS (CABECALHO, CEP COM HIFEN) SAO IGNORADAS        *
           OPEN INPUT MUNICIPIOS
           IF FILE-STATUS-MUN NOT = 00
              STRING "TABELA municipios.txt (FAIXAS DE CEP POR "
                     "MUNICIPIO) AUSENTE"
                 DELIMITED BY SIZE INTO Texto-Critica-W
              PERFORM APONTAR-CRITICA
           ELSE
              MOVE "S" TO SW-MUNICIPIOS-OK
              SET NO-FIM-MUN TO TRUE
              PERFORM LER-MUNICIPIO UNTIL FIM-MUN
              CLOSE MUNICIPIOS
           END-IF.

       LER-MUNICIPIO.
           READ MUNICIPIOS
              AT END SET FIM-MUN TO TRUE
           END-READ
           IF NOT FIM-MUN
              MOVE SPACES TO Mun-Cep-Ini-Tx Mun-Cep-Fim-Tx
                             Mun-Codigo-Tx Mun-UF-Tx
              UNSTRING REG-MUNICIPIOS DELIMITED BY ";"
                 INTO Mun-Cep-Ini-Tx Mun-Cep-Fim-Tx
                      Mun-Codigo-Tx Mun-UF-Tx
              END-UNSTRING
              IF Mun-Cep-Ini-Tx IS NUMERIC
                 AND Mun-Cep-Fim-Tx IS NUMERIC
                 AND Mun-Codigo-Tx IS NUMERIC
                 AND QTD-MUNICIPIOS < 9000
                 ADD 1 TO QTD-MUNICIPIOS
                 MOVE Mun-Cep-Ini-Tx TO Cep-Ini-Mu(QTD-MUNICIPIOS)
                 MOVE Mun-Cep-Fim-Tx TO Cep-Fim-Mu(QTD-MUNICIPIOS)
                 MOVE Mun-Codigo-Tx  TO Codigo-Mu(QTD-MUNICIPIOS)
                 MOVE Mun-UF-Tx      TO UF-Mu(QTD-MUNICIPIOS)
              END-IF
           END-IF.

       BUSCAR-MUNICIPIO.
           MOVE ZEROES TO Idx-Achado-Mun
           PERFORM VARYING IDX-MUN FROM 1 BY 1
              UNTIL IDX-MUN > QTD-MUNICIPIOS OR Idx-Achado-Mun > 0
              IF Cep-Busca-W >= Cep-Ini-Mu(IDX-MUN)
                 AND Cep-Busca-W <= Cep-Fim-Mu(IDX-MUN)
                 SET Idx-Achado-Mun TO IDX-MUN
              END-IF
           END-PERFORM.

      ******************************************************************
      *    LEITURA DAS NOTAS DO PERIODO: PARCELAS EMITIDAS NO MES,     *
      *    MENOS AS DE ACORDO DE RENEGOCIACAO (PGM00044), QUE NAO SAO  *
      *    VENDA. A MESMA ROTINA SERVE A CRITICA E A GERACAO           *
      ******************************************************************
       ABRIR-LEITURA-FATURAS.
           SET NO-FIM-FAT TO TRUE
           MOVE ZEROES TO Chave-Fatura
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIM-FAT TO TRUE
           END-START
           IF NOT FIM-FAT
              PERFORM LER-FATURA
           END-IF.

       LER-FATURA.
           READ FATURAS NEXT RECORD
              AT END SET FIM-FAT TO TRUE
           END-READ
           IF NOT FIM-FAT
              ADD 1 TO CONT-LIDOS
              PERFORM CLASSIFICAR-FATURA
           END-IF.

       CLASSIFICAR-FATURA.
           MOVE "N" TO SW-FATURA-ELEGIVEL
           IF Data-Emissao-fa(7:4) = Periodo-Ano-Tx
              AND Data-Emissao-fa(4:2) = Periodo-Mes-Tx
              PERFORM VERIFICAR-ACORDO
              IF SW-ACORDO = "N"
                 MOVE "S" TO SW-FATURA-ELEGIVEL
              END-IF
           END-IF.

       VERIFICAR-ACORDO.
           IF Numero-Pedido-fa NOT = Pedido-Acordo-W
              MOVE Numero-Pedido-fa TO Pedido-Acordo-W
              MOVE "N" TO SW-ACORDO
              IF SW-RENEGOC-OK = "S"
                 MOVE Numero-Pedido-fa TO Numero-Acordo-rn
                 MOVE ZEROES TO Pedido-Original-rn
                                Parcela-Original-rn
                 START RENEGOC KEY IS NOT LESS THAN Chave-Renegoc
                    INVALID KEY MOVE 99 TO FILE-STATUS-REN
                    NOT INVALID KEY MOVE 00 TO FILE-STATUS-REN
                 END-START
                 IF FILE-STATUS-REN = 00
                    READ RENEGOC NEXT RECORD
                       AT END MOVE 99 TO FILE-STATUS-REN
                    END-READ
                 END-IF
                 IF FILE-STATUS-REN = 00
                    AND Numero-Acordo-rn = Pedido-Acordo-W
                    MOVE "S" TO SW-ACORDO
                 END-IF
              END-IF
           END-IF.

       MONTAR-NOTA.
      ********** A FATURA JA LIDA E CLASSIFICADA ABRE A NOTA; AS *****
      *    SEGUINTES DO MESMO PEDIDO E DIA SE SOMAM A ELA. PARCELA   *
      *    CANCELADA NAO SOMA VALOR; NOTA TODA CANCELADA SAI COM A   *
      *    SITUACAO 02                                               *
           MOVE "N" TO SW-NOTA
           PERFORM LER-FATURA UNTIL FIM-FAT OR FATURA-ELEGIVEL
           IF NOT FIM-FAT
              MOVE "S"              TO SW-NOTA
              MOVE Numero-Pedido-fa  TO Nota-Pedido-W
              MOVE Parcela-fa        TO Nota-Parcela-W
              MOVE Codigo-Cliente-fa TO Nota-Cliente-W
              MOVE Data-Emissao-fa   TO Nota-Emissao-W
              MOVE ZEROES TO Nota-Valor-W Nota-Imposto-W
                             Nota-Aliquota-W Nota-Qtd-Parc-W
                             Nota-Qtd-Canc-W
              MOVE "0" TO Nota-A-Prazo-W
              PERFORM ACUMULAR-PARCELA
              PERFORM LER-FATURA
              PERFORM ACUMULAR-E-LER
                 UNTIL FIM-FAT
                    OR Numero-Pedido-fa NOT = Nota-Pedido-W
                    OR Data-Emissao-fa NOT = Nota-Emissao-W
              COMPUTE Nota-Numero-W = Nota-Pedido-W * 100
                                    + Nota-Parcela-W
           END-IF.

       ACUMULAR-E-LER.
           PERFORM ACUMULAR-PARCELA
           PERFORM LER-FATURA.

       ACUMULAR-PARCELA.
           ADD 1 TO Nota-Qtd-Parc-W
           IF FATURA-CANCELADA
              ADD 1 TO Nota-Qtd-Canc-W
           ELSE
              ADD Valor-Fatura     TO Nota-Valor-W
              ADD Valor-Imposto-fa TO Nota-Imposto-W
              IF Nota-Aliquota-W = ZEROES
                 MOVE Aliquota-fa  TO Nota-Aliquota-W
              END-IF
           END-IF
           IF Total-Parcelas-fa > 1
              OR Data-Vencimento-fa NOT = Data-Emissao-fa
              MOVE "1" TO Nota-A-Prazo-W
           END-IF.

       REGISTRAR-NOTA.
           IF Nota-Qtd-Canc-W = Nota-Qtd-Parc-W
              ADD 1 TO CONT-CANCELADAS
           ELSE
              ADD 1 TO CONT-NOTAS
              PERFORM REGISTRAR-PARTICIPANTE
              PERFORM CARREGAR-ITENS-NOTA
              PERFORM REGISTRAR-ITEM-NOTA
                 VARYING IDX-IN FROM 1 BY 1
                 UNTIL IDX-IN > QTD-ITENS-NOTA
           END-IF
           PERFORM MONTAR-NOTA.

       REGISTRAR-ITEM-NOTA.
           MOVE Produto-In(IDX-IN) TO Produto-Busca-W
           PERFORM REGISTRAR-PRODUTO.

       REGISTRAR-PARTICIPANTE.
           PERFORM BUSCAR-PARTICIPANTE
           IF Idx-Achado-Part = ZEROES
              IF QTD-PARTICIPANTES < 9999
                 ADD 1 TO QTD-PARTICIPANTES
                 MOVE QTD-PARTICIPANTES TO Idx-Achado-Part
                 PERFORM NOVO-PARTICIPANTE
              ELSE
                 IF SW-AVISO-PART-CHEIA = "N"
                    MOVE "S" TO SW-AVISO-PART-CHEIA
                    MOVE "MAIS DE 9999 PARTICIPANTES NO PERIODO"
                         TO Texto-Critica-W
                    PERFORM APONTAR-CRITICA
                 END-IF
              END-IF
           END-IF.

       BUSCAR-PARTICIPANTE.
           MOVE ZEROES TO Idx-Achado-Part
           PERFORM VARYING IDX-PART FROM 1 BY 1
              UNTIL IDX-PART > QTD-PARTICIPANTES
                 OR Idx-Achado-Part > 0
              IF Codigo-Cliente-Pt(IDX-PART) = Nota-Cliente-W
                 SET Idx-Achado-Part TO IDX-PART
              END-IF
           END-PERFORM.

       NOVO-PARTICIPANTE.
      ********** CEP E ENDERECO VEM DO PRIMEIRO CONTATO DO CLIENTE ***
      *    (TIPO C); O MUNICIPIO E A UF, DA FAIXA DE CEP             *
           MOVE Nota-Cliente-W TO Codigo-Cliente-Pt(Idx-Achado-Part)
           MOVE ZEROES TO CNPJ-Pt(Idx-Achado-Part)
                          Municipio-Pt(Idx-Achado-Part)
           MOVE SPACES TO Nome-Pt(Idx-Achado-Part)
                          UF-Pt(Idx-Achado-Part)
                          Endereco-Pt(Idx-Achado-Part)
           MOVE Nota-Cliente-W TO Codigo-Cliente
           READ CLIENTES KEY Codigo-Cliente
           IF FILE-STATUS-CLI NOT = 00
              MOVE SPACES TO Texto-Critica-W
              STRING "CLIENTE " Nota-Cliente-W " DA NOTA "
                     Nota-Numero-W " NAO CADASTRADO"
                 DELIMITED BY SIZE INTO Texto-Critica-W
              PERFORM APONTAR-CRITICA
           ELSE
              MOVE CNPJ         TO CNPJ-Pt(Idx-Achado-Part)
              MOVE Razão-Social TO Nome-Pt(Idx-Achado-Part)
              MOVE CNPJ TO CNPJ-W
              PERFORM VERIFICA-DIGITO-CNPJ
              IF CNPJ = ZEROES OR DIGITO-CNPJ-ERRO
                 MOVE SPACES TO Texto-Critica-W
                 STRING "CLIENTE " Nota-Cliente-W " CNPJ " CNPJ
                        " INVALIDO"
                    DELIMITED BY SIZE INTO Texto-Critica-W
                 PERFORM APONTAR-CRITICA
              END-IF
              PERFORM BUSCAR-CONTATO-CLIENTE
              IF SW-CONTATO = "N" OR CEP-Contato = ZEROES
                 MOVE SPACES TO Texto-Critica-W
                 STRING "CLIENTE " Nota-Cliente-W
                        " SEM CEP NO CONTATO PRINCIPAL"
                    DELIMITED BY SIZE INTO Texto-Critica-W
                 PERFORM APONTAR-CRITICA
              ELSE
                 MOVE Endereco-Contato
                      TO Endereco-Pt(Idx-Achado-Part)
                 MOVE CEP-Contato TO Cep-Busca-W
                 PERFORM BUSCAR-MUNICIPIO
                 IF Idx-Achado-Mun = ZEROES
                    IF SW-MUNICIPIOS-OK = "S"
                       MOVE SPACES TO Texto-Critica-W
                       STRING "CLIENTE " Nota-Cliente-W " CEP "
                              CEP-Contato
                              " FORA DA TABELA DE MUNICIPIOS"
                          DELIMITED BY SIZE INTO Texto-Critica-W
                       PERFORM APONTAR-CRITICA
                    END-IF
                 ELSE
                    MOVE Codigo-Mu(Idx-Achado-Mun)
                         TO Municipio-Pt(Idx-Achado-Part)
                    MOVE UF-Mu(Idx-Achado-Mun)
                         TO UF-Pt(Idx-Achado-Part)
                 END-IF
              END-IF
           END-IF.

       BUSCAR-CONTATO-CLIENTE.
           MOVE "N" TO SW-CONTATO
           IF SW-CONTATOS-OK = "S"
              MOVE "C"            TO Tipo-Contato
              MOVE Nota-Cliente-W TO Codigo-Pai
              MOVE ZEROES         TO Numero-Contato
              START CONTATOS KEY IS GREATER THAN Chave-Contato
                 INVALID KEY MOVE 99 TO FILE-STATUS-CON
                 NOT INVALID KEY MOVE 00 TO FILE-STATUS-CON
              END-START
              IF FILE-STATUS-CON = 00
                 READ CONTATOS NEXT RECORD
                    AT END MOVE 99 TO FILE-STATUS-CON
                 END-READ
              END-IF
              IF FILE-STATUS-CON = 00
                 AND Tipo-Contato = "C"
                 AND Codigo-Pai = Nota-Cliente-W
                 MOVE "S" TO SW-CONTATO
              END-IF
           END-IF.

       CARREGAR-ITENS-NOTA.
      ********** BONIFICACAO E ITEM SEM VALOR FICAM DE FORA: A NOTA **
      *    SO TEM O VALOR DOS ITENS NORMAIS. A QUANTIDADE E A        *
      *    FATURADA (OU A PEDIDA, SE AINDA NAO HOUVER)               *
           MOVE ZEROES TO QTD-ITENS-NOTA
           MOVE ZEROES TO Soma-Itens-W
           IF SW-ITENS-OK = "S"
              SET NO-FIM-ITE TO TRUE
              MOVE Nota-Pedido-W TO Numero-Pedido-it
              MOVE ZEROES        TO Sequencia-it
              START ITENS KEY IS NOT LESS THAN Chave-Item
                 INVALID KEY SET FIM-ITE TO TRUE
              END-START
              PERFORM LER-ITEM-NOTA UNTIL FIM-ITE
           END-IF.

       LER-ITEM-NOTA.
           READ ITENS NEXT RECORD
              AT END SET FIM-ITE TO TRUE
           END-READ
           IF NOT FIM-ITE
              IF Numero-Pedido-it NOT = Nota-Pedido-W
                 SET FIM-ITE TO TRUE
              ELSE
                 IF ITEM-NORMAL AND Total-Item-it > ZEROES
                    AND QTD-ITENS-NOTA < 999
                    ADD 1 TO QTD-ITENS-NOTA
                    MOVE Codigo-Produto-it
                         TO Produto-In(QTD-ITENS-NOTA)
                    IF Quantidade-Faturada-it > ZEROES
                       MOVE Quantidade-Faturada-it
                            TO Quantidade-In(QTD-ITENS-NOTA)
                    ELSE
                       MOVE Quantidade-it
                            TO Quantidade-In(QTD-ITENS-NOTA)
                    END-IF
                    MOVE Total-Item-it TO Total-In(QTD-ITENS-NOTA)
                    ADD Total-Item-it  TO Soma-Itens-W
                 END-IF
              END-IF
           END-IF.

       REGISTRAR-PRODUTO.
           PERFORM BUSCAR-ITEM
           IF Idx-Achado-Item = ZEROES
              IF QTD-ITENS < 9999
                 ADD 1 TO QTD-ITENS
                 MOVE QTD-ITENS TO Idx-Achado-Item
                 PERFORM NOVO-ITEM
              ELSE
                 IF SW-AVISO-ITEM-CHEIA = "N"
                    MOVE "S" TO SW-AVISO-ITEM-CHEIA
                    MOVE "MAIS DE 9999 ITENS NO PERIODO"
                         TO Texto-Critica-W
                    PERFORM APONTAR-CRITICA
                 END-IF
              END-IF
           END-IF.

       BUSCAR-ITEM.
           MOVE ZEROES TO Idx-Achado-Item
           PERFORM VARYING IDX-ITEM FROM 1 BY 1
              UNTIL IDX-ITEM > QTD-ITENS OR Idx-Achado-Item > 0
              IF Codigo-Produto-Ti(IDX-ITEM) = Produto-Busca-W
                 SET Idx-Achado-Item TO IDX-ITEM
              END-IF
           END-PERFORM.

       NOVO-ITEM.
           MOVE Produto-Busca-W TO Codigo-Produto-Ti(Idx-Achado-Item)
           MOVE SPACES TO Descricao-Ti(Idx-Achado-Item)
                          Unidade-Ti(Idx-Achado-Item)
                          NCM-Ti(Idx-Achado-Item)
           MOVE ZEROES TO Custo-Ti(Idx-Achado-Item)
                          Qtd-Inv-Ti(Idx-Achado-Item)
                          Valor-Inv-Ti(Idx-Achado-Item)
           MOVE Produto-Busca-W TO Codigo-Produto
           READ PRODUTOS
           IF FILE-STATUS-PRO NOT = 00
              MOVE SPACES TO Texto-Critica-W
              STRING "PRODUTO " Produto-Busca-W " NAO CADASTRADO"
                 DELIMITED BY SIZE INTO Texto-Critica-W
              PERFORM APONTAR-CRITICA
           ELSE
              MOVE Descricao-Produto TO Descricao-Ti(Idx-Achado-Item)
              MOVE Unidade-Produto   TO Unidade-Ti(Idx-Achado-Item)
              MOVE NCM-Produto       TO NCM-Ti(Idx-Achado-Item)
              MOVE Custo-Produto     TO Custo-Ti(Idx-Achado-Item)
              IF NCM-Produto = SPACES OR NCM-Produto IS NOT NUMERIC
                 MOVE SPACES TO Texto-Critica-W
                 STRING "PRODUTO " Produto-Busca-W " "
                        FUNCTION TRIM(Descricao-Produto)
                        " SEM CLASSIFICACAO FISCAL (NCM)"
                    DELIMITED BY SIZE INTO Texto-Critica-W
                 PERFORM APONTAR-CRITICA
              END-IF
              MOVE Unidade-Produto TO Unidade-Busca-W
              PERFORM REGISTRAR-UNIDADE
           END-IF.

       REGISTRAR-UNIDADE.
           MOVE ZEROES TO Idx-Achado-Unid
           PERFORM VARYING IDX-UNID FROM 1 BY 1
              UNTIL IDX-UNID > QTD-UNIDADES OR Idx-Achado-Unid > 0
              IF Unidade-Tu(IDX-UNID) = Unidade-Busca-W
                 SET Idx-Achado-Unid TO IDX-UNID
              END-IF
           END-PERFORM
           IF Idx-Achado-Unid = ZEROES
              IF QTD-UNIDADES < 300
                 ADD 1 TO QTD-UNIDADES
                 MOVE Unidade-Busca-W TO Unidade-Tu(QTD-UNIDADES)
              ELSE
                 IF SW-AVISO-UNID-CHEIA = "N"
                    MOVE "S" TO SW-AVISO-UNID-CHEIA
                    MOVE "MAIS DE 300 UNIDADES DE MEDIDA"
                         TO Texto-Critica-W
                    PERFORM APONTAR-CRITICA
                 END-IF
              END-IF
           END-IF.

       REGISTRAR-INVENTARIO.
      ********** O INVENTARIO E O SALDO ATUAL DO SALDOS VALORIZADO ***
      *    PELO CUSTO MEDIO: RODAR LOGO APOS O FIM DO PERIODO, ANTES *
      *    DE NOVAS ENTRADAS E SAIDAS                                *
           SET NO-FIM-SD TO TRUE
           MOVE ZEROES TO Codigo-Produto-sd
           START SALDOS KEY IS NOT LESS THAN Codigo-Produto-sd
              INVALID KEY SET FIM-SD TO TRUE
           END-START
           PERFORM LER-SALDO UNTIL FIM-SD.

       LER-SALDO.
           READ SALDOS NEXT RECORD
              AT END SET FIM-SD TO TRUE
           END-READ
           IF NOT FIM-SD AND Saldo-Estoque-sd > ZEROES
              MOVE Codigo-Produto-sd TO Produto-Busca-W
              PERFORM REGISTRAR-PRODUTO
              IF Idx-Achado-Item > ZEROES
                 MOVE Saldo-Estoque-sd
                      TO Qtd-Inv-Ti(Idx-Achado-Item)
                 COMPUTE Valor-Inv-Ti(Idx-Achado-Item) ROUNDED =
                    Saldo-Estoque-sd * Custo-Ti(Idx-Achado-Item)
                 ADD Valor-Inv-Ti(Idx-Achado-Item)
                     TO TOTAL-INVENTARIO
              END-IF
           END-IF.

      ******************************************************************
      *    GERACAO DO ARQUIVO: BLOCOS 0, B, C, D, E, G, H, K, 1 E 9    *
      *    NESTA ORDEM. SO HA MOVIMENTO NOS BLOCOS C (SAIDAS), E       *
      *    (APURACAO DOS DEBITOS) E H (INVENTARIO); OS DEMAIS SAEM     *
      *    VAZIOS. AS ENTRADAS E OS CREDITOS FICAM COM O CONTADOR      *
      ******************************************************************
       GERAR-EFD.
           MOVE SPACES TO ARQ-SPEDEFD
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "sped" Periodo-W ".txt" DELIMITED BY SIZE
                  INTO ARQ-SPEDEFD
           OPEN OUTPUT SPEDEFD
           IF FILE-STATUS-EFD NOT = 00
              DISPLAY "sped" Periodo-W ".txt NAO PODE SER CRIADO"
              DISPLAY "STATUS: " FILE-STATUS-EFD
              MOVE "SEM SAIDA" TO JOB-STATUS
           ELSE
              MOVE ZEROES TO CONT-LINHAS Linhas-Bloco-W QTD-REGS
              PERFORM GERAR-BLOCO-0
              MOVE "B" TO Bloco-W
              PERFORM GERAR-BLOCO-VAZIO
              PERFORM GERAR-BLOCO-C
              MOVE "D" TO Bloco-W
              PERFORM GERAR-BLOCO-VAZIO
              PERFORM GERAR-BLOCO-E
              MOVE "G" TO Bloco-W
              PERFORM GERAR-BLOCO-VAZIO
              PERFORM GERAR-BLOCO-H
              MOVE "K" TO Bloco-W
              PERFORM GERAR-BLOCO-VAZIO
              PERFORM GERAR-BLOCO-1
              PERFORM GERAR-BLOCO-9
              CLOSE SPEDEFD
           END-IF.

       GRAVAR-LINHA-SPED.
           WRITE REG-SPEDEFD FROM LINHA-SPED
           ADD 1 TO CONT-LINHAS
           ADD 1 TO Linhas-Bloco-W
           PERFORM CONTAR-REGISTRO.

       CONTAR-REGISTRO.
           MOVE ZEROES TO Idx-Achado-Reg
           PERFORM VARYING IDX-REG FROM 1 BY 1
              UNTIL IDX-REG > QTD-REGS OR Idx-Achado-Reg > 0
              IF Reg-Tr(IDX-REG) = LINHA-SPED(2:4)
                 SET Idx-Achado-Reg TO IDX-REG
              END-IF
           END-PERFORM
           IF Idx-Achado-Reg = ZEROES AND QTD-REGS < 60
              ADD 1 TO QTD-REGS
              MOVE QTD-REGS TO Idx-Achado-Reg
              MOVE LINHA-SPED(2:4) TO Reg-Tr(Idx-Achado-Reg)
              MOVE ZEROES TO Qtd-Tr(Idx-Achado-Reg)
           END-IF
           IF Idx-Achado-Reg > ZEROES
              ADD 1 TO Qtd-Tr(Idx-Achado-Reg)
           END-IF.

       EDITAR-VALOR.
           MOVE Valor-Edit-E TO Valor-Edit-Z
           MOVE FUNCTION TRIM(Valor-Edit-Z) TO Valor-Edit-T.

       EDITAR-NUMERO.
           MOVE Numero-Edit-E TO Numero-Edit-Z
           MOVE FUNCTION TRIM(Numero-Edit-Z) TO Numero-Edit-T.

       FECHAR-BLOCO.
      ********** REGISTRO XX990: LINHAS DO BLOCO, CONTANDO ELE MESMO *
           COMPUTE Numero-Edit-E = Linhas-Bloco-W + 1
           PERFORM EDITAR-NUMERO
           MOVE SPACES TO LINHA-SPED
           STRING "|" Bloco-W "990|" FUNCTION TRIM(Numero-Edit-T) "|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE ZEROES TO Linhas-Bloco-W.

       GERAR-BLOCO-VAZIO.
           MOVE SPACES TO LINHA-SPED
           STRING "|" Bloco-W "001|1|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           PERFORM FECHAR-BLOCO.

       GERAR-BLOCO-0.
           MOVE SPACES TO LINHA-SPED
           STRING "|0000|" VERSAO-LEIAUTE "|0|" Dt-Ini-Sped "|"
                  Dt-Fin-Sped "|" FUNCTION TRIM(Nome-Empresa) "|"
                  CNPJ-Empresa "||" UF-Empresa "|"
                  FUNCTION TRIM(IE-Empresa) "|" Municipio-Empresa
                  "|||" Perfil-Empresa "|1|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE SPACES TO LINHA-SPED
           MOVE "|0001|0|" TO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE SPACES TO LINHA-SPED
           STRING "|0005|" FUNCTION TRIM(Nome-Empresa) "|"
                  CEP-Empresa "|" FUNCTION TRIM(Endereco-Empresa)
                  "|||" FUNCTION TRIM(Bairro-Empresa) "|"
                  FUNCTION TRIM(Telefone-Empresa) "|||"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE SPACES TO LINHA-SPED
           STRING "|0100|" FUNCTION TRIM(Nome-Contador) "|"
                  CPF-Contador "|" FUNCTION TRIM(CRC-Contador)
                  "|||||||||" FUNCTION TRIM(Email-Contador) "||"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           PERFORM GERAR-0150
              VARYING IDX-PART FROM 1 BY 1
              UNTIL IDX-PART > QTD-PARTICIPANTES
           PERFORM GERAR-0190
              VARYING IDX-UNID FROM 1 BY 1
              UNTIL IDX-UNID > QTD-UNIDADES
           PERFORM GERAR-0200
              VARYING IDX-ITEM FROM 1 BY 1
              UNTIL IDX-ITEM > QTD-ITENS
           MOVE "0" TO Bloco-W
           PERFORM FECHAR-BLOCO.

       GERAR-0150.
           MOVE SPACES TO LINHA-SPED
           STRING "|0150|" Codigo-Cliente-Pt(IDX-PART) "|"
                  FUNCTION TRIM(Nome-Pt(IDX-PART)) "|01058|"
                  CNPJ-Pt(IDX-PART) "|||" Municipio-Pt(IDX-PART)
                  "||" FUNCTION TRIM(Endereco-Pt(IDX-PART)) "||||"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED.

       GERAR-0190.
           MOVE SPACES TO LINHA-SPED
           STRING "|0190|" FUNCTION TRIM(Unidade-Tu(IDX-UNID))
                  "|UNIDADE " FUNCTION TRIM(Unidade-Tu(IDX-UNID)) "|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED.

       GERAR-0200.
      ********** TIPO 00 = MERCADORIA PARA REVENDA; O GENERO SAO OS **
      *    DOIS PRIMEIROS DIGITOS DO NCM                             *
           MOVE SPACES TO LINHA-SPED
           STRING "|0200|" Codigo-Produto-Ti(IDX-ITEM) "|"
                  FUNCTION TRIM(Descricao-Ti(IDX-ITEM)) "|||"
                  FUNCTION TRIM(Unidade-Ti(IDX-ITEM)) "|00|"
                  NCM-Ti(IDX-ITEM) "||" NCM-Ti(IDX-ITEM)(1:2) "||||"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED.

       GERAR-BLOCO-C.
           MOVE SPACES TO LINHA-SPED
           IF CONT-NOTAS + CONT-CANCELADAS > ZEROES
              MOVE "|C001|0|" TO LINHA-SPED
           ELSE
              MOVE "|C001|1|" TO LINHA-SPED
           END-IF
           PERFORM GRAVAR-LINHA-SPED
           MOVE ZEROES TO TOTAL-SAIDAS TOTAL-ICMS
           PERFORM ABRIR-LEITURA-FATURAS
           PERFORM MONTAR-NOTA
           PERFORM GRAVAR-NOTA UNTIL SW-NOTA = "N"
           MOVE "C" TO Bloco-W
           PERFORM FECHAR-BLOCO.

       GRAVAR-NOTA.
      ********** C100 (MODELO 55, SERIE 1, EMISSAO PROPRIA), C170 ****
      *    POR ITEM E UM C190 (CST, CFOP E ALIQUOTA UNICOS NA NOTA). *
      *    CFOP 5102 DENTRO DA UF DA EMPRESA, 6102 FORA DELA         *
           MOVE Nota-Numero-W TO Numero-Edit-E
           PERFORM EDITAR-NUMERO
           MOVE Numero-Edit-T TO Txt-Numero-1
           MOVE SPACES TO LINHA-SPED
           IF Nota-Qtd-Canc-W = Nota-Qtd-Parc-W
              STRING "|C100|1|0||55|02|1|"
                     FUNCTION TRIM(Txt-Numero-1)
                     "||||||||||||||||||||||"
                 DELIMITED BY SIZE INTO LINHA-SPED
              PERFORM GRAVAR-LINHA-SPED
           ELSE
              PERFORM GRAVAR-NOTA-NORMAL
           END-IF
           PERFORM MONTAR-NOTA.

       GRAVAR-NOTA-NORMAL.
           PERFORM BUSCAR-PARTICIPANTE
           MOVE "5102" TO CFOP-W
           IF Idx-Achado-Part > ZEROES
              IF UF-Pt(Idx-Achado-Part) NOT = UF-Empresa
                 MOVE "6102" TO CFOP-W
              END-IF
           END-IF
           IF Nota-Aliquota-W > ZEROES
              MOVE "000" TO CST-W
              MOVE Nota-Valor-W TO Base-ICMS-W
           ELSE
              MOVE "040" TO CST-W
              MOVE ZEROES TO Base-ICMS-W
           END-IF
           MOVE SPACES TO Dt-Doc-Sped
           STRING Nota-Emissao-W(1:2) Nota-Emissao-W(4:2)
                  Nota-Emissao-W(7:4)
              DELIMITED BY SIZE INTO Dt-Doc-Sped
           MOVE Nota-Valor-W TO Valor-Edit-E
           PERFORM EDITAR-VALOR
           MOVE Valor-Edit-T TO Txt-Valor-1
           MOVE Base-ICMS-W TO Valor-Edit-E
           PERFORM EDITAR-VALOR
           MOVE Valor-Edit-T TO Txt-Valor-2
           MOVE Nota-Imposto-W TO Valor-Edit-E
           PERFORM EDITAR-VALOR
           MOVE Valor-Edit-T TO Txt-Valor-3
           MOVE Nota-Aliquota-W TO Valor-Edit-E
           PERFORM EDITAR-VALOR
           MOVE Valor-Edit-T TO Txt-Valor-4

           STRING "|C100|1|0|" Nota-Cliente-W "|55|00|1|"
                  FUNCTION TRIM(Txt-Numero-1) "||" Dt-Doc-Sped "|"
                  Dt-Doc-Sped "|" FUNCTION TRIM(Txt-Valor-1) "|"
                  Nota-A-Prazo-W "|0|0|" FUNCTION TRIM(Txt-Valor-1)
                  "|9|0|0|0|" FUNCTION TRIM(Txt-Valor-2) "|"
                  FUNCTION TRIM(Txt-Valor-3) "|0|0|0|0|0|0|0|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED

           PERFORM CARREGAR-ITENS-NOTA
           MOVE ZEROES TO Acum-Valor-W Acum-Imposto-W
           PERFORM GRAVAR-C170
              VARYING IDX-IN FROM 1 BY 1
              UNTIL IDX-IN > QTD-ITENS-NOTA

           MOVE SPACES TO LINHA-SPED
           STRING "|C190|" CST-W "|" CFOP-W "|"
                  FUNCTION TRIM(Txt-Valor-4) "|"
                  FUNCTION TRIM(Txt-Valor-1) "|"
                  FUNCTION TRIM(Txt-Valor-2) "|"
                  FUNCTION TRIM(Txt-Valor-3) "|0|0|0|0||"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           ADD Nota-Valor-W   TO TOTAL-SAIDAS
           ADD Nota-Imposto-W TO TOTAL-ICMS.

       GRAVAR-C170.
           IF IDX-IN < QTD-ITENS-NOTA
              IF Soma-Itens-W > ZEROES
                 COMPUTE Item-Valor-W ROUNDED = Nota-Valor-W
                    * Total-In(IDX-IN) / Soma-Itens-W
              ELSE
                 MOVE ZEROES TO Item-Valor-W
              END-IF
              IF Nota-Valor-W > ZEROES
                 COMPUTE Item-Imposto-W ROUNDED = Nota-Imposto-W
                    * Item-Valor-W / Nota-Valor-W
              ELSE
                 MOVE ZEROES TO Item-Imposto-W
              END-IF
              ADD Item-Valor-W   TO Acum-Valor-W
              ADD Item-Imposto-W TO Acum-Imposto-W
           ELSE
              COMPUTE Item-Valor-W   = Nota-Valor-W - Acum-Valor-W
              COMPUTE Item-Imposto-W =
                 Nota-Imposto-W - Acum-Imposto-W
           END-IF
           IF Item-Valor-W < ZEROES
              MOVE ZEROES TO Item-Valor-W
           END-IF
           IF Item-Imposto-W < ZEROES
              MOVE ZEROES TO Item-Imposto-W
           END-IF
           IF Nota-Aliquota-W > ZEROES
              MOVE Item-Valor-W TO Item-Base-W
           ELSE
              MOVE ZEROES TO Item-Base-W
           END-IF

           MOVE Produto-In(IDX-IN) TO Produto-Busca-W
           PERFORM BUSCAR-ITEM
           MOVE SPACES TO Unidade-Busca-W
           IF Idx-Achado-Item > ZEROES
              MOVE Unidade-Ti(Idx-Achado-Item) TO Unidade-Busca-W
           END-IF
           SET Numero-Edit-E TO IDX-IN
           PERFORM EDITAR-NUMERO
           MOVE Quantidade-In(IDX-IN) TO Valor-Edit-E
           PERFORM EDITAR-VALOR
           MOVE Valor-Edit-T TO Txt-Valor-5
           MOVE Item-Valor-W TO Valor-Edit-E
           PERFORM EDITAR-VALOR
           MOVE Valor-Edit-T TO Txt-Valor-1
           MOVE Item-Base-W TO Valor-Edit-E
           PERFORM EDITAR-VALOR
           MOVE Valor-Edit-T TO Txt-Valor-2
           MOVE Item-Imposto-W TO Valor-Edit-E
           PERFORM EDITAR-VALOR
           MOVE Valor-Edit-T TO Txt-Valor-3

           MOVE SPACES TO LINHA-SPED
           STRING "|C170|" FUNCTION TRIM(Numero-Edit-T) "|"
                  Produto-In(IDX-IN) "||" FUNCTION TRIM(Txt-Valor-5)
                  "|" FUNCTION TRIM(Unidade-Busca-W) "|"
                  FUNCTION TRIM(Txt-Valor-1) "|0|0|" CST-W "|"
                  CFOP-W "||" FUNCTION TRIM(Txt-Valor-2) "|"
                  FUNCTION TRIM(Txt-Valor-4) "|"
                  FUNCTION TRIM(Txt-Valor-3) "|0|0|0|0|||0|0|0|"
                  "|||||||||||||0|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED.

       GERAR-BLOCO-E.
      ********** APURACAO SO COM OS DEBITOS DAS SAIDAS: OS CREDITOS **
      *    DAS ENTRADAS SAO LANCADOS PELO CONTADOR NO VALIDADOR      *
           MOVE SPACES TO LINHA-SPED
           MOVE "|E001|0|" TO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE SPACES TO LINHA-SPED
           STRING "|E100|" Dt-Ini-Sped "|" Dt-Fin-Sped "|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE TOTAL-ICMS TO Valor-Edit-E
           PERFORM EDITAR-VALOR
           MOVE SPACES TO LINHA-SPED
           STRING "|E110|" FUNCTION TRIM(Valor-Edit-T)
                  "|0|0|0|0|0|0|0|0|" FUNCTION TRIM(Valor-Edit-T)
                  "|0|" FUNCTION TRIM(Valor-Edit-T) "|0|0|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE "E" TO Bloco-W
           PERFORM FECHAR-BLOCO.

       GERAR-BLOCO-H.
      ********** MOTIVO 01 = INVENTARIO NO FINAL DO PERIODO **********
           IF NOT COM-INVENTARIO
              MOVE "H" TO Bloco-W
              PERFORM GERAR-BLOCO-VAZIO
           ELSE
              MOVE SPACES TO LINHA-SPED
              MOVE "|H001|0|" TO LINHA-SPED
              PERFORM GRAVAR-LINHA-SPED
              MOVE TOTAL-INVENTARIO TO Valor-Edit-E
              PERFORM EDITAR-VALOR
              MOVE SPACES TO LINHA-SPED
              STRING "|H005|" Dt-Fin-Sped "|"
                     FUNCTION TRIM(Valor-Edit-T) "|01|"
                 DELIMITED BY SIZE INTO LINHA-SPED
              PERFORM GRAVAR-LINHA-SPED
              PERFORM GERAR-H010
                 VARYING IDX-ITEM FROM 1 BY 1
                 UNTIL IDX-ITEM > QTD-ITENS
              MOVE "H" TO Bloco-W
              PERFORM FECHAR-BLOCO
           END-IF.

       GERAR-H010.
           IF Qtd-Inv-Ti(IDX-ITEM) > ZEROES
              MOVE Qtd-Inv-Ti(IDX-ITEM) TO Valor-Edit-E
              PERFORM EDITAR-VALOR
              MOVE Valor-Edit-T TO Txt-Valor-1
              MOVE Custo-Ti(IDX-ITEM) TO Valor-Edit-E
              PERFORM EDITAR-VALOR
              MOVE Valor-Edit-T TO Txt-Valor-2
              MOVE Valor-Inv-Ti(IDX-ITEM) TO Valor-Edit-E
              PERFORM EDITAR-VALOR
              MOVE Valor-Edit-T TO Txt-Valor-3
              MOVE SPACES TO LINHA-SPED
              STRING "|H010|" Codigo-Produto-Ti(IDX-ITEM) "|"
                     FUNCTION TRIM(Unidade-Ti(IDX-ITEM)) "|"
                     FUNCTION TRIM(Txt-Valor-1) "|"
                     FUNCTION TRIM(Txt-Valor-2) "|"
                     FUNCTION TRIM(Txt-Valor-3) "|0||||"
                     FUNCTION TRIM(Txt-Valor-3) "|"
                 DELIMITED BY SIZE INTO LINHA-SPED
              PERFORM GRAVAR-LINHA-SPED
           END-IF.

       GERAR-BLOCO-1.
           MOVE SPACES TO LINHA-SPED
           MOVE "|1001|0|" TO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE SPACES TO LINHA-SPED
           MOVE "|1010|N|N|N|N|N|N|N|N|N|N|N|N|N|" TO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE "1" TO Bloco-W
           PERFORM FECHAR-BLOCO.

       GERAR-BLOCO-9.
      ********** 9900 POR TIPO DE REGISTRO, INCLUSIVE OS DO PROPRIO **
      *    BLOCO 9 (9001, 9900, 9990 E 9999); 9999 = TOTAL DE LINHAS *
           MOVE SPACES TO LINHA-SPED
           MOVE "|9001|0|" TO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE QTD-REGS TO QTD-REGS-ANTES
           PERFORM GERAR-9900
              VARYING IDX-REG FROM 1 BY 1
              UNTIL IDX-REG > QTD-REGS-ANTES
           COMPUTE Numero-Edit-E = QTD-REGS-ANTES + 3
           PERFORM EDITAR-NUMERO
           MOVE SPACES TO LINHA-SPED
           STRING "|9900|9900|" FUNCTION TRIM(Numero-Edit-T) "|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE SPACES TO LINHA-SPED
           MOVE "|9900|9990|1|" TO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           MOVE SPACES TO LINHA-SPED
           MOVE "|9900|9999|1|" TO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           COMPUTE Numero-Edit-E = Linhas-Bloco-W + 2
           PERFORM EDITAR-NUMERO
           MOVE SPACES TO LINHA-SPED
           STRING "|9990|" FUNCTION TRIM(Numero-Edit-T) "|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED
           COMPUTE Numero-Edit-E = CONT-LINHAS + 1
           PERFORM EDITAR-NUMERO
           MOVE SPACES TO LINHA-SPED
           STRING "|9999|" FUNCTION TRIM(Numero-Edit-T) "|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED.

       GERAR-9900.
           MOVE Qtd-Tr(IDX-REG) TO Numero-Edit-E
           PERFORM EDITAR-NUMERO
           MOVE SPACES TO LINHA-SPED
           STRING "|9900|" Reg-Tr(IDX-REG) "|"
                  FUNCTION TRIM(Numero-Edit-T) "|"
              DELIMITED BY SIZE INTO LINHA-SPED
           PERFORM GRAVAR-LINHA-SPED.

       VERIFICA-DIGITO-CNPJ.
           MOVE "N"             TO SW-DIGITO-CNPJ
           MOVE ZEROES          TO SOMA-CNPJ
           PERFORM VARYING IND-CNPJ FROM 1 BY 1 UNTIL IND-CNPJ > 12
              COMPUTE SOMA-CNPJ = SOMA-CNPJ +
                 (CNPJ-W-DIG(IND-CNPJ) * PESOS-CNPJ-1(IND-CNPJ))
           END-PERFORM
           COMPUTE RESTO-CNPJ = FUNCTION MOD(SOMA-CNPJ, 11)
           IF RESTO-CNPJ < 2
              MOVE 0            TO DIGITO-1-CNPJ
           ELSE
              COMPUTE DIGITO-1-CNPJ = 11 - RESTO-CNPJ
           END-IF

           MOVE ZEROES          TO SOMA-CNPJ
           PERFORM VARYING IND-CNPJ FROM 1 BY 1 UNTIL IND-CNPJ > 12
              COMPUTE SOMA-CNPJ = SOMA-CNPJ +
                 (CNPJ-W-DIG(IND-CNPJ) * PESOS-CNPJ-2(IND-CNPJ))
           END-PERFORM
           COMPUTE SOMA-CNPJ = SOMA-CNPJ +
              (DIGITO-1-CNPJ * PESOS-CNPJ-2(13))
           COMPUTE RESTO-CNPJ = FUNCTION MOD(SOMA-CNPJ, 11)
           IF RESTO-CNPJ < 2
              MOVE 0            TO DIGITO-2-CNPJ
           ELSE
              COMPUTE DIGITO-2-CNPJ = 11 - RESTO-CNPJ
           END-IF

           IF CNPJ-W-DIG(13) = DIGITO-1-CNPJ AND
              CNPJ-W-DIG(14) = DIGITO-2-CNPJ
              MOVE "S"          TO SW-DIGITO-CNPJ
           END-IF.

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              CLOSE FATURAS CLIENTES PRODUTOS SPEDCRIT
              IF SW-EMPRESAS-OK = "S"
                 CLOSE EMPRESAS
              END-IF
              IF SW-RENEGOC-OK = "S"
                 CLOSE RENEGOC
              END-IF
              IF SW-ITENS-OK = "S"
                 CLOSE ITENS
              END-IF
              IF SW-CONTATOS-OK = "S"
                 CLOSE CONTATOS
              END-IF
              IF SW-SALDOS-OK = "S"
                 CLOSE SALDOS
              END-IF
              MOVE "spedcrit.txt" TO RELATORIO-SPOOL
              PERFORM REGISTRAR-SPOOL
              IF MODO-INTERATIVO
                 DISPLAY "NOTAS DO PERIODO : " CONT-NOTAS
                 DISPLAY "CANCELADAS       : " CONT-CANCELADAS
                 DISPLAY "CRITICAS         : " CONT-CRITICAS
                 IF CONT-CRITICAS = ZEROES AND JOB-STATUS = "OK"
                    MOVE TOTAL-SAIDAS TO WRK-VALOR
                    DISPLAY "TOTAL DAS SAIDAS : " WRK-VALOR
                    MOVE TOTAL-ICMS TO WRK-VALOR
                    DISPLAY "ICMS DEBITADO    : " WRK-VALOR
                    DISPLAY "ARQUIVO GRAVADO EM sped" Periodo-W
                            ".txt"
                 ELSE
                    DISPLAY "ARQUIVO NAO GERADO: VER spedcrit.txt"
                 END-IF
              END-IF
           END-IF
           MOVE CONT-LIDOS  TO JOB-LIDOS
           MOVE CONT-LINHAS TO JOB-GRAVADOS
           MOVE "FIM"    TO JOB-EVENTO
           PERFORM GRAVAR-JOBLOG
           IF JOB-STATUS = "OK"
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
           STRING "PERIODO=" Periodo-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAM101 "
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
           MOVE SPACES TO ARQ-PERFECH
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "perfech.dat" DELIMITED BY SIZE
                  INTO ARQ-PERFECH
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-RENEGOC
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "renegoc.dat" DELIMITED BY SIZE
                  INTO ARQ-RENEGOC
           MOVE SPACES TO ARQ-ITENS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itens.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENS
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
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-SALDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldos.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDOS
           MOVE SPACES TO ARQ-MUNICIPIOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "municipios.txt" DELIMITED BY SIZE
                  INTO ARQ-MUNICIPIOS
           MOVE SPACES TO ARQ-SPEDCRIT
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "spedcrit.txt" DELIMITED BY SIZE
                  INTO ARQ-SPEDCRIT.
       END PROGRAM PROGRAMA101.
