      ******************************************************************
      * Author:  JOSE ANGEL VASQUEZ LOPEZ
      * Date:    15-10-2026
      * Purpose: ESPELHO DO PEDIDO PARA CONFIRMACAO AO CLIENTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA98.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PEDIDOS ASSIGN ARQ-PEDIDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido
           FILE STATUS IS FILE-STATUS.

           SELECT ITENS ASSIGN ARQ-ITENS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Item
           FILE STATUS IS FILE-STATUS-IT.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT CLIENTES ASSIGN ARQ-CLIENTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNPJ
           ALTERNATE RECORD KEY IS Codigo-Cliente
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT VENDEDOR ASSIGN ARQ-VENDEDOR
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS Codigo-Vendedor
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT CONTATOS ASSIGN ARQ-CONTATOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Contato
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT ACORDOS ASSIGN ARQ-ACORDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Acordo
           FILE STATUS IS FILE-STATUS-AC.

           SELECT CLIFIN ASSIGN ARQ-CLIFIN
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Cliente-cf
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT CONDPAG ASSIGN ARQ-CONDPAG
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Condicao
           FILE STATUS IS FILE-STATUS-AUX.

           SELECT FERIADOS ASSIGN ARQ-FERIADOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Data-Feriado-fe
           FILE STATUS IS FILE-STATUS-FER.

           SELECT CONSENT ASSIGN ARQ-CONSENT
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Consent
           FILE STATUS IS FILE-STATUS-LG.

           SELECT COMUNLOG ASSIGN ARQ-COMUNLOG
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CM.

           SELECT ESPCTL ASSIGN ARQ-ESPCTL
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Pedido-es
           FILE STATUS IS FILE-STATUS-ES.

           SELECT ESPELHO ASSIGN ARQ-ESPELHO
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-EP.

           SELECT ESPMAIL ASSIGN ARQ-ESPMAIL
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-EM.

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

       FD  ACORDOS.

       01  REG-ACORDOS.
           05 Chave-Acordo.
              10 Codigo-Cliente-ac         PIC 9(007).
              10 Codigo-Produto-ac         PIC 9(005).
           05 Preco-Acordo-ac              PIC 9(007)v9(002).
           05 Vigencia-Ini-ac              PIC 9(008).
           05 Vigencia-Fim-ac              PIC 9(008).

       FD  CLIFIN.

       01  REG-CLIFIN.
           05 Codigo-Cliente-cf            PIC 9(007).
           05 Limite-Credito-cf            PIC 9(009)v9(002).
           05 Cond-Pagto-cf                PIC 9(003).

       FD  CONDPAG.

       01  REG-CONDPAG.
           05 Codigo-Condicao              PIC 9(003).
           05 Descricao-Condicao           PIC X(030).
           05 Qtd-Parcelas-cp              PIC 9(002).
           05 Prazos-Condicao.
              10 Prazo-Parcela-cp OCCURS 12 PIC 9(003).

       FD  FERIADOS.

       01  REG-FERIADOS.
           05 Data-Feriado-fe              PIC 9(008).
           05 Descricao-Feriado            PIC X(030).

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

       FD  ESPCTL.

      ********** ULTIMO ESPELHO EMITIDO POR PEDIDO (PROGRAMA98): *****
      *    ALTERACAO OU SITUACAO DO PEDIDO DIFERENTES DAS GRAVADAS   *
      *    AQUI PROVOCAM A REEMISSAO NO MODO AUTO                    *
       01  REG-ESPCTL.
           05 Numero-Pedido-es             PIC 9(007).
           05 Versao-es                    PIC 9(003).
           05 Situacao-es                  PIC X(001).
           05 Data-Alteracao-es            PIC X(010).
           05 Hora-Alteracao-es            PIC X(008).
           05 Data-Emissao-es              PIC X(010).
           05 Hora-Emissao-es              PIC X(008).
           05 Email-Gerado-es              PIC X(001).

       FD  ESPELHO.

       01  REG-ESPELHO                     PIC X(100).

       FD  ESPMAIL.

       01  REG-ESPMAIL                     PIC X(100).

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
                                            VALUE "PROGRAMA98".
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
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CLIENTES                    PIC X(080)   VALUE SPACES.
           05 ARQ-VENDEDOR                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONTATOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-ACORDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-CLIFIN                      PIC X(080)   VALUE SPACES.
           05 ARQ-CONDPAG                     PIC X(080)   VALUE SPACES.
           05 ARQ-FERIADOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-CONSENT                     PIC X(080)   VALUE SPACES.
           05 ARQ-COMUNLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-ESPCTL                      PIC X(080)   VALUE SPACES.
           05 ARQ-ESPELHO                     PIC X(080)   VALUE SPACES.
           05 ARQ-ESPMAIL                     PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.
           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-IT               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AUX              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-AC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FER              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-LG               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CM               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-ES               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EP               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EM               PIC 99       VALUE ZEROES.
           05 SW-FIM-PED                   PIC X        VALUE "N".
              88 FIM-PEDIDOS                            VALUE "S".
              88 NO-FIM-PEDIDOS                         VALUE "N".
           05 SW-FIM-IT                    PIC X        VALUE "N".
              88 FIM-ITENS                              VALUE "S".
              88 NO-FIM-ITENS                           VALUE "N".
           05 SW-ARQUIVOS-OK               PIC X        VALUE "N".
           05 SW-ACORDOS-OK                PIC X        VALUE "N".
           05 SW-CLIFIN-OK                 PIC X        VALUE "N".
           05 SW-CONDPAG-OK                PIC X        VALUE "N".
           05 SW-FERIADOS-OK               PIC X        VALUE "N".
           05 SW-CONSENT-OK                PIC X        VALUE "N".
           05 SW-COMUNLOG-OK               PIC X        VALUE "N".
           05 SW-ESPCTL-OK                 PIC X        VALUE "N".
           05 SW-EMITIR                    PIC X        VALUE "N".
           05 SW-CTL-EXISTE                PIC X        VALUE "N".
           05 SW-EMAIL                     PIC X        VALUE "N".
           05 SW-CONTATO                   PIC X        VALUE "N".
           05 SW-COND-CARREGADA            PIC X        VALUE "N".
           05 SW-DIA-UTIL                  PIC X        VALUE "N".
           05 SW-CONSENT                   PIC X        VALUE "N".
              88 CONSENT-VIGENTE                        VALUE "V".
              88 CONSENT-REVOGADO                       VALUE "R".
              88 CONSENT-AUSENTE                        VALUE "N".

      ********** LINHA DE COMANDO: NUMERO DO PEDIDO = EMITE SO ESSE **
      *    (CHAMADA DAS TELAS AO GRAVAR); "AUTO" = VARRE OS PEDIDOS  *
      *    ABERTOS E PENDENTES E REEMITE OS NOVOS OU ALTERADOS       *
      *    (IMPORTACOES E AGENDADOR); SEM NADA PERGUNTA O PEDIDO     *
           05 ARG-LINHA                    PIC X(080)   VALUE SPACES.
           05 ARG-PEDIDO-W                 PIC X(007)   VALUE SPACES.
           05 SW-MODO                      PIC X        VALUE "I".
              88 MODO-AUTO                              VALUE "A".
              88 MODO-PEDIDO                            VALUE "P".
              88 MODO-INTERATIVO                        VALUE "I".
           05 Pedido-Sel-W                 PIC 9(007)   VALUE ZEROES.

           05 DATE-AUXILIAR.
              10 AA-AUX                    PIC 9(002)   VALUE ZEROES.
              10 MM-AUX                    PIC 9(002)   VALUE ZEROES.
              10 DD-AUX                    PIC 9(002)   VALUE ZEROES.
           05 HORA-AUXILIAR.
              10 HH-AUX                    PIC 9(002)   VALUE ZEROES.
              10 MI-AUX                    PIC 9(002)   VALUE ZEROES.
              10 SS-AUX                    PIC 9(002)   VALUE ZEROES.
              10 CC-AUX                    PIC 9(002)   VALUE ZEROES.
           05 DATA-HOJE-W                  PIC X(010)   VALUE SPACES.
           05 HORA-HOJE-W                  PIC X(008)   VALUE SPACES.
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-LIMITE-INT              PIC 9(008)   VALUE ZEROES.
           05 DATA-MOV-INT                 PIC 9(008)   VALUE ZEROES.
           05 DATA-PED-AMD                 PIC 9(008)   VALUE ZEROES.
           05 DATA-TESTE-AMD               PIC 9(008)   VALUE ZEROES.
           05 DATA-VENC-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-VENC-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-VENC-R REDEFINES DATA-VENC-AMD.
              10 VENC-ANO                  PIC 9(004).
              10 VENC-MES                  PIC 9(002).
              10 VENC-DIA                  PIC 9(002).
           05 DATA-VENC-EDIT.
              10 VENCE-DIA                 PIC 9(002)   VALUE ZEROES.
              10 FILLER                    PIC X(001)   VALUE "-".
              10 VENCE-MES                 PIC 9(002)   VALUE ZEROES.
              10 FILLER                    PIC X(001)   VALUE "-".
              10 VENCE-ANO                 PIC 9(004)   VALUE ZEROES.
           05 DIA-SEMANA-W                 PIC 9(001)   VALUE ZEROES.
           05 Data-Edit-W                  PIC X(010)   VALUE SPACES.
           05 Data-Prometida-Edit          PIC X(010)   VALUE SPACES.

      ********** NO MODO AUTO SO ENTRAM OS PEDIDOS INCLUIDOS OU ******
      *    ALTERADOS NOS ULTIMOS DIAS DA JANELA, PARA NAO REEMITIR   *
      *    A CARTEIRA ANTIGA NA PRIMEIRA EXECUCAO                    *
           05 JANELA-DIAS-W                PIC 9(003)   VALUE 30.

           05 VERSAO-W                     PIC 9(003)   VALUE ZEROES.
           05 COND-CLIENTE                 PIC 9(003)   VALUE ZEROES.
           05 QTD-PARC-W                   PIC 9(002)   VALUE ZEROES.
           05 PRAZO-PARC-W                 PIC 9(003)   VALUE ZEROES.
           05 IND-P                        PIC 9(002)   VALUE ZEROES.
           05 QTD-LINHAS-ITEM              PIC 9(003)   VALUE ZEROES.
           05 TOTAL-ITENS-W                PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 VALOR-DESCONTO-W             PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 TOTAL-CAMPANHA-W             PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 VALOR-BASE-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 VALOR-PARCELA-W              PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 VALOR-ACUM-W                 PIC 9(011)v9(002)
                                            VALUE ZEROES.
           05 CONT-LIDOS                   PIC 9(007)   VALUE ZEROES.
           05 CONT-EMITIDOS                PIC 9(007)   VALUE ZEROES.
           05 CONT-EMAILS                  PIC 9(007)   VALUE ZEROES.
           05 CONT-LINHAS-ESP              PIC 9(005)   VALUE ZEROES.

           05 Email-Cliente-W              PIC X(040)   VALUE SPACES.
           05 Nome-Vendedor-W              PIC X(040)   VALUE SPACES.
           05 Situacao-Texto-W             PIC X(040)   VALUE SPACES.
           05 Obs-Item-W                   PIC X(017)   VALUE SPACES.
           05 Contato-Comun-W.
              10 Tipo-Comun-W              PIC X(001)   VALUE SPACES.
              10 Codigo-Comun-W            PIC 9(007)   VALUE ZEROES.
              10 Numero-Comun-W            PIC 9(003)   VALUE ZEROES.
           05 Canal-Comun-W                PIC X(001)   VALUE SPACES.
           05 Descricao-Comun-W            PIC X(060)   VALUE SPACES.
           05 Dir-Email-W                  PIC X(080)   VALUE SPACES.
           05 COMANDO-W                    PIC X(200)   VALUE SPACES.

           05 WRK-VALOR                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-PERC                     PIC Z9,99.
           05 WRK-PARC                     PIC Z9.
           05 LINHA-ESP                    PIC X(100)   VALUE SPACES.
           05 LINHA-TRACO                  PIC X(100)   VALUE ALL "=".
           05 LINHA-SEPARA                 PIC X(100)   VALUE ALL "-".

           05 LINHA-CAB-ITEM.
              10 FILLER                    PIC X(004)   VALUE "SEQ".
              10 FILLER                    PIC X(002)   VALUE SPACES.
              10 FILLER                    PIC X(006)   VALUE "PROD.".
              10 FILLER                    PIC X(027)
                                            VALUE "DESCRICAO".
              10 FILLER                    PIC X(004)   VALUE "UN".
              10 FILLER                    PIC X(013)
                                            VALUE "  QUANTIDADE".
              10 FILLER                    PIC X(013)
                                            VALUE "  PRECO UNIT.".
              10 FILLER                    PIC X(014)
                                            VALUE "         TOTAL".
              10 FILLER                    PIC X(017)   VALUE "OBS".
           05 LINHA-DET-ITEM.
              10 FILLER                    PIC X(001)   VALUE SPACES.
              10 SEQ-DET                   PIC ZZ9.
              10 FILLER                    PIC X(002)   VALUE SPACES.
              10 PROD-DET                  PIC ZZZZ9.
              10 FILLER                    PIC X(001)   VALUE SPACES.
              10 DESC-DET                  PIC X(026).
              10 FILLER                    PIC X(001)   VALUE SPACES.
              10 UN-DET                    PIC X(003).
              10 FILLER                    PIC X(001)   VALUE SPACES.
              10 QTD-DET                   PIC Z.ZZZ.ZZ9,99.
              10 FILLER                    PIC X(001)   VALUE SPACES.
              10 PRECO-DET                 PIC Z.ZZZ.ZZ9,99.
              10 FILLER                    PIC X(001)   VALUE SPACES.
              10 TOTAL-DET                 PIC ZZ.ZZZ.ZZ9,99.
              10 FILLER                    PIC X(001)   VALUE SPACES.
              10 OBS-DET                   PIC X(017).

       PROCEDURE DIVISION.

           PERFORM CARREGAR-PARAMETROS
           ACCEPT ARG-LINHA FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(ARG-LINHA) TO ARG-LINHA
           EVALUATE TRUE
              WHEN ARG-LINHA(1:4) = "AUTO"
                 SET MODO-AUTO TO TRUE
              WHEN ARG-LINHA NOT = SPACES
                 UNSTRING ARG-LINHA DELIMITED BY ALL SPACE
                    INTO ARG-PEDIDO-W
                 END-UNSTRING
                 IF FUNCTION TRIM(ARG-PEDIDO-W) IS NUMERIC
                    COMPUTE Pedido-Sel-W =
                       FUNCTION NUMVAL(ARG-PEDIDO-W)
                    SET MODO-PEDIDO TO TRUE
                 END-IF
           END-EVALUATE

      ********** A EMISSAO DE UM PEDIDO SO FAZ PARTE DA GRAVACAO *****
      *    FEITA NA TELA E NAO VAI AO JOBLOG                         *
           IF NOT MODO-PEDIDO
              MOVE "INICIO" TO JOB-EVENTO
              PERFORM GRAVAR-JOBLOG
           END-IF

           PERFORM INICIO
           IF SW-ARQUIVOS-OK = "S"
              IF Pedido-Sel-W > ZEROES
                 PERFORM EMITIR-PEDIDO-INFORMADO
              ELSE
                 PERFORM VARRER-PEDIDOS
              END-IF
           END-IF
           PERFORM FIN.

       INICIO.
           ACCEPT DATE-AUXILIAR FROM DATE
           ACCEPT HORA-AUXILIAR FROM TIME
           MOVE SPACES TO DATA-HOJE-W
           STRING DD-AUX "-" MM-AUX "-20" AA-AUX
              DELIMITED BY SIZE INTO DATA-HOJE-W
           MOVE SPACES TO HORA-HOJE-W
           STRING HH-AUX ":" MI-AUX ":" SS-AUX
              DELIMITED BY SIZE INTO HORA-HOJE-W
           COMPUTE DATA-HOJE-INT = FUNCTION INTEGER-OF-DATE
              (20000000 + AA-AUX * 10000 + MM-AUX * 100 + DD-AUX)
           COMPUTE DATA-LIMITE-INT = DATA-HOJE-INT - JANELA-DIAS-W

           IF MODO-INTERATIVO
              DISPLAY "ESPELHO DO PEDIDO PARA CONFIRMACAO AO CLIENTE"
              DISPLAY "INSIRA NUMERO DO PEDIDO (0 = NOVOS E ALTERADOS"
                      " DOS ULTIMOS " JANELA-DIAS-W " DIAS): "
              ACCEPT Pedido-Sel-W
              IF Pedido-Sel-W IS NOT NUMERIC
                 MOVE ZEROES TO Pedido-Sel-W
              END-IF
           END-IF

           MOVE "N" TO SW-ARQUIVOS-OK
           OPEN INPUT PEDIDOS
           IF FILE-STATUS = 00
              OPEN INPUT ITENS
              OPEN INPUT PRODUTOS
              OPEN INPUT CLIENTES
              OPEN INPUT VENDEDOR
              OPEN INPUT CONTATOS
              MOVE "S" TO SW-ARQUIVOS-OK
           ELSE
              DISPLAY "ATENCAO: NAO FOI POSSIVEL ABRIR PEDIDOS"
              DISPLAY "STATUS: " FILE-STATUS
              MOVE "ERRO" TO JOB-STATUS
           END-IF

           IF SW-ARQUIVOS-OK = "S"
              PERFORM ABRIR-ARQUIVOS-OPCIONAIS
           END-IF.

       ABRIR-ARQUIVOS-OPCIONAIS.
      ********** ACORDOS, CONDICAO DE PAGAMENTO, FERIADOS E **********
      *    CONSENTIMENTOS SAO OPCIONAIS: SEM ELES O ESPELHO SAI SEM  *
      *    A MARCA DE ACORDO, EM PARCELA UNICA COM O PRAZO PADRAO E  *
      *    SEM ROLAR FERIADOS                                        *
           OPEN INPUT ACORDOS
           IF FILE-STATUS-AC = 00
              MOVE "S" TO SW-ACORDOS-OK
           END-IF
           OPEN INPUT CLIFIN
           IF FILE-STATUS-AUX = 00
              MOVE "S" TO SW-CLIFIN-OK
           END-IF
           OPEN INPUT CONDPAG
           IF FILE-STATUS-AUX = 00
              MOVE "S" TO SW-CONDPAG-OK
           END-IF
           OPEN INPUT FERIADOS
           IF FILE-STATUS-FER = 00
              MOVE "S" TO SW-FERIADOS-OK
           END-IF
           OPEN INPUT CONSENT
           IF FILE-STATUS-LG = 00
              MOVE "S" TO SW-CONSENT-OK
           END-IF
           OPEN EXTEND COMUNLOG
           IF FILE-STATUS-CM NOT = 00
              OPEN OUTPUT COMUNLOG
           END-IF
           IF FILE-STATUS-CM = 00
              MOVE "S" TO SW-COMUNLOG-OK
           END-IF
      ********** CONTROLE DAS VERSOES EMITIDAS, CRIADO NA PRIMEIRA ***
      *    EXECUCAO                                                  *
           OPEN I-O ESPCTL
           IF FILE-STATUS-ES NOT = 00
              OPEN OUTPUT ESPCTL
              CLOSE ESPCTL
              OPEN I-O ESPCTL
           END-IF
           IF FILE-STATUS-ES = 00
              MOVE "S" TO SW-ESPCTL-OK
           END-IF
      ********** PASTA DE SAIDA DOS E-MAILS PRONTOS PARA ENVIO *******
           MOVE SPACES TO Dir-Email-W
           STRING FUNCTION TRIM(Dir-Dados-Par) DELIMITED BY SIZE
                  "email\" DELIMITED BY SIZE INTO Dir-Email-W
           MOVE SPACES TO COMANDO-W
           STRING "if not exist """ FUNCTION TRIM(Dir-Email-W)
                  """ md """ FUNCTION TRIM(Dir-Email-W) """"
              DELIMITED BY SIZE INTO COMANDO-W
           CALL "SYSTEM" USING COMANDO-W.

       EMITIR-PEDIDO-INFORMADO.
           MOVE Pedido-Sel-W TO Numero-Pedido
           READ PEDIDOS
           IF FILE-STATUS NOT = 00
              DISPLAY "PEDIDO " Pedido-Sel-W " NAO ENCONTRADO"
              MOVE "AVISO" TO JOB-STATUS
           ELSE
              ADD 1 TO CONT-LIDOS
              PERFORM LER-CONTROLE-ESPELHO
              PERFORM EMITIR-ESPELHO
           END-IF.

       VARRER-PEDIDOS.
      ********** REEMITE O ESPELHO DO PEDIDO ABERTO OU PENDENTE QUE **
      *    AINDA NAO TEM ESPELHO, FOI ALTERADO DEPOIS DO ULTIMO OU   *
      *    PASSOU A ABERTO (APROVADO NA ALCADA - PGM00027)           *
           SET NO-FIM-PEDIDOS TO TRUE
           MOVE ZEROES TO Numero-Pedido
           START PEDIDOS KEY IS NOT LESS THAN Numero-Pedido
              INVALID KEY SET FIM-PEDIDOS TO TRUE
           END-START
           PERFORM AVALIAR-UM-PEDIDO UNTIL FIM-PEDIDOS.

       AVALIAR-UM-PEDIDO.
           READ PEDIDOS NEXT RECORD
              AT END SET FIM-PEDIDOS TO TRUE
           END-READ
           IF NOT FIM-PEDIDOS
              AND (PEDIDO-ABERTO OR PEDIDO-PENDENTE)
              ADD 1 TO CONT-LIDOS
              MOVE "N" TO SW-EMITIR
              MOVE Data-Alteracao IN REG-PEDIDOS TO Data-Edit-W
              IF Data-Edit-W = SPACES
                 MOVE Data-Inclusao IN REG-PEDIDOS TO Data-Edit-W
              END-IF
              PERFORM CONVERTER-DATA-EDIT
              IF DATA-MOV-INT >= DATA-LIMITE-INT
                 PERFORM LER-CONTROLE-ESPELHO
                 EVALUATE TRUE
                    WHEN SW-CTL-EXISTE = "N"
                       MOVE "S" TO SW-EMITIR
                    WHEN Data-Alteracao-es NOT =
                         Data-Alteracao IN REG-PEDIDOS
                    WHEN Hora-Alteracao-es NOT =
                         Hora-Alteracao IN REG-PEDIDOS
                       MOVE "S" TO SW-EMITIR
                    WHEN Situacao-es NOT = Situacao-Pedido
                         AND PEDIDO-ABERTO
                       MOVE "S" TO SW-EMITIR
                 END-EVALUATE
              END-IF
              IF SW-EMITIR = "S"
                 PERFORM EMITIR-ESPELHO
              END-IF
           END-IF.

       CONVERTER-DATA-EDIT.
      ********** DD-MM-AAAA EM Data-Edit-W PARA O INTEIRO DO COBOL ***
      *    EM DATA-MOV-INT (ZERO QUANDO A DATA NAO E VALIDA)         *
           MOVE ZEROES TO DATA-MOV-INT
           IF Data-Edit-W(1:2) IS NUMERIC
              AND Data-Edit-W(4:2) IS NUMERIC
              AND Data-Edit-W(7:4) IS NUMERIC
              COMPUTE DATA-TESTE-AMD =
                 FUNCTION NUMVAL(Data-Edit-W(7:4)) * 10000
                 + FUNCTION NUMVAL(Data-Edit-W(4:2)) * 100
                 + FUNCTION NUMVAL(Data-Edit-W(1:2))
              IF FUNCTION TEST-DATE-YYYYMMDD(DATA-TESTE-AMD) = 0
                 COMPUTE DATA-MOV-INT =
                    FUNCTION INTEGER-OF-DATE(DATA-TESTE-AMD)
              END-IF
           END-IF.

       LER-CONTROLE-ESPELHO.
           MOVE "N" TO SW-CTL-EXISTE
           MOVE ZEROES TO VERSAO-W
           IF SW-ESPCTL-OK = "S"
              MOVE Numero-Pedido TO Numero-Pedido-es
              READ ESPCTL
              IF FILE-STATUS-ES = 00
                 MOVE "S" TO SW-CTL-EXISTE
                 MOVE Versao-es TO VERSAO-W
              END-IF
           END-IF.

       EMITIR-ESPELHO.
      ********** UM ESPELHO POR PEDIDO: TEXTO IMPRESSO (ESPELHO.TXT, *
      *    CATALOGADO NO SPOOL A CADA EMISSAO) E, QUANDO O CLIENTE   *
      *    TEM E-MAIL NAO REVOGADO, A MENSAGEM PRONTA PARA ENVIO EM  *
      *    EMAIL\PEDIDOnnnnnnn.EML                                   *
           ADD 1 TO VERSAO-W
           MOVE ZEROES TO CONT-LINHAS-ESP
           MOVE Codigo-Cliente-p TO Codigo-Cliente
           READ CLIENTES KEY Codigo-Cliente
           IF FILE-STATUS-AUX NOT = 00
              MOVE "(CLIENTE NAO CADASTRADO)" TO Razão-Social
              MOVE ZEROES TO CNPJ
           END-IF
           PERFORM BUSCAR-CONTATO-CLIENTE
           PERFORM BUSCAR-VENDEDOR
           PERFORM BUSCAR-CONDICAO-CLIENTE
           COMPUTE DATA-PED-AMD =
              FUNCTION NUMVAL(Data-Pedido(7:4)) * 10000
              + FUNCTION NUMVAL(Data-Pedido(4:2)) * 100
              + FUNCTION NUMVAL(Data-Pedido(1:2))

           OPEN OUTPUT ESPELHO
           MOVE "N" TO SW-EMAIL
           IF Email-Cliente-W NOT = SPACES
              PERFORM ABRIR-EMAIL
           END-IF

           PERFORM IMPRIMIR-CABECALHO
           PERFORM IMPRIMIR-ITENS
           PERFORM IMPRIMIR-TOTAIS
           PERFORM IMPRIMIR-PARCELAS
           PERFORM IMPRIMIR-RODAPE

           CLOSE ESPELHO
           IF SW-EMAIL = "S"
              CLOSE ESPMAIL
              ADD 1 TO CONT-EMAILS
              MOVE SPACES TO Descricao-Comun-W
              STRING "ESPELHO DO PEDIDO " Numero-Pedido
                     " VERSAO " VERSAO-W
                 DELIMITED BY SIZE INTO Descricao-Comun-W
              MOVE "E" TO Canal-Comun-W
              PERFORM GRAVAR-COMUNICACAO
           END-IF
           MOVE "espelho.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL
           PERFORM GRAVAR-CONTROLE-ESPELHO
           ADD 1 TO CONT-EMITIDOS
           IF NOT MODO-AUTO
              DISPLAY "ESPELHO DO PEDIDO " Numero-Pedido
                      " EMITIDO (VERSAO " VERSAO-W "): espelho.txt"
              IF SW-EMAIL = "S"
                 DISPLAY "E-MAIL PRONTO PARA ENVIO: "
                         FUNCTION TRIM(ARQ-ESPMAIL)
              END-IF
           END-IF.

       ABRIR-EMAIL.
      ********** MENSAGEM NO FORMATO .EML: O CLIENTE DE CORREIO ABRE *
      *    COMO RASCUNHO (X-UNSENT) COM DESTINATARIO E ASSUNTO JA    *
      *    PREENCHIDOS. A CONFIRMACAO DO PEDIDO E EXECUCAO DE        *
      *    CONTRATO E NAO PEDE OPT-IN, MAS O CANAL E-MAIL REVOGADO   *
      *    PELO TITULAR (PGM00048) NAO E USADO                       *
           MOVE "E" TO Canal-Comun-W
           PERFORM BUSCAR-CONSENTIMENTO
           IF NOT CONSENT-REVOGADO
              MOVE SPACES TO ARQ-ESPMAIL
              STRING FUNCTION TRIM(Dir-Email-W) DELIMITED BY SIZE
                     "pedido" Numero-Pedido ".eml"
                     DELIMITED BY SIZE INTO ARQ-ESPMAIL
              OPEN OUTPUT ESPMAIL
              IF FILE-STATUS-EM = 00
                 MOVE "S" TO SW-EMAIL
                 MOVE SPACES TO REG-ESPMAIL
                 STRING "To: " FUNCTION TRIM(Email-Cliente-W)
                    DELIMITED BY SIZE INTO REG-ESPMAIL
                 WRITE REG-ESPMAIL
                 MOVE SPACES TO REG-ESPMAIL
                 STRING "Subject: Confirmacao do pedido "
                        Numero-Pedido " - versao " VERSAO-W
                    DELIMITED BY SIZE INTO REG-ESPMAIL
                 WRITE REG-ESPMAIL
                 MOVE "X-Unsent: 1" TO REG-ESPMAIL
                 WRITE REG-ESPMAIL
                 MOVE "MIME-Version: 1.0" TO REG-ESPMAIL
                 WRITE REG-ESPMAIL
                 MOVE "Content-Type: text/plain; charset=utf-8"
                      TO REG-ESPMAIL
                 WRITE REG-ESPMAIL
                 MOVE SPACES TO REG-ESPMAIL
                 WRITE REG-ESPMAIL
              END-IF
           END-IF.

       ESCREVER-LINHA.
           WRITE REG-ESPELHO FROM LINHA-ESP
           IF SW-EMAIL = "S"
              WRITE REG-ESPMAIL FROM LINHA-ESP
           END-IF
           ADD 1 TO CONT-LINHAS-ESP
           MOVE SPACES TO LINHA-ESP.

       IMPRIMIR-CABECALHO.
           MOVE LINHA-TRACO TO LINHA-ESP
           PERFORM ESCREVER-LINHA
           MOVE "ESPELHO DO PEDIDO - CONFIRMACAO AO CLIENTE"
                TO LINHA-ESP
           PERFORM ESCREVER-LINHA
           MOVE LINHA-EMPRESA TO LINHA-ESP
           PERFORM ESCREVER-LINHA
           MOVE LINHA-TRACO TO LINHA-ESP
           PERFORM ESCREVER-LINHA
           EVALUATE TRUE
              WHEN PEDIDO-ABERTO
                 MOVE "CONFIRMADO - LIBERADO PARA FATURAMENTO"
                      TO Situacao-Texto-W
              WHEN PEDIDO-PENDENTE
                 MOVE "AGUARDANDO APROVACAO COMERCIAL"
                      TO Situacao-Texto-W
              WHEN PEDIDO-RECUSADO
                 MOVE "RECUSADO" TO Situacao-Texto-W
              WHEN PEDIDO-BACKORDER
                 MOVE "AGUARDANDO ESTOQUE" TO Situacao-Texto-W
              WHEN PEDIDO-FATURADO
                 MOVE "FATURADO" TO Situacao-Texto-W
              WHEN PEDIDO-EM-SEPARACAO
                 MOVE "EM SEPARACAO" TO Situacao-Texto-W
              WHEN PEDIDO-EM-ENTREGA
                 MOVE "EM ENTREGA" TO Situacao-Texto-W
              WHEN OTHER
                 MOVE "ENTREGUE" TO Situacao-Texto-W
           END-EVALUATE
           STRING "PEDIDO     : " Numero-Pedido
                  "   DATA: " Data-Pedido
                  "   SITUACAO: " FUNCTION TRIM(Situacao-Texto-W)
              DELIMITED BY SIZE INTO LINHA-ESP
           PERFORM ESCREVER-LINHA
           STRING "EMISSAO    : " DATA-HOJE-W " " HORA-HOJE-W
                  "   VERSAO: " VERSAO-W
              DELIMITED BY SIZE INTO LINHA-ESP
           PERFORM ESCREVER-LINHA
           IF VERSAO-W > 1
              MOVE "ESTE ESPELHO SUBSTITUI OS ANTERIORES DO PEDIDO"
                   TO LINHA-ESP
              PERFORM ESCREVER-LINHA
           END-IF
           PERFORM ESCREVER-LINHA
           STRING "CLIENTE    : " Codigo-Cliente-p " - "
                  FUNCTION TRIM(Razão-Social)
              DELIMITED BY SIZE INTO LINHA-ESP
           PERFORM ESCREVER-LINHA
           STRING "CNPJ       : " CNPJ
              DELIMITED BY SIZE INTO LINHA-ESP
           PERFORM ESCREVER-LINHA
           IF SW-CONTATO = "S"
              STRING "ENTREGA EM : " FUNCTION TRIM(Endereco-Contato)
                     " - CEP " CEP-Contato
                 DELIMITED BY SIZE INTO LINHA-ESP
              PERFORM ESCREVER-LINHA
              STRING "TELEFONE   : " FUNCTION TRIM(Telefone-Contato)
                     "   E-MAIL: " FUNCTION TRIM(Email-Cliente-W)
                 DELIMITED BY SIZE INTO LINHA-ESP
              PERFORM ESCREVER-LINHA
           ELSE
              MOVE "ENTREGA EM : (CLIENTE SEM CONTATO CADASTRADO)"
                   TO LINHA-ESP
              PERFORM ESCREVER-LINHA
              ADD 1 TO JOB-AVISOS
           END-IF
      ********** DATA PROMETIDA PELO PGM00005 CONFORME OS DIAS DE ****
      *    ENTREGA DA ZONA; PEDIDO SEM ELA NAO IMPRIME A LINHA       *
           IF Data-Prometida-ped IS NUMERIC
              AND Data-Prometida-ped > ZEROES
              MOVE SPACES TO Data-Prometida-Edit
              STRING Data-Prometida-ped(7:2) "-"
                     Data-Prometida-ped(5:2) "-"
                     Data-Prometida-ped(1:4)
                 DELIMITED BY SIZE INTO Data-Prometida-Edit
              STRING "PREVISAO DE ENTREGA: " Data-Prometida-Edit
                 DELIMITED BY SIZE INTO LINHA-ESP
              PERFORM ESCREVER-LINHA
           END-IF
           STRING "VENDEDOR   : " Codigo-Vendedor-p " - "
                  FUNCTION TRIM(Nome-Vendedor-W)
              DELIMITED BY SIZE INTO LINHA-ESP
           PERFORM ESCREVER-LINHA
           MOVE LINHA-SEPARA TO LINHA-ESP
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-ITENS.
           MOVE LINHA-CAB-ITEM TO LINHA-ESP
           PERFORM ESCREVER-LINHA
           MOVE ZEROES TO TOTAL-ITENS-W
           MOVE ZEROES TO TOTAL-CAMPANHA-W
           MOVE ZEROES TO QTD-LINHAS-ITEM
           SET NO-FIM-ITENS TO TRUE
           MOVE Numero-Pedido TO Numero-Pedido-it
           MOVE ZEROES        TO Sequencia-it
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY SET FIM-ITENS TO TRUE
           END-START
           PERFORM IMPRIMIR-UM-ITEM UNTIL FIM-ITENS
           IF QTD-LINHAS-ITEM = ZEROES
              MOVE "  (PEDIDO SEM ITENS DETALHADOS)" TO LINHA-ESP
              PERFORM ESCREVER-LINHA
           END-IF
           MOVE LINHA-SEPARA TO LINHA-ESP
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-UM-ITEM.
           READ ITENS NEXT RECORD
              AT END SET FIM-ITENS TO TRUE
           END-READ
           IF NOT FIM-ITENS
              IF Numero-Pedido-it NOT = Numero-Pedido
                 SET FIM-ITENS TO TRUE
              END-IF
           END-IF
           IF NOT FIM-ITENS
              ADD 1 TO QTD-LINHAS-ITEM
              MOVE Codigo-Produto-it TO Codigo-Produto
              READ PRODUTOS
              IF FILE-STATUS-AUX NOT = 00
                 MOVE "(PRODUTO NAO CADASTRADO)" TO Descricao-Produto
                 MOVE SPACES TO Unidade-Produto
              END-IF
              PERFORM CLASSIFICAR-PRECO-ITEM
              MOVE Sequencia-it         TO SEQ-DET
              MOVE Codigo-Produto-it    TO PROD-DET
              MOVE Descricao-Produto    TO DESC-DET
              MOVE Unidade-Produto      TO UN-DET
              MOVE Quantidade-it        TO QTD-DET
              MOVE Preco-Unitario-it    TO PRECO-DET
              MOVE Total-Item-it        TO TOTAL-DET
              MOVE Obs-Item-W           TO OBS-DET
              MOVE LINHA-DET-ITEM       TO LINHA-ESP
              PERFORM ESCREVER-LINHA
              ADD Total-Item-it         TO TOTAL-ITENS-W
              IF Valor-Campanha-it IS NUMERIC
                 AND Valor-Campanha-it > ZEROES
                 ADD Valor-Campanha-it  TO TOTAL-CAMPANHA-W
              END-IF
           END-IF.

       CLASSIFICAR-PRECO-ITEM.
      ********** ORIGEM DO PRECO DA LINHA: BONIFICACAO E CAMPANHA ****
      *    FICAM GRAVADAS NO ITEM (PGM00005); O ACORDO COMERCIAL E   *
      *    RECONHECIDO PELO PRECO NEGOCIADO VIGENTE NA DATA DO       *
      *    PEDIDO (ACORDOS.DAT, PGM00032)                            *
           MOVE SPACES TO Obs-Item-W
           EVALUATE TRUE
              WHEN ITEM-BONIFICACAO
                 MOVE "BONIFICACAO" TO Obs-Item-W
              WHEN Codigo-Campanha-it IS NUMERIC
                   AND Codigo-Campanha-it > ZEROES
                 STRING "CAMPANHA " Codigo-Campanha-it
                    DELIMITED BY SIZE INTO Obs-Item-W
              WHEN SW-ACORDOS-OK = "S"
                 MOVE Codigo-Cliente-p  TO Codigo-Cliente-ac
                 MOVE Codigo-Produto-it TO Codigo-Produto-ac
                 READ ACORDOS
                 IF FILE-STATUS-AC = 00
                    AND Vigencia-Ini-ac <= DATA-PED-AMD
                    AND Vigencia-Fim-ac >= DATA-PED-AMD
                    AND Preco-Acordo-ac = Preco-Unitario-it
                    MOVE "PRECO DE ACORDO" TO Obs-Item-W
                 END-IF
           END-EVALUATE.

       IMPRIMIR-TOTAIS.
      ********** O VALOR DO PEDIDO JA VEM LIQUIDO DO DESCONTO ********
      *    CONCEDIDO NA TELA (Perc-Desconto-ped); O FRETE E COBRADO  *
      *    NA PRIMEIRA FATURA, COMO NO FATURAMENTO (PROGRAMA10)      *
           MOVE TOTAL-ITENS-W TO WRK-VALOR
           STRING "TOTAL DOS ITENS              : " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-ESP
           PERFORM ESCREVER-LINHA
           IF TOTAL-CAMPANHA-W > ZEROES
              MOVE TOTAL-CAMPANHA-W TO WRK-VALOR
              STRING "  (JA COM DESCONTO DE CAMPANHA DE "
                     FUNCTION TRIM(WRK-VALOR) ")"
                 DELIMITED BY SIZE INTO LINHA-ESP
              PERFORM ESCREVER-LINHA
           END-IF
           IF Perc-Desconto-ped IS NUMERIC
              AND Perc-Desconto-ped > ZEROES
              COMPUTE VALOR-DESCONTO-W ROUNDED =
                 TOTAL-ITENS-W * Perc-Desconto-ped / 100
              MOVE Perc-Desconto-ped TO WRK-PERC
              MOVE VALOR-DESCONTO-W  TO WRK-VALOR
              STRING "DESCONTO DO PEDIDO (" WRK-PERC "%)    : "
                     WRK-VALOR
                 DELIMITED BY SIZE INTO LINHA-ESP
              PERFORM ESCREVER-LINHA
           END-IF
           MOVE Valor-Pedido TO WRK-VALOR
           STRING "VALOR DO PEDIDO              : " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-ESP
           PERFORM ESCREVER-LINHA
           MOVE Valor-Frete-ped TO WRK-VALOR
           STRING "FRETE                        : " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-ESP
           PERFORM ESCREVER-LINHA
           COMPUTE VALOR-BASE-W = Valor-Pedido + Valor-Frete-ped
           MOVE VALOR-BASE-W TO WRK-VALOR
           STRING "TOTAL A PAGAR                : " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-ESP
           PERFORM ESCREVER-LINHA
           MOVE LINHA-SEPARA TO LINHA-ESP
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-PARCELAS.
      ********** MESMA REGRA DO FATURAMENTO (PROGRAMA10): PARCELAS ***
      *    E PRAZOS DA CONDICAO DO CLIENTE (PGM00019) OU PARCELA     *
      *    UNICA NO PRAZO PADRAO, VENCIMENTO ROLADO PARA DIA UTIL E  *
      *    DIFERENCA DE ARREDONDAMENTO NA ULTIMA. AS DATAS SUPOEM O  *
      *    FATURAMENTO NA DATA DA EMISSAO DO ESPELHO                 *
           IF SW-COND-CARREGADA = "S"
              STRING "CONDICAO DE PAGAMENTO        : " Codigo-Condicao
                     " - " FUNCTION TRIM(Descricao-Condicao)
                 DELIMITED BY SIZE INTO LINHA-ESP
           ELSE
              STRING "CONDICAO DE PAGAMENTO        : PARCELA UNICA "
                     "EM " Prazo-Venc-Par " DIAS"
                 DELIMITED BY SIZE INTO LINHA-ESP
           END-IF
           PERFORM ESCREVER-LINHA
           MOVE ZEROES TO VALOR-ACUM-W
           PERFORM IMPRIMIR-UMA-PARCELA
              VARYING IND-P FROM 1 BY 1 UNTIL IND-P > QTD-PARC-W
           STRING "  (VENCIMENTOS PREVISTOS PARA FATURAMENTO EM "
                  DATA-HOJE-W "; CONTAM DA DATA DA FATURA)"
              DELIMITED BY SIZE INTO LINHA-ESP
           PERFORM ESCREVER-LINHA
           MOVE LINHA-SEPARA TO LINHA-ESP
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-UMA-PARCELA.
           IF SW-COND-CARREGADA = "S"
              MOVE Prazo-Parcela-cp(IND-P) TO PRAZO-PARC-W
           ELSE
              MOVE Prazo-Venc-Par TO PRAZO-PARC-W
           END-IF
           COMPUTE DATA-VENC-INT = DATA-HOJE-INT + PRAZO-PARC-W
           PERFORM ROLAR-PARA-DIA-UTIL
           COMPUTE DATA-VENC-AMD = FUNCTION DATE-OF-INTEGER
                                   (DATA-VENC-INT)
           MOVE VENC-DIA TO VENCE-DIA
           MOVE VENC-MES TO VENCE-MES
           MOVE VENC-ANO TO VENCE-ANO
           IF IND-P < QTD-PARC-W
              COMPUTE VALOR-PARCELA-W ROUNDED =
                 VALOR-BASE-W / QTD-PARC-W
              ADD VALOR-PARCELA-W TO VALOR-ACUM-W
           ELSE
              COMPUTE VALOR-PARCELA-W = VALOR-BASE-W - VALOR-ACUM-W
           END-IF
           MOVE IND-P           TO WRK-PARC
           MOVE VALOR-PARCELA-W TO WRK-VALOR
           STRING "  PARCELA " WRK-PARC "/" QTD-PARC-W
                  "   VENCIMENTO " DATA-VENC-EDIT
                  "   VALOR " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-ESP
           PERFORM ESCREVER-LINHA.

       ROLAR-PARA-DIA-UTIL.
      ********** VENCIMENTO EM SABADO, DOMINGO OU FERIADO ROLA PARA **
      *    O PROXIMO DIA UTIL (O DIA 1 DO CALENDARIO INTEIRO DO      *
      *    COBOL FOI UMA SEGUNDA-FEIRA)                              *
           MOVE "N" TO SW-DIA-UTIL
           PERFORM TESTAR-DIA-UTIL UNTIL SW-DIA-UTIL = "S".

       TESTAR-DIA-UTIL.
           COMPUTE DIA-SEMANA-W =
              FUNCTION MOD(DATA-VENC-INT - 1, 7)
           IF DIA-SEMANA-W = 5 OR DIA-SEMANA-W = 6
              ADD 1 TO DATA-VENC-INT
           ELSE
              IF SW-FERIADOS-OK = "S"
                 COMPUTE DATA-TESTE-AMD = FUNCTION DATE-OF-INTEGER
                                          (DATA-VENC-INT)
                 MOVE DATA-TESTE-AMD TO Data-Feriado-fe
                 READ FERIADOS
                 IF FILE-STATUS-FER = 00
                    ADD 1 TO DATA-VENC-INT
                 ELSE
                    MOVE "S" TO SW-DIA-UTIL
                 END-IF
              ELSE
                 MOVE "S" TO SW-DIA-UTIL
              END-IF
           END-IF.

       IMPRIMIR-RODAPE.
           MOVE "CONFIRA PRODUTOS, QUANTIDADES, PRECOS E CONDICOES."
                TO LINHA-ESP
           PERFORM ESCREVER-LINHA
           MOVE "DIVERGENCIAS DEVEM SER INFORMADAS AO VENDEDOR ANTES"
                TO LINHA-ESP
           PERFORM ESCREVER-LINHA
           MOVE "DO FATURAMENTO; DEPOIS DELE SO POR DEVOLUCAO."
                TO LINHA-ESP
           PERFORM ESCREVER-LINHA
           MOVE LINHA-TRACO TO LINHA-ESP
           PERFORM ESCREVER-LINHA.

       BUSCAR-CONTATO-CLIENTE.
      ********** ENDERECO DE ENTREGA, TELEFONE E E-MAIL DO PRIMEIRO **
      *    CONTATO DO CLIENTE (TIPO C, MANTIDO PELO PGM00001)        *
           MOVE "N"    TO SW-CONTATO
           MOVE SPACES TO Email-Cliente-W
           MOVE "C"              TO Tipo-Contato
           MOVE Codigo-Cliente-p TO Codigo-Pai
           MOVE ZEROES           TO Numero-Contato
           START CONTATOS KEY IS GREATER THAN Chave-Contato
              INVALID KEY MOVE 99 TO FILE-STATUS-AUX
              NOT INVALID KEY MOVE 00 TO FILE-STATUS-AUX
           END-START
           IF FILE-STATUS-AUX = 00
              READ CONTATOS NEXT RECORD
                 AT END MOVE 99 TO FILE-STATUS-AUX
              END-READ
           END-IF
           IF FILE-STATUS-AUX = 00
              AND Tipo-Contato = "C"
              AND Codigo-Pai = Codigo-Cliente-p
              MOVE "S"            TO SW-CONTATO
              MOVE Email-Contato  TO Email-Cliente-W
              MOVE Tipo-Contato   TO Tipo-Comun-W
              MOVE Codigo-Pai     TO Codigo-Comun-W
              MOVE Numero-Contato TO Numero-Comun-W
           END-IF.

       BUSCAR-VENDEDOR.
           MOVE SPACES TO Nome-Vendedor-W
           MOVE Codigo-Vendedor-p TO Codigo-Vendedor
           READ VENDEDOR KEY Codigo-Vendedor
           IF FILE-STATUS-AUX = 00
              MOVE Nome-Vendedor TO Nome-Vendedor-W
           ELSE
              MOVE "(VENDEDOR NAO CADASTRADO)" TO Nome-Vendedor-W
           END-IF.

       BUSCAR-CONDICAO-CLIENTE.
           MOVE 1 TO QTD-PARC-W
           MOVE "N" TO SW-COND-CARREGADA
           MOVE ZEROES TO COND-CLIENTE
           IF SW-CLIFIN-OK = "S"
              MOVE Codigo-Cliente-p TO Codigo-Cliente-cf
              READ CLIFIN
              IF FILE-STATUS-AUX = 00
                 AND Cond-Pagto-cf IS NUMERIC
                 AND Cond-Pagto-cf > ZEROES
                 MOVE Cond-Pagto-cf TO COND-CLIENTE
              END-IF
           END-IF
           IF COND-CLIENTE > ZEROES AND SW-CONDPAG-OK = "S"
              MOVE COND-CLIENTE     TO Codigo-Condicao
              READ CONDPAG
              IF FILE-STATUS-AUX = 00
                 AND Qtd-Parcelas-cp > ZEROES
                 AND Qtd-Parcelas-cp <= 12
                 MOVE Qtd-Parcelas-cp TO QTD-PARC-W
                 MOVE "S" TO SW-COND-CARREGADA
              END-IF
           END-IF.

       BUSCAR-CONSENTIMENTO.
      ********** SITUACAO DO CANAL Canal-Comun-W DO CONTATO EM *******
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
              MOVE DATA-HOJE-W      TO Data-cm
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

       GRAVAR-CONTROLE-ESPELHO.
           IF SW-ESPCTL-OK = "S"
              MOVE Numero-Pedido       TO Numero-Pedido-es
              MOVE VERSAO-W            TO Versao-es
              MOVE Situacao-Pedido     TO Situacao-es
              MOVE Data-Alteracao IN REG-PEDIDOS TO Data-Alteracao-es
              MOVE Hora-Alteracao IN REG-PEDIDOS TO Hora-Alteracao-es
              MOVE DATA-HOJE-W         TO Data-Emissao-es
              MOVE HORA-HOJE-W         TO Hora-Emissao-es
              MOVE SW-EMAIL            TO Email-Gerado-es
              IF SW-CTL-EXISTE = "S"
                 REWRITE REG-ESPCTL
              ELSE
                 WRITE REG-ESPCTL
              END-IF
           END-IF.

       FIN.
           IF SW-ARQUIVOS-OK = "S"
              CLOSE PEDIDOS ITENS PRODUTOS CLIENTES VENDEDOR CONTATOS
              IF SW-ACORDOS-OK = "S"
                 CLOSE ACORDOS
              END-IF
              IF SW-CLIFIN-OK = "S"
                 CLOSE CLIFIN
              END-IF
              IF SW-CONDPAG-OK = "S"
                 CLOSE CONDPAG
              END-IF
              IF SW-FERIADOS-OK = "S"
                 CLOSE FERIADOS
              END-IF
              IF SW-CONSENT-OK = "S"
                 CLOSE CONSENT
              END-IF
              IF SW-COMUNLOG-OK = "S"
                 CLOSE COMUNLOG
              END-IF
              IF SW-ESPCTL-OK = "S"
                 CLOSE ESPCTL
              END-IF
           END-IF
           IF NOT MODO-PEDIDO
              DISPLAY "ESPELHOS DE PEDIDO"
              DISPLAY "Pedidos avaliados : " CONT-LIDOS
              DISPLAY "Espelhos emitidos : " CONT-EMITIDOS
              DISPLAY "E-mails preparados: " CONT-EMAILS
              MOVE CONT-LIDOS    TO JOB-LIDOS
              MOVE CONT-EMITIDOS TO JOB-GRAVADOS
              MOVE "FIM" TO JOB-EVENTO
              PERFORM GRAVAR-JOBLOG
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
           STRING "PEDIDO=" Numero-Pedido " VERSAO=" VERSAO-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PROGRAMA98 "
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
                    IF Prazo-Venc-F IS NUMERIC
                       AND Prazo-Venc-F > ZEROES
                       MOVE Prazo-Venc-F TO Prazo-Venc-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-PEDIDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedidos.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDIDOS
           MOVE SPACES TO ARQ-ITENS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itens.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENS
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
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
           MOVE SPACES TO ARQ-ACORDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "acordos.dat" DELIMITED BY SIZE
                  INTO ARQ-ACORDOS
           MOVE SPACES TO ARQ-CLIFIN
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "clifin.dat" DELIMITED BY SIZE
                  INTO ARQ-CLIFIN
           MOVE SPACES TO ARQ-CONDPAG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "condpag.dat" DELIMITED BY SIZE
                  INTO ARQ-CONDPAG
           MOVE SPACES TO ARQ-FERIADOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "feriados.dat" DELIMITED BY SIZE
                  INTO ARQ-FERIADOS
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
           MOVE SPACES TO ARQ-ESPCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "espelhoctl.dat" DELIMITED BY SIZE
                  INTO ARQ-ESPCTL
           MOVE SPACES TO ARQ-ESPELHO
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "espelho.txt" DELIMITED BY SIZE
                  INTO ARQ-ESPELHO.
       END PROGRAM PROGRAMA98.
