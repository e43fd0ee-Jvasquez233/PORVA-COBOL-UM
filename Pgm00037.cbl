      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Devolucao de mercadoria com nota de credito
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00037.
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
           FILE STATUS IS FILE-STATUS.

           SELECT FATURAS ASSIGN ARQ-FATURAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Fatura
           FILE STATUS IS FILE-STATUS.

           SELECT RECEBTOS ASSIGN ARQ-RECEBTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Recebto
           FILE STATUS IS FILE-STATUS.

           SELECT SALDOS ASSIGN ARQ-SALDOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto-sd
           FILE STATUS IS FILE-STATUS-EST.

           SELECT MOVEST ASSIGN ARQ-MOVEST
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Movest
           FILE STATUS IS FILE-STATUS-EST.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS-PRO.

           SELECT PRODCOMP ASSIGN ARQ-PRODCOMP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Prodcomp
           FILE STATUS IS FILE-STATUS-PC.

           SELECT SALDEP ASSIGN ARQ-SALDEP
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Saldep
           FILE STATUS IS FILE-STATUS-SDP.

           SELECT LOTES ASSIGN ARQ-LOTES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Lote
           FILE STATUS IS FILE-STATUS-LOT.

           SELECT RASTLOTE ASSIGN ARQ-RASTLOTE
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Rastlote
           FILE STATUS IS FILE-STATUS-LOT.

           SELECT DEVOLUCOES ASSIGN ARQ-DEVOLUCOES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Devolucao
           FILE STATUS IS FILE-STATUS-DV.

           SELECT CREDCLI ASSIGN ARQ-CREDCLI
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Credcli
           FILE STATUS IS FILE-STATUS-CC.

           SELECT HISTVENDAS ASSIGN ARQ-HISTVENDAS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Histvendas
           FILE STATUS IS FILE-STATUS-HV.

           SELECT PERFECH ASSIGN ARQ-PERFECH
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Periodo-pf
           FILE STATUS IS FILE-STATUS-PF.

           SELECT NOTACRED ASSIGN ARQ-NOTACRED
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT AUDITLOG ASSIGN ARQ-AUDITLOG
           ORGANISATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

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
           05 Data-Pagamento-fa            PIC X(010)   VALUE SPACES.
           05 Valor-Pago-fa                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Total-Parcelas-fa            PIC 9(002)   VALUE ZEROES.
           05 Aliquota-fa                  PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Valor-Imposto-fa             PIC 9(009)v9(002)
                                            VALUE ZEROES.

       FD  RECEBTOS.

       01  REG-RECEBTOS.
           05 Chave-Recebto.
              10 Numero-Pedido-rc          PIC 9(007).
              10 Parcela-rc                PIC 9(002).
              10 Sequencia-rc              PIC 9(003).
           05 Data-Recebto-rc              PIC X(010).
           05 Valor-Recebto-rc             PIC 9(009)v9(002).
           05 Forma-Recebto-rc             PIC X(001).
           05 Operador-rc                  PIC X(010).

       FD  SALDOS.

       01  REG-SALDOS.
           05 Codigo-Produto-sd            PIC 9(005).
           05 Saldo-Estoque-sd             PIC s9(007)v9(002).
           05 Ponto-Reposicao-sd           PIC 9(007)v9(002).
           05 Ult-Seq-Mov-sd               PIC 9(007).
           05 Reservado-sd                 PIC 9(007)v9(002).

       FD  MOVEST.

       01  REG-MOVEST.
           05 Chave-Movest.
              10 Codigo-Produto-mv         PIC 9(005).
              10 Sequencia-mv              PIC 9(007).
           05 Tipo-mv                      PIC X(001).
           05 Data-mv                      PIC X(010).
           05 Quantidade-mv                PIC s9(007)v9(002).
           05 Operador-mv                  PIC X(010).
           05 Motivo-mv                    PIC X(030).
           05 Codigo-Deposito-mv           PIC 9(002).
           05 Numero-Lote-mv               PIC X(015).
           05 Validade-mv                  PIC 9(008).
           05 Custo-Unitario-mv            PIC 9(007)v9(002).

       FD  PRODUTOS.

       01  REG-PRODUTOS.
           05 Codigo-Produto               PIC 9(005).
           05 Descricao-Produto            PIC X(040).
           05 Unidade-Produto              PIC X(003).
           05 Preco-Lista                  PIC 9(007)v9(002).
           05 Produto-Ativo                PIC X(001)   VALUE "S".
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

       FD  PRODCOMP.

      ********** COMPOSICAO DOS PRODUTOS COMPOSTOS (KITS): UM ********
      *    REGISTRO POR COMPONENTE, MANTIDO PELO PGM00006. PRODUTO   *
      *    SEM COMPONENTES E PRODUTO SIMPLES                         *
       01  REG-PRODCOMP.
           05 Chave-Prodcomp.
              10 Codigo-Kit-pc             PIC 9(005).
              10 Codigo-Componente-pc      PIC 9(005).
           05 Quantidade-pc                PIC 9(005)v9(003).

       FD  SALDEP.

       01  REG-SALDEP.
           05 Chave-Saldep.
              10 Codigo-Deposito-se        PIC 9(002).
              10 Codigo-Produto-se         PIC 9(005).
           05 Saldo-Deposito-se            PIC s9(007)v9(002).

       FD  LOTES.

       01  REG-LOTES.
           05 Chave-Lote.
              10 Codigo-Deposito-lt        PIC 9(002).
              10 Codigo-Produto-lt         PIC 9(005).
              10 Validade-lt               PIC 9(008).
              10 Numero-Lote-lt            PIC X(015).
           05 Saldo-Lote-lt                PIC s9(007)v9(002).
           05 Data-Entrada-lt              PIC X(010).

      ********** RASTREIO DE LOTE (PROGRAMA10): UM REGISTRO POR ******
      *    LOTE CONSUMIDO NO FATURAMENTO DE CADA PEDIDO              *
       FD  RASTLOTE.

       01  REG-RASTLOTE.
           05 Chave-Rastlote.
              10 Codigo-Produto-rl         PIC 9(005).
              10 Numero-Lote-rl            PIC X(015).
              10 Sequencia-rl              PIC 9(007).
           05 Validade-rl                  PIC 9(008).
           05 Codigo-Deposito-rl           PIC 9(002).
           05 Numero-Pedido-rl             PIC 9(007).
           05 Codigo-Cliente-rl            PIC 9(007).
           05 Quantidade-rl                PIC 9(007)v9(002).
           05 Data-rl                      PIC X(010).

       FD  DEVOLUCOES.

       01  REG-DEVOLUCOES.
           05 Chave-Devolucao.
              10 Numero-Pedido-dv          PIC 9(007).
              10 Sequencia-it-dv           PIC 9(003).
              10 Sequencia-dv              PIC 9(003).
           05 Codigo-Produto-dv            PIC 9(005).
           05 Quantidade-dv                PIC 9(007)v9(002).
           05 Valor-dv                     PIC 9(009)v9(002).
           05 Data-dv                      PIC X(010).
           05 Motivo-dv                    PIC X(030).
           05 Operador-dv                  PIC X(010).

       FD  CREDCLI.

       01  REG-CREDCLI.
           05 Chave-Credcli.
              10 Codigo-Cliente-cc         PIC 9(007).
              10 Sequencia-cc              PIC 9(005).
           05 Data-cc                      PIC X(010).
           05 Tipo-cc                      PIC X(001).
              88 CREDITO-DEVOLUCAO                       VALUE "D".
              88 CREDITO-EXCESSO                         VALUE "E".
              88 CREDITO-COMPENSADO                      VALUE "C".
           05 Valor-cc                     PIC s9(009)v9(002).
           05 Numero-Pedido-cc             PIC 9(007).
           05 Parcela-cc                   PIC 9(002).
           05 Historico-cc                 PIC X(030).
           05 Operador-cc                  PIC X(010).

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

       FD  PERFECH.

       01  REG-PERFECH.
           05 Periodo-pf                   PIC 9(006).
           05 Situacao-pf                  PIC X(001).
           05 Data-Fech-pf                 PIC X(010).
           05 Operador-pf                  PIC X(010).

       FD  NOTACRED.

       01  REG-NOTACRED                    PIC X(080).

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
           05 FILE-STATUS-SES              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PF               PIC 99       VALUE ZEROES.
           05 SW-PERIODO-FECHADO           PIC X        VALUE "N".
           05 PERIODO-TESTE-W              PIC 9(006)   VALUE ZEROES.
           05 PERFIL-W                     PIC X        VALUE "S".
           05 Dir-Dados-Par                PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\".
           05 Dir-Historico-Par            PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\history\".
           05 Dir-Backup-Par               PIC X(060)   VALUE
              "C:\Users\Jose Angel\Documents\cobol\files\backup\".

       01  AREA-SPOOL.
           05 RELATORIO-SPOOL              PIC X(020)   VALUE SPACES.
           05 PARAMETROS-SPOOL             PIC X(060)   VALUE SPACES.
           05 COMANDO-SPOOL                PIC X(150)   VALUE SPACES.

       01  ARQUIVOS-PARAMETRIZADOS.
           05 ARQ-SESSAO                      PIC X(080)   VALUE SPACES.
           05 ARQ-PEDIDOS                     PIC X(080)   VALUE SPACES.
           05 ARQ-ITENS                       PIC X(080)   VALUE SPACES.
           05 ARQ-FATURAS                     PIC X(080)   VALUE SPACES.
           05 ARQ-RECEBTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-MOVEST                      PIC X(080)   VALUE SPACES.
           05 ARQ-SALDEP                      PIC X(080)   VALUE SPACES.
           05 ARQ-PRODCOMP                    PIC X(080)   VALUE SPACES.
           05 ARQ-LOTES                       PIC X(080)   VALUE SPACES.
           05 ARQ-RASTLOTE                    PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-DEVOLUCOES                  PIC X(080)   VALUE SPACES.
           05 ARQ-CREDCLI                     PIC X(080)   VALUE SPACES.
           05 ARQ-HISTVENDAS                  PIC X(080)   VALUE SPACES.
           05 ARQ-PERFECH                     PIC X(080)   VALUE SPACES.
           05 ARQ-NOTACRED                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EST              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SDP              PIC 99       VALUE ZEROES.
           05 SW-SALDEP-OK                 PIC X        VALUE "N".
           05 FILE-STATUS-PC               PIC 99       VALUE ZEROES.
           05 SW-PRODCOMP-OK               PIC X        VALUE "N".
           05 SW-E-KIT                     PIC X        VALUE "N".
           05 SW-FIM-COMP                  PIC X        VALUE "N".
              88 FIM-COMP                               VALUE "S".
              88 NO-FIM-COMP                            VALUE "N".
           05 Produto-Ent-W                PIC 9(005)   VALUE ZEROES.
           05 Kit-Ent-W                    PIC 9(005)   VALUE ZEROES.
           05 Qtd-Ent-W                    PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 FILE-STATUS-LOT              PIC 99       VALUE ZEROES.
           05 SW-LOTES-OK                  PIC X        VALUE "N".
           05 SW-RASTLOTE-OK               PIC X        VALUE "N".
           05 SW-FIM-RL                    PIC X        VALUE "N".
              88 FIM-RL                                 VALUE "S".
              88 NO-FIM-RL                              VALUE "N".
           05 SW-FIM-MV                    PIC X        VALUE "N".
              88 FIM-MV                                 VALUE "S".
              88 NO-FIM-MV                              VALUE "N".

      ********** DEPOSITO E LOTES DE ONDE O FATURAMENTO TIROU O ******
      *    PRODUTO, PARA A MERCADORIA VOLTAR AO MESMO LUGAR          *
           05 Pedido-Texto-W               PIC X(007)   VALUE SPACES.
           05 Cont-Pedido-W                PIC 9(003)   VALUE ZEROES.
           05 Deposito-Ent-W               PIC 9(002)   VALUE 01.
           05 Qtd-Resta-Ent-W              PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Reposta-W                PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 Lote-Grupo-W                 PIC X(015)   VALUE SPACES.
           05 Validade-Grupo-W             PIC 9(008)   VALUE ZEROES.
           05 Deposito-Grupo-W             PIC 9(002)   VALUE ZEROES.
           05 Qtd-Grupo-W                  PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Deposito-Mov-W               PIC 9(002)   VALUE ZEROES.
           05 Lote-Mov-W                   PIC X(015)   VALUE SPACES.
           05 Validade-Mov-W               PIC 9(008)   VALUE ZEROES.
           05 Qtd-Mov-W                    PIC s9(007)v9(002)
                                            VALUE ZEROES.
           05 SW-PRODUTOS-OK               PIC X        VALUE "N".
           05 FILE-STATUS-PRO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-DV               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-CC               PIC 99       VALUE ZEROES.
           05 FILE-STATUS-HV               PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-PROCESO                   PIC X        VALUE "N".
           05 MENSAGEM                     PIC X(60)    VALUE SPACES.
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 Numero-Pedido-W              PIC 9(007)   VALUE ZEROES.
           05 Codigo-Cliente-W             PIC 9(007)   VALUE ZEROES.
           05 Codigo-Vendedor-W            PIC 9(003)   VALUE ZEROES.
           05 Data-Emissao-W               PIC X(010)   VALUE SPACES.
           05 Perc-Desconto-W              PIC 9(002)v9(002)
                                            VALUE ZEROES.
           05 Seq-Item-W                   PIC 9(003)   VALUE ZEROES.
           05 Qtd-Dev-W                    PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Devolvida-W              PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Disponivel-W             PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Motivo-Dev-W                 PIC X(030)   VALUE SPACES.
           05 Valor-Linha-W                PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Valor-Devolucao-W            PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Credito-Restante-W           PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Abatido-Parcelas-W           PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Saldo-Parcela-W              PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Abatido-W                    PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Saldo-Credito-W              PIC s9(009)v9(002)
                                            VALUE ZEROES.
           05 Sequencia-Nova-W             PIC 9(003)   VALUE ZEROES.
           05 Seq-Devol-Nova-W             PIC 9(003)   VALUE ZEROES.
           05 Seq-Credito-Nova-W           PIC 9(005)   VALUE ZEROES.
           05 Parcela-Abatida-W            PIC 9(002)   VALUE ZEROES.
           05 QTD-LINHAS-W                 PIC 9(003)   VALUE ZEROES.
           05 QTD-PARC-ABATIDAS-W          PIC 9(002)   VALUE ZEROES.
           05 IND-DV                       PIC 9(003)   VALUE ZEROES.
           05 SW-DEVOLVE                   PIC X        VALUE "N".
           05 SW-LINHA-REPETIDA            PIC X        VALUE "N".
           05 SW-FIM-LINHAS                PIC X        VALUE "N".
              88 FIM-LINHAS                             VALUE "S".
              88 NO-FIM-LINHAS                          VALUE "N".
           05 SW-FIM-IT                    PIC X        VALUE "N".
              88 FIM-IT                                 VALUE "S".
              88 NO-FIM-IT                              VALUE "N".
           05 SW-FIM-FAT                   PIC X        VALUE "N".
              88 FIM-FAT                                VALUE "S".
              88 NO-FIM-FAT                             VALUE "N".
           05 SW-FIM-DV                    PIC X        VALUE "N".
              88 FIM-DV                                 VALUE "S".
              88 NO-FIM-DV                              VALUE "N".
           05 SW-FIM-RECEB                 PIC X        VALUE "N".
              88 FIM-RECEB                              VALUE "S".
              88 NO-FIM-RECEB                           VALUE "N".
           05 SW-FIM-CC                    PIC X        VALUE "N".
              88 FIM-CC                                 VALUE "S".
              88 NO-FIM-CC                              VALUE "N".
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-VALOR2                   PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-QTD                      PIC Z.ZZZ.ZZ9,99.
           05 WRK-QTD2                     PIC Z.ZZZ.ZZ9,99.
           05 LINHA-NOTA                   PIC X(080)   VALUE SPACES.
           05 Entidade-Audit-W             PIC X(010)   VALUE SPACES.
           05 Acao-Audit-W                 PIC X(012)   VALUE SPACES.
           05 Chave-Audit-W                PIC X(014)   VALUE SPACES.
           05 Valor-Antes-Audit-W          PIC X(080)   VALUE SPACES.
           05 Valor-Depois-Audit-W         PIC X(080)   VALUE SPACES.
           05 SW-ERRO-ARQUIVO              PIC X        VALUE "N".
              88 ERRO-ARQUIVO                           VALUE "S".
              88 NO-ERRO-ARQUIVO                        VALUE "N".

      ********** LINHAS ESCOLHIDAS NA DEVOLUCAO EM ANDAMENTO; O *******
      *    MESMO LIMITE DE 50 ITENS POR PEDIDO DO PGM00005            *
           05 TABELA-DEVOLUCAO.
              10 DEVOL-OCC OCCURS 50 TIMES.
                 15 Seq-Item-DvT           PIC 9(003).
                 15 Produto-DvT            PIC 9(005).
                 15 Quantidade-DvT         PIC 9(007)v9(002).
                 15 Valor-DvT              PIC 9(009)v9(002).

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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00037".

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
           IF NOT ERRO-ARQUIVO
              PERFORM PROCESO
              PERFORM FIN
           END-IF
           STOP RUN.

       INICIO.
           MOVE "N"            TO SW-ERRO-ARQUIVO
           OPEN INPUT PEDIDOS
           IF FILE-STATUS NOT = 00
              display "pedidos.dat AUSENTE OU DANIFICADO"
              display "STATUS: " FILE-STATUS
              MOVE "S"         TO SW-ERRO-ARQUIVO
           ELSE
              OPEN INPUT ITENS
              IF FILE-STATUS NOT = 00
                 display "itens.dat AUSENTE OU DANIFICADO"
                 display "STATUS: " FILE-STATUS
                 MOVE "S"      TO SW-ERRO-ARQUIVO
              ELSE
                 OPEN I-O FATURAS
                 IF FILE-STATUS NOT = 00
                    display "faturas.dat AUSENTE OU DANIFICADO"
                    display "STATUS: " FILE-STATUS
                    MOVE "S"   TO SW-ERRO-ARQUIVO
                 ELSE
                    OPEN I-O RECEBTOS
                    IF FILE-STATUS NOT = 00
                       display "recebtos.dat AUSENTE OU DANIFICADO"
                       display "STATUS: " FILE-STATUS
                       MOVE "S" TO SW-ERRO-ARQUIVO
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF NOT ERRO-ARQUIVO
      ********** PRIMEIRA EXECUCAO: CRIA OS ARQUIVOS DE ESTOQUE, DE ***
      *    DEVOLUCOES E DE CREDITOS DE CLIENTE                       *
              OPEN I-O SALDOS
              IF FILE-STATUS-EST NOT = 00
                 OPEN OUTPUT SALDOS
                 CLOSE SALDOS
                 OPEN I-O SALDOS
              END-IF
              OPEN I-O MOVEST
              IF FILE-STATUS-EST NOT = 00
                 OPEN OUTPUT MOVEST
                 CLOSE MOVEST
                 OPEN I-O MOVEST
              END-IF
      ********** SALDO POR DEPOSITO (SALDEP.DAT): OPCIONAL, CRIADO *
      *    NO PRIMEIRO USO                                           *
              OPEN I-O SALDEP
              IF FILE-STATUS-SDP NOT = 00
                 OPEN OUTPUT SALDEP
                 CLOSE SALDEP
                 OPEN I-O SALDEP
              END-IF
              IF FILE-STATUS-SDP = 00
                 MOVE "S" TO SW-SALDEP-OK
              ELSE
                 MOVE "N" TO SW-SALDEP-OK
              END-IF
              OPEN INPUT PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE "S" TO SW-PRODUTOS-OK
              ELSE
                 MOVE "N" TO SW-PRODUTOS-OK
              END-IF
      ********** KITS (PRODCOMP.DAT, PGM00006): O FATURAMENTO BAIXOU *
      *    OS COMPONENTES, E SAO ELES QUE VOLTAM AO ESTOQUE          *
              OPEN INPUT PRODCOMP
              IF FILE-STATUS-PC = 00
                 MOVE "S" TO SW-PRODCOMP-OK
              ELSE
                 MOVE "N" TO SW-PRODCOMP-OK
              END-IF
      ********** LOTES E RASTREIO (PROGRAMA10): OPCIONAIS; SEM ELES ***
      *    A DEVOLUCAO ENTRA SEM LOTE                                *
              OPEN I-O LOTES
              IF FILE-STATUS-LOT = 00
                 MOVE "S" TO SW-LOTES-OK
              ELSE
                 MOVE "N" TO SW-LOTES-OK
              END-IF
              OPEN INPUT RASTLOTE
              IF FILE-STATUS-LOT = 00
                 MOVE "S" TO SW-RASTLOTE-OK
              ELSE
                 MOVE "N" TO SW-RASTLOTE-OK
              END-IF
              OPEN I-O DEVOLUCOES
              IF FILE-STATUS-DV NOT = 00
                 OPEN OUTPUT DEVOLUCOES
                 CLOSE DEVOLUCOES
                 OPEN I-O DEVOLUCOES
              END-IF
              OPEN I-O CREDCLI
              IF FILE-STATUS-CC NOT = 00
                 OPEN OUTPUT CREDCLI
                 CLOSE CREDCLI
                 OPEN I-O CREDCLI
              END-IF
              IF FILE-STATUS-EST NOT = 00
                 OR FILE-STATUS-DV NOT = 00
                 OR FILE-STATUS-CC NOT = 00
                 display "ARQUIVOS DE ESTOQUE/DEVOLUCOES/CREDITOS "
                         "NAO PODEM SER ABERTOS"
                 MOVE "S"      TO SW-ERRO-ARQUIVO
              END-IF
           END-IF

           IF ERRO-ARQUIVO
              display "NAO FOI POSSIVEL ABRIR OS ARQUIVOS DE DADOS"
              display "PROGRAMA SERA ENCERRADO"
              display "Tecle ENTER para continuar"
              accept OPC-W
              PERFORM FECHAR-ARQUIVOS-ABERTOS
           ELSE
           PERFORM ATUALIZAR-DATA-HORA
           MOVE SPACES   TO MENSAGEM

           PERFORM IDENTIFICAR-OPERADOR

           MOVE "N"            TO SW-PROCESO
           END-IF.

       FECHAR-ARQUIVOS-ABERTOS.
           CLOSE PEDIDOS
           CLOSE ITENS
           CLOSE FATURAS
           CLOSE RECEBTOS
           CLOSE SALDOS
           CLOSE MOVEST
           CLOSE SALDEP
           IF SW-PRODUTOS-OK = "S"
              CLOSE PRODUTOS
           END-IF
           IF SW-PRODCOMP-OK = "S"
              CLOSE PRODCOMP
           END-IF
           IF SW-LOTES-OK = "S"
              CLOSE LOTES
           END-IF
           IF SW-RASTLOTE-OK = "S"
              CLOSE RASTLOTE
           END-IF
           CLOSE DEVOLUCOES
           CLOSE CREDCLI.

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
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display LINHA-EMPRESA
           display "                                          "
           display "       DEVOLUCAO DE MERCADORIA            "
           display "         1 => Registrar devolucao         "
           display "         5 => Consultar devolucoes        "
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
                   PERFORM REGISTRAR-DEVOLUCAO
                   WHEN = 5
                   PERFORM CONSULTAR-DEVOLUCOES
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
                   END-EVALUATE
           END-PERFORM.

       REGISTRAR-DEVOLUCAO.
      ********** DEVOLUCAO PARCIAL DE UM PEDIDO FATURADO: AS LINHAS **
      *    ESCOLHIDAS VOLTAM AO ESTOQUE E O VALOR VIRA CREDITO, SEM  *
      *    CANCELAR A FATURA COMO NO ESTORNO (PGM00021)              *
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "DEVOLUCAO DE MERCADORIA COM NOTA DE CREDITO"
           display " "
           PERFORM ATUALIZAR-DATA-HORA
           COMPUTE PERIODO-TESTE-W =
              (2000 + FUNCTION NUMVAL(AA-AUX)) * 100
              + FUNCTION NUMVAL(MM-AUX)
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF SW-PERIODO-FECHADO = "S"
              MOVE "PERIODO FECHADO: DEVOLUCAO RECUSADA (PGM00024)"
                   TO MENSAGEM
              display MENSAGEM
           ELSE
           PERFORM SELECIONAR-PEDIDO
           IF SW-DEVOLVE = "S"
              PERFORM LISTAR-ITENS-PEDIDO
              MOVE ZEROES TO QTD-LINHAS-W
              SET NO-FIM-LINHAS TO TRUE
              display " "
              display "INFORME AS LINHAS DEVOLVIDAS (SEQUENCIA 0 = FIM)"
              PERFORM INFORMAR-UMA-LINHA UNTIL FIM-LINHAS
              IF QTD-LINHAS-W = ZEROES
                 MOVE "NENHUMA LINHA INFORMADA, NADA DEVOLVIDO"
                      TO MENSAGEM
              ELSE
                 display "INSIRA MOTIVO DA DEVOLUCAO: "
                 display " "with no advancing
                 accept Motivo-Dev-W
                 IF Motivo-Dev-W = SPACES
                    MOVE "DEVOLUCAO" TO Motivo-Dev-W
                 END-IF
                 MOVE ZEROES TO Valor-Devolucao-W
                 PERFORM SOMAR-UMA-LINHA
                    VARYING IND-DV FROM 1 BY 1
                    UNTIL IND-DV > QTD-LINHAS-W
                 MOVE Valor-Devolucao-W TO WRK-VALOR
                 display "LINHAS DEVOLVIDAS : " QTD-LINHAS-W
                 display "VALOR DO CREDITO  : " WRK-VALOR
                 display "CONFIRMA A DEVOLUCAO?"
                 display "OPCAO 1 CONFIRMAR  2 SAIR"
                 display " "with no advancing
                 accept OPC-W
                 IF OPC-W = 1
                    PERFORM EFETIVAR-DEVOLUCAO
                 END-IF
              END-IF
           END-IF
           END-IF
           display "Tecle ENTER para continuar"
           accept OPC-W.

       VERIFICAR-PERIODO-FECHADO.
      ********** CONSULTA A TRAVA DE PERIODO (PERFECH.DAT, MANTIDA ***
      *    PELO PGM00024); SEM O ARQUIVO NAO HA TRAVA                *
           MOVE "N" TO SW-PERIODO-FECHADO
           OPEN INPUT PERFECH
           IF FILE-STATUS-PF = 00
              MOVE PERIODO-TESTE-W TO Periodo-pf
              READ PERFECH
              IF FILE-STATUS-PF = 00 AND Situacao-pf = "F"
                 MOVE "S" TO SW-PERIODO-FECHADO
              END-IF
              CLOSE PERFECH
           END-IF.

       SELECIONAR-PEDIDO.
      ********** SO PEDIDO JA FATURADO (OU EM SEPARACAO/ENTREGA, *****
      *    QUE VEM DEPOIS DO FATURAMENTO, OU EM BACKORDER, QUE JA    *
      *    TEM FATURA PARCIAL) COM A PRIMEIRA PARCELA NAO CANCELADA  *
      *    PODE TER DEVOLUCAO                                        *
           MOVE "N" TO SW-DEVOLVE
           display "INSIRA NUMERO DO PEDIDO: "
           display " "with no advancing
           accept Numero-Pedido-W
           MOVE Numero-Pedido-W TO Numero-Pedido
           READ PEDIDOS
           IF FILE-STATUS NOT = 00
              MOVE FUNCTION CONCATENATE("Pedido " Numero-Pedido-W
                         " NO EXISTE") TO MENSAGEM
              display MENSAGEM
           ELSE
           IF NOT PEDIDO-FATURADO AND NOT PEDIDO-EM-SEPARACAO
              AND NOT PEDIDO-EM-ENTREGA AND NOT PEDIDO-ENTREGUE
              AND NOT PEDIDO-BACKORDER
              MOVE "PEDIDO NAO FATURADO; NAO HA O QUE DEVOLVER"
                   TO MENSAGEM
              display MENSAGEM
           ELSE
              MOVE Numero-Pedido-W TO Numero-Pedido-fa
              MOVE 1               TO Parcela-fa
              READ FATURAS
              IF FILE-STATUS NOT = 00
                 MOVE "FATURA DO PEDIDO NAO LOCALIZADA" TO MENSAGEM
                 display MENSAGEM
              ELSE
              IF FATURA-CANCELADA
                 MOVE "FATURA ESTORNADA; DEVOLUCAO NAO SE APLICA"
                      TO MENSAGEM
                 display MENSAGEM
              ELSE
                 MOVE Codigo-Cliente-p  TO Codigo-Cliente-W
                 MOVE Codigo-Vendedor-p TO Codigo-Vendedor-W
                 MOVE Perc-Desconto-ped TO Perc-Desconto-W
                 MOVE Data-Emissao-fa   TO Data-Emissao-W
                 MOVE Valor-Pedido      TO WRK-VALOR
                 display "Cliente       : " Codigo-Cliente-W
                 display "Data Pedido   : " Data-Pedido
                 display "Emissao Fatura: " Data-Emissao-W
                 display "Valor Pedido  : " WRK-VALOR
                 display "Desconto %    : " Perc-Desconto-W
                 MOVE "S" TO SW-DEVOLVE
              END-IF
              END-IF
           END-IF
           END-IF.

       LISTAR-ITENS-PEDIDO.
           display " "
           display "SEQ PRODUTO   QTD FATURADA  QTD DEVOLVIDA"
           MOVE Numero-Pedido-W TO Numero-Pedido-it
           MOVE ZEROES          TO Sequencia-it
           SET NO-FIM-IT TO TRUE
           START ITENS KEY IS NOT LESS THAN Chave-Item
              INVALID KEY SET FIM-IT TO TRUE
           END-START
           PERFORM LISTAR-UM-ITEM UNTIL FIM-IT.

       LISTAR-UM-ITEM.
           READ ITENS NEXT RECORD
              AT END SET FIM-IT TO TRUE
           END-READ
           IF NOT FIM-IT
              IF Numero-Pedido-it = Numero-Pedido-W
                 MOVE Sequencia-it TO Seq-Item-W
                 PERFORM SOMAR-DEVOLVIDO
                 MOVE Quantidade-Faturada-it TO WRK-QTD
                 MOVE Qtd-Devolvida-W        TO WRK-QTD2
                 display Sequencia-it " " Codigo-Produto-it "   "
                         WRK-QTD "  " WRK-QTD2
              ELSE
                 SET FIM-IT TO TRUE
              END-IF
           END-IF.

       SOMAR-DEVOLVIDO.
      ********** QUANTIDADE DA LINHA JA DEVOLVIDA EM DEVOLUCOES *******
      *    ANTERIORES (DEVOLUCOES.DAT)                               *
           MOVE ZEROES          TO Qtd-Devolvida-W
           MOVE Numero-Pedido-W TO Numero-Pedido-dv
           MOVE Seq-Item-W      TO Sequencia-it-dv
           MOVE ZEROES          TO Sequencia-dv
           SET NO-FIM-DV TO TRUE
           START DEVOLUCOES KEY IS NOT LESS THAN Chave-Devolucao
              INVALID KEY SET FIM-DV TO TRUE
           END-START
           PERFORM SOMAR-UMA-DEVOLUCAO UNTIL FIM-DV.

       SOMAR-UMA-DEVOLUCAO.
           READ DEVOLUCOES NEXT RECORD
              AT END SET FIM-DV TO TRUE
           END-READ
           IF NOT FIM-DV
              IF Numero-Pedido-dv = Numero-Pedido-W
                 AND Sequencia-it-dv = Seq-Item-W
                 ADD Quantidade-dv TO Qtd-Devolvida-W
                 MOVE Sequencia-dv TO Seq-Devol-Nova-W
              ELSE
                 SET FIM-DV TO TRUE
              END-IF
           END-IF.

       INFORMAR-UMA-LINHA.
           display "INSIRA SEQUENCIA DA LINHA (0=FIM): "
           display " "with no advancing
           accept Seq-Item-W
           IF Seq-Item-W = ZEROES
              SET FIM-LINHAS TO TRUE
           ELSE
           IF QTD-LINHAS-W >= 50
              display "LIMITE DE 50 LINHAS POR DEVOLUCAO ATINGIDO"
              SET FIM-LINHAS TO TRUE
           ELSE
           MOVE "N" TO SW-LINHA-REPETIDA
           PERFORM VERIFICAR-LINHA-REPETIDA
              VARYING IND-DV FROM 1 BY 1
              UNTIL IND-DV > QTD-LINHAS-W
           IF SW-LINHA-REPETIDA = "S"
              display "LINHA " Seq-Item-W " JA INFORMADA NESTA "
                      "DEVOLUCAO"
           ELSE
           MOVE Numero-Pedido-W TO Numero-Pedido-it
           MOVE Seq-Item-W      TO Sequencia-it
           READ ITENS
           IF FILE-STATUS NOT = 00
              display "LINHA " Seq-Item-W " NAO EXISTE NO PEDIDO"
           ELSE
      ********** SO VOLTA O QUE FOI FATURADO (NO BACKORDER A LINHA ***
      *    PODE TER SAIDO SO EM PARTE) MENOS O JA DEVOLVIDO          *
              PERFORM SOMAR-DEVOLVIDO
              IF Quantidade-Faturada-it = ZEROES
                 display "LINHA " Seq-Item-W " AINDA NAO FATURADA"
              ELSE
              IF Qtd-Devolvida-W >= Quantidade-Faturada-it
                 display "LINHA " Seq-Item-W " JA TOTALMENTE DEVOLVIDA"
              ELSE
                 COMPUTE Qtd-Disponivel-W =
                    Quantidade-Faturada-it - Qtd-Devolvida-W
                 MOVE Qtd-Disponivel-W TO WRK-QTD
                 display "Produto " Codigo-Produto-it
                         " PODE DEVOLVER ATE " WRK-QTD
                 display "INSIRA QUANTIDADE DEVOLVIDA (NNNNNNN,NN): "
                 display " "with no advancing
                 accept Qtd-Dev-W
                 IF Qtd-Dev-W IS NOT NUMERIC
                    OR Qtd-Dev-W = ZEROES
                    display "QUANTIDADE INVALIDA; LINHA IGNORADA"
                 ELSE
                 IF Qtd-Dev-W > Qtd-Disponivel-W
                    display "QUANTIDADE MAIOR QUE A FATURADA; "
                            "LINHA IGNORADA"
                 ELSE
                    PERFORM GUARDAR-LINHA
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       VERIFICAR-LINHA-REPETIDA.
           IF Seq-Item-DvT(IND-DV) = Seq-Item-W
              MOVE "S" TO SW-LINHA-REPETIDA
           END-IF.

       GUARDAR-LINHA.
      ********** O CREDITO E PROPORCIONAL AO TOTAL FATURADO DA *******
      *    LINHA, JA DEDUZIDO O DESCONTO CONCEDIDO NO PEDIDO         *
           COMPUTE Valor-Linha-W ROUNDED =
              Total-Item-it * Qtd-Dev-W / Quantidade-it
              * (100 - Perc-Desconto-W) / 100
           ADD 1                 TO QTD-LINHAS-W
           MOVE Seq-Item-W        TO Seq-Item-DvT(QTD-LINHAS-W)
           MOVE Codigo-Produto-it TO Produto-DvT(QTD-LINHAS-W)
           MOVE Qtd-Dev-W         TO Quantidade-DvT(QTD-LINHAS-W)
           MOVE Valor-Linha-W     TO Valor-DvT(QTD-LINHAS-W)
           MOVE Valor-Linha-W     TO WRK-VALOR
           display "CREDITO DA LINHA: " WRK-VALOR.

       SOMAR-UMA-LINHA.
           ADD Valor-DvT(IND-DV) TO Valor-Devolucao-W.

       EFETIVAR-DEVOLUCAO.
           PERFORM ATUALIZAR-DATA-HORA
           PERFORM GRAVAR-UMA-DEVOLUCAO
              VARYING IND-DV FROM 1 BY 1
              UNTIL IND-DV > QTD-LINHAS-W

           MOVE Valor-Devolucao-W TO Credito-Restante-W
           MOVE ZEROES            TO Abatido-Parcelas-W
           MOVE ZEROES            TO QTD-PARC-ABATIDAS-W
           PERFORM ABATER-PARCELAS-ABERTAS
           IF Credito-Restante-W > ZEROES
              PERFORM GRAVAR-CREDITO-CLIENTE
           END-IF
           PERFORM REDUZIR-HISTORICO-VENDAS
           PERFORM EMITIR-NOTA-CREDITO

           MOVE "PEDIDO"          TO Entidade-Audit-W
           MOVE "DEVOLUCAO"       TO Acao-Audit-W
           MOVE Numero-Pedido-W   TO Chave-Audit-W
           MOVE SPACES            TO Valor-Antes-Audit-W
           STRING "LINHAS " QTD-LINHAS-W " VALOR " Valor-Devolucao-W
                  " ABATIDO " Abatido-Parcelas-W
              DELIMITED BY SIZE INTO Valor-Antes-Audit-W
           MOVE SPACES            TO Valor-Depois-Audit-W
           STRING "CREDITO " Credito-Restante-W " MOTIVO: "
                  Motivo-Dev-W
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA

           MOVE Abatido-Parcelas-W TO WRK-VALOR
           display "ABATIDO DAS PARCELAS EM ABERTO: " WRK-VALOR
           IF Credito-Restante-W > ZEROES
              MOVE Credito-Restante-W TO WRK-VALOR
              display "SALDO CREDOR DO CLIENTE       : " WRK-VALOR
           END-IF
           display "NOTA DE CREDITO EMITIDA: notacred.txt"
           MOVE "DEVOLUCAO REGISTRADA NO LOG DE AUDITORIA"
                TO MENSAGEM.

       GRAVAR-UMA-DEVOLUCAO.
           MOVE Seq-Item-DvT(IND-DV) TO Seq-Item-W
           MOVE ZEROES               TO Seq-Devol-Nova-W
           PERFORM SOMAR-DEVOLVIDO
           ADD 1                     TO Seq-Devol-Nova-W
           MOVE Numero-Pedido-W      TO Numero-Pedido-dv
           MOVE Seq-Item-W           TO Sequencia-it-dv
           MOVE Seq-Devol-Nova-W     TO Sequencia-dv
           MOVE Produto-DvT(IND-DV)  TO Codigo-Produto-dv
           MOVE Quantidade-DvT(IND-DV) TO Quantidade-dv
           MOVE Valor-DvT(IND-DV)    TO Valor-dv
           MOVE DATE-RESUMEN         TO Data-dv
           MOVE Motivo-Dev-W         TO Motivo-dv
           MOVE OPERADOR-W           TO Operador-dv
           WRITE REG-DEVOLUCOES
           IF FILE-STATUS-DV NOT = 00
              display "AVISO: DEVOLUCAO DA LINHA " Seq-Item-W
                      " NAO GRAVADA (STATUS " FILE-STATUS-DV ")"
           ELSE
              PERFORM ENTRAR-ESTOQUE
           END-IF.

       ENTRAR-ESTOQUE.
      ********** A MERCADORIA DEVOLVIDA VOLTA AO SALDO COMO UMA ******
      *    ENTRADA NO DIARIO DE ESTOQUE (MESMO ESQUEMA DO PGM00033). *
      *    KIT DEVOLVIDO REPOE OS COMPONENTES, QUE FORAM O QUE O     *
      *    FATURAMENTO (PROGRAMA10) BAIXOU                           *
           MOVE "N" TO SW-E-KIT
           IF SW-PRODCOMP-OK = "S"
              PERFORM VERIFICAR-KIT-DEVOLVIDO
           END-IF
           IF SW-E-KIT = "S"
              PERFORM ENTRAR-COMPONENTES
           ELSE
              MOVE Produto-DvT(IND-DV)    TO Produto-Ent-W
              MOVE Quantidade-DvT(IND-DV) TO Qtd-Ent-W
              MOVE ZEROES                 TO Kit-Ent-W
              PERFORM ENTRAR-SALDO-PRODUTO
           END-IF.

       VERIFICAR-KIT-DEVOLVIDO.
           MOVE Produto-DvT(IND-DV) TO Codigo-Kit-pc
           MOVE ZEROES              TO Codigo-Componente-pc
           START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ PRODCOMP NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF Codigo-Kit-pc = Produto-DvT(IND-DV)
                          MOVE "S" TO SW-E-KIT
                       END-IF
                 END-READ
           END-START.

       ENTRAR-COMPONENTES.
           MOVE Produto-DvT(IND-DV)  TO Kit-Ent-W
           MOVE Kit-Ent-W            TO Codigo-Kit-pc
           MOVE ZEROES               TO Codigo-Componente-pc
           SET NO-FIM-COMP TO TRUE
           START PRODCOMP KEY IS NOT LESS THAN Chave-Prodcomp
              INVALID KEY SET FIM-COMP TO TRUE
           END-START
           PERFORM UNTIL FIM-COMP
              READ PRODCOMP NEXT RECORD
                 AT END SET FIM-COMP TO TRUE
              END-READ
              IF NO-FIM-COMP
                 IF Codigo-Kit-pc NOT = Kit-Ent-W
                    SET FIM-COMP TO TRUE
                 ELSE
                    MOVE Codigo-Componente-pc TO Produto-Ent-W
                    COMPUTE Qtd-Ent-W ROUNDED =
                       Quantidade-DvT(IND-DV) * Quantidade-pc
                    PERFORM ENTRAR-SALDO-PRODUTO
                 END-IF
              END-IF
           END-PERFORM.

       ENTRAR-SALDO-PRODUTO.
      ********** A QUANTIDADE VOLTA AOS LOTES QUE O FATURAMENTO ******
      *    CONSUMIU NO PEDIDO (RASTLOTE), ATE O QUE SAIU DE CADA UM  *
      *    MENOS O QUE JA VOLTOU; O RESTANTE ENTRA SEM LOTE NO       *
      *    DEPOSITO DA SAIDA DO PEDIDO (MOVEST), OU NO 01            *
           MOVE Produto-Ent-W TO Codigo-Produto-sd
           READ SALDOS
           IF FILE-STATUS-EST NOT = 00
              MOVE Produto-Ent-W TO Codigo-Produto-sd
              MOVE ZEROES        TO Saldo-Estoque-sd
              MOVE ZEROES        TO Ponto-Reposicao-sd
              MOVE ZEROES        TO Ult-Seq-Mov-sd
              MOVE ZEROES        TO Reservado-sd
              WRITE REG-SALDOS
              READ SALDOS
           END-IF
           ADD Qtd-Ent-W              TO Saldo-Estoque-sd

           MOVE Numero-Pedido-W        TO Pedido-Texto-W
           MOVE Qtd-Ent-W              TO Qtd-Resta-Ent-W
           PERFORM LOCALIZAR-DEPOSITO-SAIDA
           IF SW-LOTES-OK = "S" AND SW-RASTLOTE-OK = "S"
              PERFORM REPOR-LOTES-PEDIDO
           END-IF
           IF Qtd-Resta-Ent-W > ZEROES
              MOVE Deposito-Ent-W      TO Deposito-Mov-W
              MOVE SPACES              TO Lote-Mov-W
              MOVE ZEROES              TO Validade-Mov-W
              MOVE Qtd-Resta-Ent-W     TO Qtd-Mov-W
              PERFORM GRAVAR-ENTRADA-DEVOLUCAO
           END-IF
           REWRITE REG-SALDOS.

       GRAVAR-ENTRADA-DEVOLUCAO.
           ADD 1                       TO Ult-Seq-Mov-sd
           MOVE Produto-Ent-W          TO Codigo-Produto-mv
           MOVE Ult-Seq-Mov-sd         TO Sequencia-mv
           MOVE "E"                    TO Tipo-mv
           MOVE DATE-RESUMEN           TO Data-mv
           MOVE Qtd-Mov-W              TO Quantidade-mv
           MOVE OPERADOR-W             TO Operador-mv
           MOVE SPACES                 TO Motivo-mv
           IF Kit-Ent-W > ZEROES
              STRING "DEVOL PEDIDO " Numero-Pedido-W
                     " KIT " Kit-Ent-W
                 DELIMITED BY SIZE INTO Motivo-mv
           ELSE
              STRING "DEVOLUCAO PEDIDO " Numero-Pedido-W
                 DELIMITED BY SIZE INTO Motivo-mv
           END-IF
           MOVE Deposito-Mov-W         TO Codigo-Deposito-mv
           MOVE Lote-Mov-W             TO Numero-Lote-mv
           MOVE Validade-Mov-W         TO Validade-mv
           PERFORM OBTER-CUSTO-MEDIO
           WRITE REG-MOVEST
           PERFORM ATUALIZAR-SALDEP.

       LOCALIZAR-DEPOSITO-SAIDA.
      ********** DEPOSITO DA ULTIMA SAIDA DO PRODUTO NO PEDIDO *******
      *    (MOTIVO "PEDIDO N" GRAVADO PELO PROGRAMA10)               *
           MOVE 01                     TO Deposito-Ent-W
           MOVE Produto-Ent-W          TO Codigo-Produto-mv
           MOVE ZEROES                 TO Sequencia-mv
           SET NO-FIM-MV TO TRUE
           START MOVEST KEY IS NOT LESS THAN Chave-Movest
              INVALID KEY SET FIM-MV TO TRUE
           END-START
           PERFORM UNTIL FIM-MV
              READ MOVEST NEXT RECORD
                 AT END SET FIM-MV TO TRUE
              END-READ
              IF NO-FIM-MV
                 IF Codigo-Produto-mv NOT = Produto-Ent-W
                    SET FIM-MV TO TRUE
                 ELSE
                    IF Tipo-mv = "S"
                       MOVE ZEROES TO Cont-Pedido-W
                       INSPECT Motivo-mv TALLYING Cont-Pedido-W
                          FOR ALL Pedido-Texto-W
                       IF Cont-Pedido-W > ZEROES
                          AND Codigo-Deposito-mv > ZEROES
                          MOVE Codigo-Deposito-mv TO Deposito-Ent-W
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       REPOR-LOTES-PEDIDO.
      ********** O RASTLOTE ESTA EM ORDEM DE PRODUTO E LOTE: SOMA O **
      *    QUE O PEDIDO TIROU DE CADA LOTE E REPOE LOTE A LOTE       *
           MOVE ZEROES                 TO Qtd-Grupo-W
           MOVE Produto-Ent-W          TO Codigo-Produto-rl
           MOVE LOW-VALUES             TO Numero-Lote-rl
           MOVE ZEROES                 TO Sequencia-rl
           SET NO-FIM-RL TO TRUE
           START RASTLOTE KEY IS NOT LESS THAN Chave-Rastlote
              INVALID KEY SET FIM-RL TO TRUE
           END-START
           PERFORM UNTIL FIM-RL OR Qtd-Resta-Ent-W = ZEROES
              READ RASTLOTE NEXT RECORD
                 AT END SET FIM-RL TO TRUE
              END-READ
              IF NO-FIM-RL
                 IF Codigo-Produto-rl NOT = Produto-Ent-W
                    SET FIM-RL TO TRUE
                 ELSE
                    IF Numero-Pedido-rl = Numero-Pedido-W
                       IF Qtd-Grupo-W > ZEROES
                          AND Numero-Lote-rl NOT = Lote-Grupo-W
                          PERFORM REPOR-UM-LOTE
                       END-IF
                       IF Qtd-Grupo-W = ZEROES
                          MOVE Numero-Lote-rl     TO Lote-Grupo-W
                          MOVE Validade-rl        TO Validade-Grupo-W
                          MOVE Codigo-Deposito-rl TO Deposito-Grupo-W
                       END-IF
                       ADD Quantidade-rl TO Qtd-Grupo-W
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF Qtd-Grupo-W > ZEROES AND Qtd-Resta-Ent-W > ZEROES
              PERFORM REPOR-UM-LOTE
           END-IF.

       REPOR-UM-LOTE.
           PERFORM SOMAR-REPOSTO-LOTE
           IF Qtd-Grupo-W > Qtd-Reposta-W
              COMPUTE Qtd-Mov-W = Qtd-Grupo-W - Qtd-Reposta-W
              IF Qtd-Mov-W > Qtd-Resta-Ent-W
                 MOVE Qtd-Resta-Ent-W  TO Qtd-Mov-W
              END-IF
              MOVE Deposito-Grupo-W    TO Deposito-Mov-W
              MOVE Lote-Grupo-W        TO Lote-Mov-W
              MOVE Validade-Grupo-W    TO Validade-Mov-W
              PERFORM GRAVAR-ENTRADA-DEVOLUCAO
              PERFORM SOMAR-SALDO-LOTE
              SUBTRACT Qtd-Mov-W FROM Qtd-Resta-Ent-W
           END-IF
           MOVE ZEROES                 TO Qtd-Grupo-W.

       SOMAR-REPOSTO-LOTE.
      ********** O QUE JA VOLTOU AO LOTE POR DEVOLUCAO OU ESTORNO *****
      *    ANTERIOR DO MESMO PEDIDO                                  *
           MOVE ZEROES                 TO Qtd-Reposta-W
           MOVE Produto-Ent-W          TO Codigo-Produto-mv
           MOVE ZEROES                 TO Sequencia-mv
           SET NO-FIM-MV TO TRUE
           START MOVEST KEY IS NOT LESS THAN Chave-Movest
              INVALID KEY SET FIM-MV TO TRUE
           END-START
           PERFORM UNTIL FIM-MV
              READ MOVEST NEXT RECORD
                 AT END SET FIM-MV TO TRUE
              END-READ
              IF NO-FIM-MV
                 IF Codigo-Produto-mv NOT = Produto-Ent-W
                    SET FIM-MV TO TRUE
                 ELSE
                    IF Tipo-mv NOT = "S"
                       AND Quantidade-mv > ZEROES
                       AND Numero-Lote-mv = Lote-Grupo-W
                       AND Codigo-Deposito-mv = Deposito-Grupo-W
                       MOVE ZEROES TO Cont-Pedido-W
                       INSPECT Motivo-mv TALLYING Cont-Pedido-W
                          FOR ALL Pedido-Texto-W
                       IF Cont-Pedido-W > ZEROES
                          ADD Quantidade-mv TO Qtd-Reposta-W
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       SOMAR-SALDO-LOTE.
      ********** SOMA A QUANTIDADE DEVOLVIDA AO LOTE NO DEPOSITO; ****
      *    LOTE JA ENCERRADO NO LOTES.DAT E RECRIADO                 *
           MOVE Deposito-Mov-W   TO Codigo-Deposito-lt
           MOVE Produto-Ent-W    TO Codigo-Produto-lt
           MOVE Validade-Mov-W   TO Validade-lt
           MOVE Lote-Mov-W       TO Numero-Lote-lt
           READ LOTES
           IF FILE-STATUS-LOT = 00
              ADD Qtd-Mov-W TO Saldo-Lote-lt
              REWRITE REG-LOTES
           ELSE
              MOVE Deposito-Mov-W   TO Codigo-Deposito-lt
              MOVE Produto-Ent-W    TO Codigo-Produto-lt
              MOVE Validade-Mov-W   TO Validade-lt
              MOVE Lote-Mov-W       TO Numero-Lote-lt
              MOVE Qtd-Mov-W        TO Saldo-Lote-lt
              MOVE DATE-RESUMEN     TO Data-Entrada-lt
              WRITE REG-LOTES
           END-IF.

       OBTER-CUSTO-MEDIO.
      ********** O MOVIMENTO LEVA O CUSTO MEDIO DO PRODUTO NO *******
      *    MOMENTO (CADASTRO DE PRODUTOS, MANTIDO PELAS ENTRADAS)    *
           MOVE ZEROES TO Custo-Unitario-mv
           IF SW-PRODUTOS-OK = "S"
              MOVE Codigo-Produto-mv TO Codigo-Produto
              READ PRODUTOS
              IF FILE-STATUS-PRO = 00
                 MOVE Custo-Produto TO Custo-Unitario-mv
              END-IF
           END-IF.

       ATUALIZAR-SALDEP.
      ********** A QUANTIDADE DO MOVIMENTO ENTRA NO SALDO DO *********
      *    DEPOSITO DO MOVIMENTO NO ARQUIVO DE SALDO POR DEPOSITO    *
           IF SW-SALDEP-OK = "S"
              MOVE Codigo-Deposito-mv TO Codigo-Deposito-se
              MOVE Codigo-Produto-mv  TO Codigo-Produto-se
              READ SALDEP
              IF FILE-STATUS-SDP = 00
                 ADD Quantidade-mv TO Saldo-Deposito-se
                 REWRITE REG-SALDEP
              ELSE
                 MOVE Codigo-Deposito-mv TO Codigo-Deposito-se
                 MOVE Codigo-Produto-mv  TO Codigo-Produto-se
                 MOVE Quantidade-mv      TO Saldo-Deposito-se
                 WRITE REG-SALDEP
              END-IF
           END-IF.

       ABATER-PARCELAS-ABERTAS.
      ********** O CREDITO ABATE AS PARCELAS EM ABERTO DO PROPRIO ****
      *    PEDIDO, DA PRIMEIRA PARA A ULTIMA, COMO UM RECEBIMENTO DE *
      *    FORMA N (NOTA DE CREDITO); A FATURA NAO E CANCELADA       *
           MOVE Numero-Pedido-W TO Numero-Pedido-fa
           MOVE ZEROES          TO Parcela-fa
           SET NO-FIM-FAT TO TRUE
           START FATURAS KEY IS NOT LESS THAN Chave-Fatura
              INVALID KEY SET FIM-FAT TO TRUE
           END-START
           PERFORM ABATER-UMA-PARCELA
              UNTIL FIM-FAT OR Credito-Restante-W = ZEROES.

       ABATER-UMA-PARCELA.
           READ FATURAS NEXT RECORD
              AT END SET FIM-FAT TO TRUE
           END-READ
           IF NOT FIM-FAT
              IF Numero-Pedido-fa = Numero-Pedido-W
                 IF FATURA-ABERTA
                    COMPUTE Saldo-Parcela-W =
                       Valor-Fatura - Valor-Pago-fa
                    IF Saldo-Parcela-W > Credito-Restante-W
                       MOVE Credito-Restante-W TO Abatido-W
                    ELSE
                       MOVE Saldo-Parcela-W    TO Abatido-W
                    END-IF
                    IF Abatido-W > ZEROES
                       MOVE Parcela-fa         TO Parcela-Abatida-W
                       PERFORM PROXIMA-SEQUENCIA-RECEB
                       MOVE Numero-Pedido-W    TO Numero-Pedido-rc
                       MOVE Parcela-Abatida-W  TO Parcela-rc
                       MOVE Sequencia-Nova-W   TO Sequencia-rc
                       MOVE DATE-RESUMEN       TO Data-Recebto-rc
                       MOVE Abatido-W          TO Valor-Recebto-rc
                       MOVE "N"                TO Forma-Recebto-rc
                       MOVE OPERADOR-W         TO Operador-rc
                       WRITE REG-RECEBTOS
                       ADD Abatido-W           TO Valor-Pago-fa
                       IF Valor-Pago-fa >= Valor-Fatura
                          MOVE "P"             TO Situacao-Fatura
                          MOVE DATE-RESUMEN    TO Data-Pagamento-fa
                       END-IF
                       REWRITE REG-FATURAS
                       SUBTRACT Abatido-W FROM Credito-Restante-W
                       ADD Abatido-W      TO Abatido-Parcelas-W
                       ADD 1              TO QTD-PARC-ABATIDAS-W
                    END-IF
                 END-IF
              ELSE
                 SET FIM-FAT TO TRUE
              END-IF
           END-IF.

       PROXIMA-SEQUENCIA-RECEB.
      ********** CONTA OS RECEBIMENTOS JA GRAVADOS DA PARCELA PARA ****
      *    NUMERAR O PROXIMO (MESMA REGRA DO PGM00018)               *
           MOVE ZEROES                TO Sequencia-Nova-W
           MOVE Numero-Pedido-W       TO Numero-Pedido-rc
           MOVE Parcela-Abatida-W     TO Parcela-rc
           MOVE ZEROES                TO Sequencia-rc
           SET NO-FIM-RECEB           TO TRUE
           START RECEBTOS KEY IS NOT LESS THAN Chave-Recebto
              INVALID KEY SET FIM-RECEB TO TRUE
           END-START
           PERFORM CONTAR-UM-RECEB UNTIL FIM-RECEB
           ADD 1                      TO Sequencia-Nova-W.

       CONTAR-UM-RECEB.
           READ RECEBTOS NEXT RECORD
              AT END SET FIM-RECEB TO TRUE
           END-READ
           IF NOT FIM-RECEB
              IF Numero-Pedido-rc = Numero-Pedido-W
                 AND Parcela-rc = Parcela-Abatida-W
                 MOVE Sequencia-rc    TO Sequencia-Nova-W
              ELSE
                 SET FIM-RECEB        TO TRUE
              END-IF
           END-IF.

       GRAVAR-CREDITO-CLIENTE.
      ********** O QUE SOBRA DEPOIS DE ABATER AS PARCELAS (FATURA ****
      *    JA PAGA) FICA COMO SALDO CREDOR DO CLIENTE NO CREDCLI.DAT *
           PERFORM PROXIMA-SEQUENCIA-CREDITO
           MOVE Codigo-Cliente-W   TO Codigo-Cliente-cc
           MOVE Seq-Credito-Nova-W TO Sequencia-cc
           MOVE DATE-RESUMEN       TO Data-cc
           MOVE "D"                TO Tipo-cc
           MOVE Credito-Restante-W TO Valor-cc
           MOVE Numero-Pedido-W    TO Numero-Pedido-cc
           MOVE ZEROES             TO Parcela-cc
           MOVE SPACES             TO Historico-cc
           STRING "DEVOLUCAO PEDIDO " Numero-Pedido-W
              DELIMITED BY SIZE INTO Historico-cc
           MOVE OPERADOR-W         TO Operador-cc
           WRITE REG-CREDCLI
           IF FILE-STATUS-CC NOT = 00
              display "AVISO: CREDITO DO CLIENTE NAO GRAVADO (STATUS "
                      FILE-STATUS-CC ")"
           END-IF.

       PROXIMA-SEQUENCIA-CREDITO.
      ********** PERCORRE OS LANCAMENTOS DO CLIENTE: GUARDA A ULTIMA *
      *    SEQUENCIA E SOMA O SALDO CREDOR                           *
           MOVE ZEROES             TO Seq-Credito-Nova-W
           MOVE ZEROES             TO Saldo-Credito-W
           MOVE Codigo-Cliente-W   TO Codigo-Cliente-cc
           MOVE ZEROES             TO Sequencia-cc
           SET NO-FIM-CC TO TRUE
           START CREDCLI KEY IS NOT LESS THAN Chave-Credcli
              INVALID KEY SET FIM-CC TO TRUE
           END-START
           PERFORM LER-UM-CREDITO UNTIL FIM-CC
           ADD 1                   TO Seq-Credito-Nova-W.

       LER-UM-CREDITO.
           READ CREDCLI NEXT RECORD
              AT END SET FIM-CC TO TRUE
           END-READ
           IF NOT FIM-CC
              IF Codigo-Cliente-cc = Codigo-Cliente-W
                 MOVE Sequencia-cc TO Seq-Credito-Nova-W
                 ADD Valor-cc      TO Saldo-Credito-W
              ELSE
                 SET FIM-CC TO TRUE
              END-IF
           END-IF.

       REDUZIR-HISTORICO-VENDAS.
      ********** TIRA O VALOR DEVOLVIDO DO FATURADO NO MES DA ********
      *    EMISSAO (HISTVENDAS.DAT), COMO O ESTORNO FAZ COM A FATURA *
      *    INTEIRA; A QUANTIDADE DE PEDIDOS NAO MUDA                 *
           OPEN I-O HISTVENDAS
           IF FILE-STATUS-HV = 00
              COMPUTE Ano-hv =
                 FUNCTION NUMVAL(Data-Emissao-W(7:4))
              COMPUTE Mes-hv =
                 FUNCTION NUMVAL(Data-Emissao-W(4:2))
              MOVE Codigo-Cliente-W  TO Codigo-Cliente-hv
              MOVE Codigo-Vendedor-W TO Codigo-Vendedor-hv
              READ HISTVENDAS
              IF FILE-STATUS-HV = 00
                 IF Valor-Faturado-hv >= Valor-Devolucao-W
                    SUBTRACT Valor-Devolucao-W FROM Valor-Faturado-hv
                 ELSE
                    MOVE ZEROES TO Valor-Faturado-hv
                 END-IF
                 REWRITE REG-HISTVENDAS
              END-IF
              CLOSE HISTVENDAS
           END-IF.

       EMITIR-NOTA-CREDITO.
           OPEN OUTPUT NOTACRED
           MOVE SPACES                TO LINHA-NOTA
           STRING "NOTA DE CREDITO - DEVOLUCAO DO PEDIDO "
                  Numero-Pedido-W
              DELIMITED BY SIZE INTO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-EMPRESA
           MOVE SPACES                TO LINHA-NOTA
           STRING "CLIENTE : " Codigo-Cliente-W
                  "   EMISSAO DA FATURA: " Data-Emissao-W
              DELIMITED BY SIZE INTO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA
           MOVE SPACES                TO LINHA-NOTA
           STRING "DATA    : " DATE-RESUMEN " " HORA-RESUMEN
              DELIMITED BY SIZE INTO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA
           MOVE SPACES                TO LINHA-NOTA
           STRING "MOTIVO  : " Motivo-Dev-W
              DELIMITED BY SIZE INTO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA
           MOVE SPACES                TO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA
           MOVE "SEQ PRODUTO     QUANTIDADE          VALOR"
                TO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA
           PERFORM IMPRIMIR-LINHA-NOTA
              VARYING IND-DV FROM 1 BY 1
              UNTIL IND-DV > QTD-LINHAS-W
           MOVE SPACES                TO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA
           MOVE Valor-Devolucao-W     TO WRK-VALOR
           MOVE SPACES                TO LINHA-NOTA
           STRING "TOTAL DO CREDITO        : " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA
           MOVE Abatido-Parcelas-W    TO WRK-VALOR
           MOVE SPACES                TO LINHA-NOTA
           STRING "ABATIDO DAS PARCELAS    : " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA
           MOVE Credito-Restante-W    TO WRK-VALOR
           MOVE SPACES                TO LINHA-NOTA
           STRING "SALDO CREDOR DO CLIENTE : " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA
           MOVE SPACES                TO LINHA-NOTA
           STRING "EMITIDA POR: " OPERADOR-W
              DELIMITED BY SIZE INTO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA
           CLOSE NOTACRED
           MOVE "notacred.txt" TO RELATORIO-SPOOL
           PERFORM REGISTRAR-SPOOL.

       IMPRIMIR-LINHA-NOTA.
           MOVE Quantidade-DvT(IND-DV) TO WRK-QTD
           MOVE Valor-DvT(IND-DV)      TO WRK-VALOR
           MOVE SPACES                 TO LINHA-NOTA
           STRING Seq-Item-DvT(IND-DV) " " Produto-DvT(IND-DV)
                  "   " WRK-QTD "  " WRK-VALOR
              DELIMITED BY SIZE INTO LINHA-NOTA
           WRITE REG-NOTACRED FROM LINHA-NOTA.

       CONSULTAR-DEVOLUCOES.
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "CONSULTA DE DEVOLUCOES DE UM PEDIDO"
           display " "
           display "INSIRA NUMERO DO PEDIDO: "
           display " "with no advancing
           accept Numero-Pedido-W
           display " "
           display "SEQ/DV PRODUTO   QUANTIDADE          VALOR DATA"
                   "       OPERADOR"
           MOVE ZEROES          TO Valor-Devolucao-W
           MOVE Numero-Pedido-W TO Numero-Pedido-dv
           MOVE ZEROES          TO Sequencia-it-dv
           MOVE ZEROES          TO Sequencia-dv
           SET NO-FIM-DV TO TRUE
           START DEVOLUCOES KEY IS NOT LESS THAN Chave-Devolucao
              INVALID KEY SET FIM-DV TO TRUE
           END-START
           PERFORM LISTAR-UMA-DEVOLUCAO UNTIL FIM-DV
           display " "
           MOVE Valor-Devolucao-W TO WRK-VALOR
           display "TOTAL DEVOLVIDO: " WRK-VALOR
           display " "
           display "Tecle ENTER para continuar"
           accept OPC-W.

       LISTAR-UMA-DEVOLUCAO.
           READ DEVOLUCOES NEXT RECORD
              AT END SET FIM-DV TO TRUE
           END-READ
           IF NOT FIM-DV
              IF Numero-Pedido-dv = Numero-Pedido-W
                 MOVE Quantidade-dv TO WRK-QTD
                 MOVE Valor-dv      TO WRK-VALOR
                 ADD Valor-dv       TO Valor-Devolucao-W
                 display Sequencia-it-dv "/" Sequencia-dv " "
                         Codigo-Produto-dv "   " WRK-QTD " "
                         WRK-VALOR " " Data-dv " " Operador-dv
              ELSE
                 SET FIM-DV TO TRUE
              END-IF
           END-IF.

       GRAVAR-AUDITORIA.
      ********** GRAVA TRANSACAO NO LOG DE AUDITORIA COMPARTILHADO ***
      *    MESMO ARQUIVO USADO POR PGM00001 E PGM00002               *
           OPEN EXTEND AUDITLOG
           MOVE DATE-RESUMEN         TO Data-Acao-log
           MOVE HORA-RESUMEN         TO Hora-Acao-log
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

       LIMPIAR-PANTALLA.
           CALL "SYSTEM" USING "cls".

       FIN.
           PERFORM FECHAR-ARQUIVOS-ABERTOS
           STOP RUN.


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

       REGISTRAR-SPOOL.
      ********** CATALOGA O RELATORIO NO SPOOL (PROGRAMA97), QUE *****
      *    GUARDA UMA COPIA COM NOME UNICO PARA CONSULTA/REIMPRESSAO *
           MOVE SPACES TO PARAMETROS-SPOOL
           STRING "PEDIDO=" Numero-Pedido-W
              DELIMITED BY SIZE INTO PARAMETROS-SPOOL
           MOVE SPACES TO COMANDO-SPOOL
           STRING "Programa97.exe REGISTRAR PGM00037 "
                  FUNCTION TRIM(RELATORIO-SPOOL) " "
                  FUNCTION TRIM(PARAMETROS-SPOOL)
              DELIMITED BY SIZE INTO COMANDO-SPOOL
           CALL "SYSTEM" USING COMANDO-SPOOL.

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
      ********** SO A PASTA DE DADOS INTERESSA AQUI *******************
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
           MOVE SPACES TO ARQ-FATURAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "faturas.dat" DELIMITED BY SIZE
                  INTO ARQ-FATURAS
           MOVE SPACES TO ARQ-RECEBTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "recebtos.dat" DELIMITED BY SIZE
                  INTO ARQ-RECEBTOS
           MOVE SPACES TO ARQ-SALDOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldos.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDOS
           MOVE SPACES TO ARQ-MOVEST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "movest.dat" DELIMITED BY SIZE
                  INTO ARQ-MOVEST
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-PRODCOMP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "prodcomp.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODCOMP
           MOVE SPACES TO ARQ-SALDEP
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "saldep.dat" DELIMITED BY SIZE
                  INTO ARQ-SALDEP
           MOVE SPACES TO ARQ-LOTES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "lotes.dat" DELIMITED BY SIZE
                  INTO ARQ-LOTES
           MOVE SPACES TO ARQ-RASTLOTE
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "rastlote.dat" DELIMITED BY SIZE
                  INTO ARQ-RASTLOTE
           MOVE SPACES TO ARQ-DEVOLUCOES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "devolucoes.dat" DELIMITED BY SIZE
                  INTO ARQ-DEVOLUCOES
           MOVE SPACES TO ARQ-CREDCLI
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "credcli.dat" DELIMITED BY SIZE
                  INTO ARQ-CREDCLI
           MOVE SPACES TO ARQ-HISTVENDAS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "histvendas.dat" DELIMITED BY SIZE
                  INTO ARQ-HISTVENDAS
           MOVE SPACES TO ARQ-PERFECH
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "perfech.dat" DELIMITED BY SIZE
                  INTO ARQ-PERFECH
           MOVE SPACES TO ARQ-NOTACRED
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "notacred.txt" DELIMITED BY SIZE
                  INTO ARQ-NOTACRED
           MOVE SPACES TO ARQ-AUDITLOG
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditlog.csv" DELIMITED BY SIZE
                  INTO ARQ-AUDITLOG
           MOVE SPACES TO ARQ-AUDITCTL
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "auditctl.dat" DELIMITED BY SIZE
                  INTO ARQ-AUDITCTL.
       END PROGRAM Pgm00037.
