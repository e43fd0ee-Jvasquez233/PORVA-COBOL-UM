      ******************************************************************
      * Author:    Jose Angel Vasquez Lopez
      * Date:      15-10-2026
      * Purpose:   Pedidos de compra a fornecedores e recebimento
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pgm00039.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FORNECEDORES ASSIGN ARQ-FORNECEDORES
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Fornecedor
           FILE STATUS IS FILE-STATUS-FOR.

           SELECT PEDCOMPRA ASSIGN ARQ-PEDCOMPRA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Numero-Compra
           FILE STATUS IS FILE-STATUS-PCO.

           SELECT ITENSCOMPRA ASSIGN ARQ-ITENSCOMPRA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Chave-Itemcompra
           FILE STATUS IS FILE-STATUS-ICO.

           SELECT PRODUTOS ASSIGN ARQ-PRODUTOS
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Codigo-Produto
           FILE STATUS IS FILE-STATUS.

           SELECT TABLA ASSIGN ARQ-TABLA
           ORGANISATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRLTAB
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

           SELECT CUSTOHIST ASSIGN ARQ-CUSTOHIST
           ORGANISATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CH.

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
       FD  FORNECEDORES.

       01  REG-FORNECEDORES.
           05 Codigo-Fornecedor            PIC 9(005).
           05 CNPJ-Fornecedor              PIC 9(014).
           05 Nome-Fornecedor              PIC X(040).
           05 Contato-Fornecedor           PIC X(030).
           05 Telefone-Fornecedor          PIC X(015).
           05 Prazo-Entrega-fo             PIC 9(003).
           05 Situacao-Fornecedor          PIC X(001).
              88 FORNECEDOR-ATIVO                        VALUE "A".
              88 FORNECEDOR-INATIVO                      VALUE "I".
           05 Operador-Inclusao-fo         PIC X(010).
           05 Data-Inclusao-fo             PIC X(010).
           05 Hora-Inclusao-fo             PIC X(008).
           05 Operador-Alteracao-fo        PIC X(010).
           05 Data-Alteracao-fo            PIC X(010).
           05 Hora-Alteracao-fo            PIC X(008).

       FD  PEDCOMPRA.

      ********** CABECALHO DO PEDIDO DE COMPRA (PEDCOMPRA.DAT); O *****
      *    NUMERO E RESERVADO NA TABLA (Codigo-Tabcomp)              *
       01  REG-PEDCOMPRA.
           05 Numero-Compra                PIC 9(007).
           05 Codigo-Fornecedor-pc         PIC 9(005).
           05 Data-Compra-pc               PIC X(010).
           05 Data-Prevista-pc             PIC X(010).
           05 Situacao-Compra-pc           PIC X(001).
              88 COMPRA-ABERTA                           VALUE "A".
              88 COMPRA-PARCIAL                          VALUE "P".
              88 COMPRA-RECEBIDA                         VALUE "R".
              88 COMPRA-CANCELADA                        VALUE "C".
           05 Valor-Total-pc               PIC 9(009)v9(002).
           05 Data-Ult-Receb-pc            PIC X(010).
           05 Operador-pc                  PIC X(010).

       FD  ITENSCOMPRA.

       01  REG-ITENSCOMPRA.
           05 Chave-Itemcompra.
              10 Numero-Compra-ic          PIC 9(007).
              10 Sequencia-ic              PIC 9(003).
           05 Codigo-Produto-ic            PIC 9(005).
           05 Quantidade-ic                PIC 9(007)v9(002).
           05 Custo-Unitario-ic            PIC 9(007)v9(002).
           05 Quantidade-Recebida-ic       PIC 9(007)v9(002).

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

       FD  CUSTOHIST.

      ********** HISTORICO DAS ALTERACOES DE CUSTO DE AQUISICAO ******
       01  REG-CUSTOHIST.
           05 Data-ch                      PIC X(010).
           05 FIL-CH1                      PIC X          VALUE ";".
           05 Produto-ch                   PIC 9(005).
           05 FIL-CH2                      PIC X          VALUE ";".
           05 Custo-Antes-ch               PIC 9(007)v9(002).
           05 FIL-CH3                      PIC X          VALUE ";".
           05 Custo-Depois-ch              PIC 9(007)v9(002).
           05 FIL-CH4                      PIC X          VALUE ";".
           05 Operador-ch                  PIC X(010).

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
           05 Max-Dist-F                   PIC 9(010).
           05 Max-Dist-VIP-F               PIC 9(010).
           05 Prazo-Venc-F                 PIC 9(003).
           05 Meses-Inat-F                 PIC 9(003).

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
           05 ARQ-FORNECEDORES                PIC X(080)   VALUE SPACES.
           05 ARQ-PEDCOMPRA                   PIC X(080)   VALUE SPACES.
           05 ARQ-ITENSCOMPRA                 PIC X(080)   VALUE SPACES.
           05 ARQ-PRODUTOS                    PIC X(080)   VALUE SPACES.
           05 ARQ-TABLA                       PIC X(080)   VALUE SPACES.
           05 ARQ-SALDOS                      PIC X(080)   VALUE SPACES.
           05 ARQ-MOVEST                      PIC X(080)   VALUE SPACES.
           05 ARQ-SALDEP                      PIC X(080)   VALUE SPACES.
           05 ARQ-LOTES                       PIC X(080)   VALUE SPACES.
           05 ARQ-CUSTOHIST                   PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITLOG                    PIC X(080)   VALUE SPACES.
           05 ARQ-AUDITCTL                    PIC X(080)   VALUE SPACES.

       01  AREA-DE-TRABALHO.

           05 FILE-STATUS                  PIC 99       VALUE ZEROES.
           05 FILE-STATUS-FOR              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-PCO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-ICO              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-EST              PIC 99       VALUE ZEROES.
           05 FILE-STATUS-SDP              PIC 99       VALUE ZEROES.
           05 SW-SALDEP-OK                 PIC X        VALUE "N".
           05 FILE-STATUS-LOT              PIC 99       VALUE ZEROES.
           05 SW-LOTES-OK                  PIC X        VALUE "N".
           05 SW-VALIDADE-OK               PIC X        VALUE "N".
           05 Lote-Inf-W                   PIC X(015)   VALUE SPACES.
           05 Validade-Inf-W               PIC X(010)   VALUE SPACES.
           05 Validade-Inf-W-R REDEFINES Validade-Inf-W.
              10 Val-Dia-W                 PIC 9(002).
              10 Val-Sep1-W                PIC X(001).
              10 Val-Mes-W                 PIC 9(002).
              10 Val-Sep2-W                PIC X(001).
              10 Val-Ano-W                 PIC 9(004).
           05 Validade-AMD-W               PIC 9(008)   VALUE ZEROES.
           05 Validade-AMD-W-R REDEFINES Validade-AMD-W.
              10 Val-Ano-AMD               PIC 9(004).
              10 Val-Mes-AMD               PIC 9(002).
              10 Val-Dia-AMD               PIC 9(002).
           05 FILE-STATUS-CH               PIC 99       VALUE ZEROES.
           05 OPC-W                        PIC 9        VALUE ZEROES.
           05 SW-PROCESO                   PIC X        VALUE "N".
           05 MENSAGEM                     PIC X(60)    VALUE SPACES.
           05 OPERADOR-W                   PIC X(010)   VALUE SPACES.
           05 Numero-Compra-W              PIC 9(007)   VALUE ZEROES.
           05 Codigo-Fornecedor-W          PIC 9(005)   VALUE ZEROES.
           05 Codigo-Produto-Item-W        PIC 9(005)   VALUE ZEROES.
           05 Quantidade-Item-W            PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Custo-Item-W                 PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Valor-Compra-W               PIC 9(009)v9(002)
                                            VALUE ZEROES.
           05 Seq-Item-W                   PIC 9(003)   VALUE ZEROES.
           05 Qtd-Receb-W                  PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Qtd-Pendente-W               PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Saldo-Base-W                 PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Custo-Novo-W                 PIC 9(007)v9(002)
                                            VALUE ZEROES.
           05 Data-Prevista-W              PIC X(010)   VALUE SPACES.
           05 Data-Prevista-W-R REDEFINES Data-Prevista-W.
              10 Prev-Dia-W                PIC X(002).
              10 Prev-Sep1-W               PIC X(001).
              10 Prev-Mes-W                PIC X(002).
              10 Prev-Sep2-W               PIC X(001).
              10 Prev-Ano-W                PIC X(004).
           05 DATA-HOJE-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-PREV-INT                PIC 9(008)   VALUE ZEROES.
           05 DATA-PREV-AMD                PIC 9(008)   VALUE ZEROES.
           05 DATA-PREV-AMD-R REDEFINES DATA-PREV-AMD.
              10 PREV-ANO                  PIC 9(004).
              10 PREV-MES                  PIC 9(002).
              10 PREV-DIA                  PIC 9(002).
           05 QTD-ITENS-W                  PIC 9(003)   VALUE ZEROES.
           05 QTD-LINHAS-W                 PIC 9(003)   VALUE ZEROES.
           05 QTD-PENDENTES-W              PIC 9(003)   VALUE ZEROES.
           05 IND-IT                       PIC 9(003)   VALUE ZEROES.
           05 SW-COMPRA-OK                 PIC X        VALUE "N".
           05 SW-LINHA-REPETIDA            PIC X        VALUE "N".
           05 SW-FIM-ITENS                 PIC X        VALUE "N".
              88 FIM-ITENS                              VALUE "S".
              88 NO-FIM-ITENS                           VALUE "N".
           05 SW-FIM-LINHAS                PIC X        VALUE "N".
              88 FIM-LINHAS                             VALUE "S".
              88 NO-FIM-LINHAS                          VALUE "N".
           05 SW-FIM-IC                    PIC X        VALUE "N".
              88 FIM-IC                                 VALUE "S".
              88 NO-FIM-IC                              VALUE "N".
           05 WRK-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-PRECO-IT                 PIC Z.ZZZ.ZZ9,99.
           05 WRK-QTD                      PIC Z.ZZZ.ZZ9,99.
           05 WRK-QTD2                     PIC Z.ZZZ.ZZ9,99.
           05 WRK-QTD3                     PIC Z.ZZZ.ZZ9,99.
           05 Entidade-Audit-W             PIC X(010)   VALUE SPACES.
           05 Acao-Audit-W                 PIC X(012)   VALUE SPACES.
           05 Chave-Audit-W                PIC X(014)   VALUE SPACES.
           05 Valor-Antes-Audit-W          PIC X(080)   VALUE SPACES.
           05 Valor-Depois-Audit-W         PIC X(080)   VALUE SPACES.
           05 SW-ERRO-ARQUIVO              PIC X        VALUE "N".
              88 ERRO-ARQUIVO                           VALUE "S".
              88 NO-ERRO-ARQUIVO                        VALUE "N".

      ********** LINHAS DO PEDIDO DE COMPRA EM DIGITACAO E LINHAS ****
      *    DO RECEBIMENTO EM ANDAMENTO; MESMO LIMITE DE 50 DO PGM00005*
           05 TABELA-COMPRA.
              10 COMPRA-OCC OCCURS 50 TIMES.
                 15 Seq-Item-CpT           PIC 9(003).
                 15 Produto-CpT            PIC 9(005).
                 15 Quantidade-CpT         PIC 9(007)v9(002).
                 15 Custo-CpT              PIC 9(007)v9(002).
                 15 Lote-CpT               PIC X(015).
                 15 Validade-CpT           PIC 9(008).

           05 CONSTANT-LITERALES.
              10 LT-PROGRAMA               PIC X(008)  VALUE "PGM00039".
              10 SW-TABLA                  PIC X       VALUE SPACES.
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
                 15 PROGRAMA               PIC X(008) VALUE "PGM00039".

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
           OPEN INPUT FORNECEDORES
           IF FILE-STATUS-FOR NOT = 00
              display "fornecedores.dat AUSENTE OU DANIFICADO"
              display "CADASTRE OS FORNECEDORES NO PGM00038"
              display "STATUS: " FILE-STATUS-FOR
              MOVE "S"         TO SW-ERRO-ARQUIVO
           ELSE
              OPEN I-O PRODUTOS
              IF FILE-STATUS NOT = 00
                 display "produtos.dat AUSENTE OU DANIFICADO"
                 display "STATUS: " FILE-STATUS
                 MOVE "S"      TO SW-ERRO-ARQUIVO
              ELSE
                 OPEN I-O TABLA
                 IF FILE-STATUS NOT = 00
                    display "tabla.dat AUSENTE OU DANIFICADO"
                    display "STATUS: " FILE-STATUS
                    MOVE "S"   TO SW-ERRO-ARQUIVO
                 END-IF
              END-IF
           END-IF

           IF NOT ERRO-ARQUIVO
      ********** PRIMEIRA EXECUCAO: CRIA OS ARQUIVOS DE COMPRAS E DE *
      *    ESTOQUE                                                   *
              OPEN I-O PEDCOMPRA
              IF FILE-STATUS-PCO NOT = 00
                 OPEN OUTPUT PEDCOMPRA
                 CLOSE PEDCOMPRA
                 OPEN I-O PEDCOMPRA
              END-IF
              OPEN I-O ITENSCOMPRA
              IF FILE-STATUS-ICO NOT = 00
                 OPEN OUTPUT ITENSCOMPRA
                 CLOSE ITENSCOMPRA
                 OPEN I-O ITENSCOMPRA
              END-IF
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
      ********** LOTES E VALIDADES (LOTES.DAT): OPCIONAL, CRIADO NO **
      *    PRIMEIRO USO                                              *
              OPEN I-O LOTES
              IF FILE-STATUS-LOT NOT = 00
                 OPEN OUTPUT LOTES
                 CLOSE LOTES
                 OPEN I-O LOTES
              END-IF
              IF FILE-STATUS-LOT = 00
                 MOVE "S" TO SW-LOTES-OK
              ELSE
                 MOVE "N" TO SW-LOTES-OK
              END-IF
              IF FILE-STATUS-PCO NOT = 00
                 OR FILE-STATUS-ICO NOT = 00
                 OR FILE-STATUS-EST NOT = 00
                 display "ARQUIVOS DE COMPRAS/ESTOQUE "
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
           CLOSE FORNECEDORES
           CLOSE PRODUTOS
           CLOSE TABLA
           CLOSE PEDCOMPRA
           CLOSE ITENSCOMPRA
           CLOSE SALDOS
           CLOSE MOVEST
           CLOSE SALDEP
           CLOSE LOTES.

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
           display "       PEDIDOS DE COMPRA                  "
           display "         1 => Inclusão                    "
           display "         2 => Receber mercadoria          "
           display "         3 => Cancelar pedido             "
           display "         5 => Consulta                    "
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
                   PERFORM INCLUIR-COMPRA
                   WHEN = 2
                   PERFORM RECEBER-COMPRA
                   WHEN = 3
                   PERFORM CANCELAR-COMPRA
                   WHEN = 5
                   PERFORM CONSULTAR-COMPRA
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
                   OPC-W " INVALIDA") TO MENSAGEM
                   END-EVALUATE
           END-PERFORM.

       INCLUIR-COMPRA.
      ********** PEDIDO DE COMPRA A UM FORNECEDOR ATIVO: ITENS DO ****
      *    CATALOGO COM QUANTIDADE E CUSTO COMBINADO; A DATA PREVISTA*
      *    SUGERIDA E HOJE MAIS O PRAZO DE ENTREGA DO FORNECEDOR     *
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "INCLUSAO DE PEDIDO DE COMPRA"
           display " "
           MOVE SPACES                TO MENSAGEM
           display "INSIRA CODIGO DO FORNECEDOR: "
           display " "with no advancing
           accept Codigo-Fornecedor-W
           MOVE Codigo-Fornecedor-W   TO Codigo-Fornecedor
           READ FORNECEDORES
           IF FILE-STATUS-FOR NOT = 00
              MOVE FUNCTION CONCATENATE("Fornecedor "
                   Codigo-Fornecedor-W " NO EXISTE") TO MENSAGEM
           ELSE
           IF FORNECEDOR-INATIVO
              MOVE "FORNECEDOR INATIVO, PEDIDO NAO PERMITIDO"
                   TO MENSAGEM
           ELSE
              display "Razão Social  : " Nome-Fornecedor
              display "Prazo Entrega : " Prazo-Entrega-fo " dias"
              PERFORM SUGERIR-DATA-PREVISTA
              display "DATA PREVISTA (DD-MM-AAAA, ENTER = "
                      Data-Prevista-W "): "
              display " "with no advancing
              accept Data-Prevista-W
              IF Data-Prevista-W = SPACES
                 PERFORM SUGERIR-DATA-PREVISTA
              END-IF
              IF Prev-Dia-W IS NOT NUMERIC
                 OR Prev-Mes-W IS NOT NUMERIC
                 OR Prev-Ano-W IS NOT NUMERIC
                 OR Prev-Sep1-W NOT = "-"
                 OR Prev-Sep2-W NOT = "-"
                 MOVE "DATA PREVISTA INVALIDA, USE DD-MM-AAAA"
                      TO MENSAGEM
              ELSE
              PERFORM INFORMAR-ITENS
              IF QTD-ITENS-W = ZEROES
                 MOVE "PEDIDO SEM ITENS, NADA GRAVADO"
                      TO MENSAGEM
              ELSE
                 MOVE Valor-Compra-W TO WRK-VALOR
                 display "ITENS DO PEDIDO   : " QTD-ITENS-W
                 display "VALOR DO PEDIDO   : " WRK-VALOR
                 display "OPCAO 1 GRAVAR  OPCAO 2 SAIR"
                 display " "with no advancing
                 accept OPC-W
                 IF OPC-W = 1
                    PERFORM GRAVAR-COMPRA
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           display MENSAGEM
           display "Tecle ENTER para continuar"
           accept OPC-W.

       SUGERIR-DATA-PREVISTA.
           PERFORM ATUALIZAR-DATA-HORA
           COMPUTE DATA-HOJE-INT = FUNCTION INTEGER-OF-DATE
              (20000000 + FUNCTION NUMVAL(AA-AUX) * 10000
               + FUNCTION NUMVAL(MM-AUX) * 100
               + FUNCTION NUMVAL(DD-AUX))
           COMPUTE DATA-PREV-INT = DATA-HOJE-INT + Prazo-Entrega-fo
           COMPUTE DATA-PREV-AMD = FUNCTION DATE-OF-INTEGER
                                   (DATA-PREV-INT)
           MOVE PREV-DIA    TO Prev-Dia-W
           MOVE "-"         TO Prev-Sep1-W
           MOVE PREV-MES    TO Prev-Mes-W
           MOVE "-"         TO Prev-Sep2-W
           MOVE PREV-ANO    TO Prev-Ano-W.

       INFORMAR-ITENS.
      ********** O CUSTO SUGERIDO E O CUSTO DE AQUISICAO ATUAL DO ****
      *    PRODUTO; O COMPRADOR INFORMA O CUSTO COMBINADO            *
           MOVE ZEROES                TO QTD-ITENS-W
           MOVE ZEROES                TO Valor-Compra-W
           SET NO-FIM-ITENS           TO TRUE
           display "ENTRADA DE ITENS DO PEDIDO (PRODUTO 0 = FIM)"
           PERFORM INFORMAR-UM-ITEM UNTIL FIM-ITENS.

       INFORMAR-UM-ITEM.
           display "INSIRA CODIGO DO PRODUTO (0=FIM): "
           display " "with no advancing
           accept Codigo-Produto-Item-W
           IF Codigo-Produto-Item-W = ZEROES
              SET FIM-ITENS           TO TRUE
           ELSE
           IF QTD-ITENS-W >= 50
              display "LIMITE DE 50 ITENS POR PEDIDO ATINGIDO"
              SET FIM-ITENS           TO TRUE
           ELSE
           MOVE Codigo-Produto-Item-W TO Codigo-Produto
           READ PRODUTOS
           IF FILE-STATUS <> 00
              display "Produto " Codigo-Produto-Item-W " NO EXISTE"
           ELSE
           IF PRODUTO-INATIVO
              display "PRODUTO INATIVO NO CATALOGO, NAO COMPRADO"
           ELSE
              display "Descricao     : " Descricao-Produto
              MOVE Custo-Produto      TO WRK-PRECO-IT
              display "Custo Atual   : " WRK-PRECO-IT
              display "INSIRA QUANTIDADE (NNNNNNN,NN): "
              display " "with no advancing
              accept Quantidade-Item-W
              display "INSIRA CUSTO COMBINADO (0 = CUSTO ATUAL): "
              display " "with no advancing
              accept Custo-Item-W
              IF Custo-Item-W IS NUMERIC AND Custo-Item-W = ZEROES
                 MOVE Custo-Produto   TO Custo-Item-W
              END-IF
              IF Quantidade-Item-W IS NOT NUMERIC
                 OR Quantidade-Item-W = ZEROES
                 display "QUANTIDADE INVALIDA, ITEM DESCARTADO"
              ELSE
              IF Custo-Item-W IS NOT NUMERIC
                 OR Custo-Item-W = ZEROES
                 display "CUSTO INVALIDO, ITEM DESCARTADO"
              ELSE
                 ADD 1                TO QTD-ITENS-W
                 MOVE Codigo-Produto  TO Produto-CpT(QTD-ITENS-W)
                 MOVE Quantidade-Item-W
                                      TO Quantidade-CpT(QTD-ITENS-W)
                 MOVE Custo-Item-W    TO Custo-CpT(QTD-ITENS-W)
                 COMPUTE Valor-Compra-W ROUNDED = Valor-Compra-W
                    + Quantidade-Item-W * Custo-Item-W
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       GRAVAR-COMPRA.
           PERFORM ATUALIZAR-DATA-HORA
           PERFORM RESERVAR-NUMERO-COMPRA
           MOVE Numero-Compra-W       TO Numero-Compra
           MOVE Codigo-Fornecedor-W   TO Codigo-Fornecedor-pc
           MOVE DATE-RESUMEN          TO Data-Compra-pc
           MOVE Data-Prevista-W       TO Data-Prevista-pc
           MOVE "A"                   TO Situacao-Compra-pc
           MOVE Valor-Compra-W        TO Valor-Total-pc
           MOVE SPACES                TO Data-Ult-Receb-pc
           MOVE OPERADOR-W            TO Operador-pc
           WRITE REG-PEDCOMPRA

           PERFORM GRAVAR-UM-ITEMCOMPRA
              VARYING IND-IT FROM 1 BY 1
              UNTIL IND-IT > QTD-ITENS-W

           MOVE "COMPRA"              TO Entidade-Audit-W
           MOVE "INCLUSAO"            TO Acao-Audit-W
           MOVE Numero-Compra-W       TO Chave-Audit-W
           MOVE SPACES                TO Valor-Antes-Audit-W
           MOVE SPACES                TO Valor-Depois-Audit-W
           STRING "FORNECEDOR " Codigo-Fornecedor-W
                  " VALOR " Valor-Compra-W
                  " PREVISTA " Data-Prevista-W
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA
           MOVE SPACES TO MENSAGEM
           STRING "PEDIDO DE COMPRA " Numero-Compra-W " GRAVADO"
              DELIMITED BY SIZE INTO MENSAGEM.

       GRAVAR-UM-ITEMCOMPRA.
           MOVE Numero-Compra-W       TO Numero-Compra-ic
           MOVE IND-IT                TO Sequencia-ic
           MOVE Produto-CpT(IND-IT)   TO Codigo-Produto-ic
           MOVE Quantidade-CpT(IND-IT) TO Quantidade-ic
           MOVE Custo-CpT(IND-IT)     TO Custo-Unitario-ic
           MOVE ZEROES                TO Quantidade-Recebida-ic
           WRITE REG-ITENSCOMPRA.

       RESERVAR-NUMERO-COMPRA.
      ********** RESERVA O PROXIMO NUMERO DE PEDIDO DE COMPRA NA *****
      *    TABLA, NO MESMO ESTILO DE Codigo-Taborc                   *
           MOVE 001    TO CRLTAB
           READ TABLA KEY CRLTAB
           COMPUTE Numero-Compra-W = Codigo-Tabcomp + 1
           MOVE Numero-Compra-W   TO Codigo-Tabcomp
           REWRITE REG-TABLA.

       SELECIONAR-COMPRA.
           MOVE "N" TO SW-COMPRA-OK
           display "INSIRA NUMERO DO PEDIDO DE COMPRA: "
           display " "with no advancing
           accept Numero-Compra-W
           MOVE Numero-Compra-W TO Numero-Compra
           READ PEDCOMPRA
           IF FILE-STATUS-PCO NOT = 00
              MOVE FUNCTION CONCATENATE("Pedido de compra "
                   Numero-Compra-W " NO EXISTE") TO MENSAGEM
           ELSE
              MOVE Codigo-Fornecedor-pc TO Codigo-Fornecedor
              READ FORNECEDORES
              IF FILE-STATUS-FOR NOT = 00
                 MOVE SPACES TO Nome-Fornecedor
              END-IF
              MOVE Valor-Total-pc TO WRK-VALOR
              display "Fornecedor    : " Codigo-Fornecedor-pc " "
                      Nome-Fornecedor
              display "Data Pedido   : " Data-Compra-pc
              display "Data Prevista : " Data-Prevista-pc
              display "Ult. Recebim. : " Data-Ult-Receb-pc
              display "Situacao      : " Situacao-Compra-pc
              display "Valor Pedido  : " WRK-VALOR
              MOVE "S" TO SW-COMPRA-OK
           END-IF.

       LISTAR-ITENS-COMPRA.
           display " "
           display "SEQ PRODUTO    QTD PEDIDA  QTD RECEBIDA    PENDENTE"
           MOVE Numero-Compra-W TO Numero-Compra-ic
           MOVE ZEROES          TO Sequencia-ic
           SET NO-FIM-IC TO TRUE
           START ITENSCOMPRA KEY IS NOT LESS THAN Chave-Itemcompra
              INVALID KEY SET FIM-IC TO TRUE
           END-START
           PERFORM LISTAR-UM-ITEM UNTIL FIM-IC.

       LISTAR-UM-ITEM.
           READ ITENSCOMPRA NEXT RECORD
              AT END SET FIM-IC TO TRUE
           END-READ
           IF NOT FIM-IC
              IF Numero-Compra-ic = Numero-Compra-W
                 COMPUTE Qtd-Pendente-W =
                    Quantidade-ic - Quantidade-Recebida-ic
                 MOVE Quantidade-ic          TO WRK-QTD
                 MOVE Quantidade-Recebida-ic TO WRK-QTD2
                 MOVE Qtd-Pendente-W         TO WRK-QTD3
                 display Sequencia-ic " " Codigo-Produto-ic "  "
                         WRK-QTD "  " WRK-QTD2 "  " WRK-QTD3
              ELSE
                 SET FIM-IC TO TRUE
              END-IF
           END-IF.

       RECEBER-COMPRA.
      ********** RECEBIMENTO TOTAL OU PARCIAL: CADA LINHA RECEBIDA ****
      *    ENTRA NO ESTOQUE (MESMO ESQUEMA DO PGM00033) E ATUALIZA O *
      *    CUSTO DE AQUISICAO DO PRODUTO PELA MEDIA PONDERADA        *
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "RECEBIMENTO DE PEDIDO DE COMPRA"
           display " "
           MOVE SPACES TO MENSAGEM
           PERFORM SELECIONAR-COMPRA
           IF SW-COMPRA-OK = "S"
              AND NOT COMPRA-ABERTA AND NOT COMPRA-PARCIAL
              MOVE "PEDIDO JA RECEBIDO OU CANCELADO" TO MENSAGEM
              MOVE "N" TO SW-COMPRA-OK
           END-IF
           IF SW-COMPRA-OK = "S"
              PERFORM LISTAR-ITENS-COMPRA
              MOVE ZEROES TO QTD-LINHAS-W
              SET NO-FIM-LINHAS TO TRUE
              display " "
              display "INFORME AS LINHAS RECEBIDAS (SEQUENCIA 0 = FIM)"
              PERFORM INFORMAR-UMA-LINHA UNTIL FIM-LINHAS
              IF QTD-LINHAS-W = ZEROES
                 MOVE "NENHUMA LINHA INFORMADA, NADA RECEBIDO"
                      TO MENSAGEM
              ELSE
                 display "LINHAS RECEBIDAS : " QTD-LINHAS-W
                 display "CONFIRMA O RECEBIMENTO?"
                 display "OPCAO 1 CONFIRMAR  2 SAIR"
                 display " "with no advancing
                 accept OPC-W
                 IF OPC-W = 1
                    PERFORM EFETIVAR-RECEBIMENTO
                 END-IF
              END-IF
           END-IF
           display MENSAGEM
           display "Tecle ENTER para continuar"
           accept OPC-W.

       INFORMAR-UMA-LINHA.
           display "INSIRA SEQUENCIA DA LINHA (0=FIM): "
           display " "with no advancing
           accept Seq-Item-W
           IF Seq-Item-W = ZEROES
              SET FIM-LINHAS TO TRUE
           ELSE
           MOVE "N" TO SW-LINHA-REPETIDA
           PERFORM VERIFICAR-LINHA-REPETIDA
              VARYING IND-IT FROM 1 BY 1
              UNTIL IND-IT > QTD-LINHAS-W
           IF SW-LINHA-REPETIDA = "S"
              display "LINHA " Seq-Item-W " JA INFORMADA NESTE "
                      "RECEBIMENTO"
           ELSE
           MOVE Numero-Compra-W TO Numero-Compra-ic
           MOVE Seq-Item-W      TO Sequencia-ic
           READ ITENSCOMPRA
           IF FILE-STATUS-ICO NOT = 00
              display "LINHA " Seq-Item-W " NAO EXISTE NO PEDIDO"
           ELSE
              COMPUTE Qtd-Pendente-W =
                 Quantidade-ic - Quantidade-Recebida-ic
              IF Qtd-Pendente-W = ZEROES
                 display "LINHA " Seq-Item-W " JA TOTALMENTE RECEBIDA"
              ELSE
                 MOVE Qtd-Pendente-W TO WRK-QTD
                 display "Produto " Codigo-Produto-ic
                         " PENDENTE " WRK-QTD
                 display "INSIRA QUANTIDADE RECEBIDA (NNNNNNN,NN): "
                 display " "with no advancing
                 accept Qtd-Receb-W
                 IF Qtd-Receb-W IS NOT NUMERIC
                    OR Qtd-Receb-W = ZEROES
                    display "QUANTIDADE INVALIDA; LINHA IGNORADA"
                 ELSE
                 IF Qtd-Receb-W > Qtd-Pendente-W
                    display "QUANTIDADE MAIOR QUE A PENDENTE; "
                            "LINHA IGNORADA"
                 ELSE
                    ADD 1                 TO QTD-LINHAS-W
                    MOVE Seq-Item-W       TO Seq-Item-CpT(QTD-LINHAS-W)
                    MOVE Codigo-Produto-ic TO Produto-CpT(QTD-LINHAS-W)
                    MOVE Qtd-Receb-W      TO
                         Quantidade-CpT(QTD-LINHAS-W)
                    MOVE Custo-Unitario-ic TO Custo-CpT(QTD-LINHAS-W)
                    PERFORM INFORMAR-LOTE-LINHA
                 END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

       INFORMAR-LOTE-LINHA.
      ********** PRODUTO PERECIVEL: O LOTE E A VALIDADE ACOMPANHAM ***
      *    A ENTRADA; LOTE EM BRANCO = PRODUTO SEM CONTROLE DE LOTE  *
           MOVE SPACES TO Lote-CpT(QTD-LINHAS-W)
           MOVE ZEROES TO Validade-CpT(QTD-LINHAS-W)
           IF SW-LOTES-OK = "S"
              display "INSIRA LOTE (ENTER = SEM LOTE): "
              display " "with no advancing
              MOVE SPACES TO Lote-Inf-W
              accept Lote-Inf-W
              IF Lote-Inf-W NOT = SPACES
                 display "INSIRA VALIDADE (DD-MM-AAAA): "
                 display " "with no advancing
                 MOVE SPACES TO Validade-Inf-W
                 accept Validade-Inf-W
                 PERFORM VALIDAR-VALIDADE
                 IF SW-VALIDADE-OK = "S"
                    MOVE Lote-Inf-W     TO Lote-CpT(QTD-LINHAS-W)
                    MOVE Validade-AMD-W TO Validade-CpT(QTD-LINHAS-W)
                 ELSE
                    display "VALIDADE INVALIDA, USE DD-MM-AAAA; "
                            "LINHA IGNORADA"
                    SUBTRACT 1 FROM QTD-LINHAS-W
                 END-IF
              END-IF
           END-IF.

       VALIDAR-VALIDADE.
           MOVE "N" TO SW-VALIDADE-OK
           IF Val-Dia-W IS NUMERIC AND Val-Mes-W IS NUMERIC
              AND Val-Ano-W IS NUMERIC
              AND Val-Sep1-W = "-" AND Val-Sep2-W = "-"
              IF Val-Mes-W >= 1 AND Val-Mes-W <= 12
                 AND Val-Dia-W >= 1 AND Val-Dia-W <= 31
                 AND Val-Ano-W > 1900
                 MOVE Val-Ano-W TO Val-Ano-AMD
                 MOVE Val-Mes-W TO Val-Mes-AMD
                 MOVE Val-Dia-W TO Val-Dia-AMD
                 MOVE "S" TO SW-VALIDADE-OK
              END-IF
           END-IF.

       VERIFICAR-LINHA-REPETIDA.
           IF Seq-Item-CpT(IND-IT) = Seq-Item-W
              MOVE "S" TO SW-LINHA-REPETIDA
           END-IF.

       EFETIVAR-RECEBIMENTO.
           PERFORM ATUALIZAR-DATA-HORA
           PERFORM RECEBER-UMA-LINHA
              VARYING IND-IT FROM 1 BY 1
              UNTIL IND-IT > QTD-LINHAS-W

      ********** O PEDIDO FICA RECEBIDO QUANDO NAO RESTA NENHUMA *****
      *    LINHA PENDENTE; SENAO FICA PARCIAL                        *
           MOVE ZEROES TO QTD-PENDENTES-W
           MOVE Numero-Compra-W TO Numero-Compra-ic
           MOVE ZEROES          TO Sequencia-ic
           SET NO-FIM-IC TO TRUE
           START ITENSCOMPRA KEY IS NOT LESS THAN Chave-Itemcompra
              INVALID KEY SET FIM-IC TO TRUE
           END-START
           PERFORM CONTAR-UMA-PENDENTE UNTIL FIM-IC

           MOVE Numero-Compra-W TO Numero-Compra
           READ PEDCOMPRA
           MOVE Situacao-Compra-pc TO Valor-Antes-Audit-W
           IF QTD-PENDENTES-W = ZEROES
              MOVE "R"          TO Situacao-Compra-pc
           ELSE
              MOVE "P"          TO Situacao-Compra-pc
           END-IF
           MOVE DATE-RESUMEN    TO Data-Ult-Receb-pc
           REWRITE REG-PEDCOMPRA

           MOVE "COMPRA"        TO Entidade-Audit-W
           MOVE "RECEBIMENTO"   TO Acao-Audit-W
           MOVE Numero-Compra-W TO Chave-Audit-W
           MOVE SPACES          TO Valor-Depois-Audit-W
           STRING "SITUACAO " Situacao-Compra-pc
                  " LINHAS " QTD-LINHAS-W
                  " PENDENTES " QTD-PENDENTES-W
              DELIMITED BY SIZE INTO Valor-Depois-Audit-W
           PERFORM GRAVAR-AUDITORIA
           MOVE SPACES TO MENSAGEM
           IF COMPRA-RECEBIDA
              STRING "PEDIDO DE COMPRA " Numero-Compra-W
                     " TOTALMENTE RECEBIDO"
                 DELIMITED BY SIZE INTO MENSAGEM
           ELSE
              STRING "PEDIDO DE COMPRA " Numero-Compra-W
                     " RECEBIDO PARCIALMENTE"
                 DELIMITED BY SIZE INTO MENSAGEM
           END-IF.

       RECEBER-UMA-LINHA.
           MOVE Numero-Compra-W        TO Numero-Compra-ic
           MOVE Seq-Item-CpT(IND-IT)   TO Sequencia-ic
           READ ITENSCOMPRA
           IF FILE-STATUS-ICO = 00
              ADD Quantidade-CpT(IND-IT) TO Quantidade-Recebida-ic
              REWRITE REG-ITENSCOMPRA
              PERFORM ENTRAR-ESTOQUE
           END-IF.

       ENTRAR-ESTOQUE.
      ********** A MERCADORIA RECEBIDA ENTRA NO SALDO COMO UMA *******
      *    ENTRADA NO DIARIO DE ESTOQUE (MESMO ESQUEMA DO PGM00033)  *
           MOVE Produto-CpT(IND-IT) TO Codigo-Produto-sd
           READ SALDOS
           IF FILE-STATUS-EST NOT = 00
              MOVE Produto-CpT(IND-IT) TO Codigo-Produto-sd
              MOVE ZEROES        TO Saldo-Estoque-sd
              MOVE ZEROES        TO Ponto-Reposicao-sd
              MOVE ZEROES        TO Ult-Seq-Mov-sd
              MOVE ZEROES        TO Reservado-sd
              WRITE REG-SALDOS
              READ SALDOS
           END-IF
           PERFORM ATUALIZAR-CUSTO-MEDIO
           ADD Quantidade-CpT(IND-IT) TO Saldo-Estoque-sd
           ADD 1                      TO Ult-Seq-Mov-sd
           REWRITE REG-SALDOS

           MOVE Produto-CpT(IND-IT)    TO Codigo-Produto-mv
           MOVE Ult-Seq-Mov-sd         TO Sequencia-mv
           MOVE "E"                    TO Tipo-mv
           MOVE DATE-RESUMEN           TO Data-mv
           MOVE Quantidade-CpT(IND-IT) TO Quantidade-mv
           MOVE OPERADOR-W             TO Operador-mv
           MOVE SPACES                 TO Motivo-mv
           STRING "COMPRA PC " Numero-Compra-W
              DELIMITED BY SIZE INTO Motivo-mv
           MOVE 01                     TO Codigo-Deposito-mv
           MOVE Lote-CpT(IND-IT)       TO Numero-Lote-mv
           MOVE Validade-CpT(IND-IT)   TO Validade-mv
           MOVE Custo-CpT(IND-IT)      TO Custo-Unitario-mv
           WRITE REG-MOVEST
           PERFORM ATUALIZAR-SALDEP
           PERFORM ATUALIZAR-LOTE.

       ATUALIZAR-LOTE.
      ********** ENTRADA COM LOTE SOMA AO SALDO DO LOTE NO DEPOSITO **
           IF SW-LOTES-OK = "S" AND Numero-Lote-mv NOT = SPACES
              MOVE Codigo-Deposito-mv TO Codigo-Deposito-lt
              MOVE Codigo-Produto-mv  TO Codigo-Produto-lt
              MOVE Validade-mv        TO Validade-lt
              MOVE Numero-Lote-mv     TO Numero-Lote-lt
              READ LOTES
              IF FILE-STATUS-LOT = 00
                 ADD Quantidade-mv TO Saldo-Lote-lt
                 REWRITE REG-LOTES
              ELSE
                 MOVE Codigo-Deposito-mv TO Codigo-Deposito-lt
                 MOVE Codigo-Produto-mv  TO Codigo-Produto-lt
                 MOVE Validade-mv        TO Validade-lt
                 MOVE Numero-Lote-mv     TO Numero-Lote-lt
                 MOVE Quantidade-mv      TO Saldo-Lote-lt
                 MOVE DATE-RESUMEN       TO Data-Entrada-lt
                 WRITE REG-LOTES
              END-IF
           END-IF.

       ATUALIZAR-SALDEP.
      ********** A QUANTIDADE DO MOVIMENTO ENTRA NO SALDO DO *********
      *    DEPOSITO PRINCIPAL (01) NO ARQUIVO DE SALDO POR DEPOSITO  *
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

       ATUALIZAR-CUSTO-MEDIO.
      ********** CUSTO MEDIO PONDERADO ENTRE O SALDO ATUAL (SALDO ****
      *    NEGATIVO CONTA COMO ZERO) E A QUANTIDADE RECEBIDA AO CUSTO*
      *    DO PEDIDO; PRODUTO SEM CUSTO OU SEM SALDO ASSUME O CUSTO  *
      *    DO PEDIDO. A MUDANCA FICA NO CUSTOHIST.CSV                *
           MOVE Produto-CpT(IND-IT) TO Codigo-Produto
           READ PRODUTOS
           IF FILE-STATUS = 00
              IF Saldo-Estoque-sd > ZEROES
                 MOVE Saldo-Estoque-sd TO Saldo-Base-W
              ELSE
                 MOVE ZEROES           TO Saldo-Base-W
              END-IF
              IF Custo-Produto = ZEROES OR Saldo-Base-W = ZEROES
                 MOVE Custo-CpT(IND-IT) TO Custo-Novo-W
              ELSE
                 COMPUTE Custo-Novo-W ROUNDED =
                    (Saldo-Base-W * Custo-Produto
                     + Quantidade-CpT(IND-IT) * Custo-CpT(IND-IT))
                    / (Saldo-Base-W + Quantidade-CpT(IND-IT))
              END-IF
              IF Custo-Novo-W NOT = Custo-Produto
                 PERFORM GRAVAR-HIST-CUSTO
                 MOVE Custo-Novo-W   TO Custo-Produto
                 MOVE OPERADOR-W     TO Operador-Alteracao
                 MOVE DATE-RESUMEN   TO Data-Alteracao
                 MOVE HORA-RESUMEN   TO Hora-Alteracao
                 REWRITE REG-PRODUTOS
              END-IF
           END-IF.

       GRAVAR-HIST-CUSTO.
      ********** TODA MUDANCA DE CUSTO FICA NO CUSTOHIST.CSV *********
           OPEN EXTEND CUSTOHIST
           IF FILE-STATUS-CH NOT = 00
              OPEN OUTPUT CUSTOHIST
           END-IF
           IF FILE-STATUS-CH = 00
              MOVE DATE-RESUMEN       TO Data-ch
              MOVE Codigo-Produto     TO Produto-ch
              MOVE Custo-Produto      TO Custo-Antes-ch
              MOVE Custo-Novo-W       TO Custo-Depois-ch
              MOVE OPERADOR-W         TO Operador-ch
              MOVE ";" TO FIL-CH1 FIL-CH2 FIL-CH3 FIL-CH4
              WRITE REG-CUSTOHIST
              CLOSE CUSTOHIST
           END-IF.

       CONTAR-UMA-PENDENTE.
           READ ITENSCOMPRA NEXT RECORD
              AT END SET FIM-IC TO TRUE
           END-READ
           IF NOT FIM-IC
              IF Numero-Compra-ic = Numero-Compra-W
                 IF Quantidade-Recebida-ic < Quantidade-ic
                    ADD 1 TO QTD-PENDENTES-W
                 END-IF
              ELSE
                 SET FIM-IC TO TRUE
              END-IF
           END-IF.

       CANCELAR-COMPRA.
      ********** SO PEDIDO ABERTO OU PARCIAL PODE SER CANCELADO; O ****
      *    QUE JA FOI RECEBIDO PERMANECE NO ESTOQUE                  *
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "CANCELAMENTO DE PEDIDO DE COMPRA"
           display " "
           MOVE SPACES TO MENSAGEM
           PERFORM SELECIONAR-COMPRA
           IF SW-COMPRA-OK = "S"
              IF NOT COMPRA-ABERTA AND NOT COMPRA-PARCIAL
                 MOVE "PEDIDO JA RECEBIDO OU CANCELADO" TO MENSAGEM
              ELSE
                 display "CONFIRMA O CANCELAMENTO?"
                 display "OPCAO 1 CONFIRMAR  2 SAIR"
                 display " "with no advancing
                 accept OPC-W
                 IF OPC-W = 1
                    PERFORM ATUALIZAR-DATA-HORA
                    MOVE "COMPRA"        TO Entidade-Audit-W
                    MOVE "CANCELAMENTO"  TO Acao-Audit-W
                    MOVE Numero-Compra-W TO Chave-Audit-W
                    MOVE Situacao-Compra-pc TO Valor-Antes-Audit-W
                    MOVE "C"             TO Situacao-Compra-pc
                    MOVE Situacao-Compra-pc TO Valor-Depois-Audit-W
                    REWRITE REG-PEDCOMPRA
                    PERFORM GRAVAR-AUDITORIA
                    MOVE "PEDIDO DE COMPRA CANCELADO" TO MENSAGEM
                 END-IF
              END-IF
           END-IF
           display MENSAGEM
           display "Tecle ENTER para continuar"
           accept OPC-W.

       CONSULTAR-COMPRA.
           PERFORM LIMPIAR-PANTALLA
           display NOME-PROGRAMA
           display DATE-PROGRAMA
           display HORA-PROGRAMA
           display "CONSULTA DE PEDIDO DE COMPRA"
           display " "
           MOVE SPACES TO MENSAGEM
           PERFORM SELECIONAR-COMPRA
           IF SW-COMPRA-OK = "S"
              PERFORM LISTAR-ITENS-COMPRA
           END-IF
           display " "
           display MENSAGEM
           display "Tecle ENTER para continuar"
           accept OPC-W
           MOVE SPACES TO MENSAGEM.

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
           CLOSE FORNECEDORES PRODUTOS TABLA PEDCOMPRA ITENSCOMPRA
                 SALDOS MOVEST
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
                    IF Max-Dist-F IS NUMERIC
                       AND Max-Dist-F > ZEROES
                       MOVE Max-Dist-F TO Max-Distancia-Par
                    END-IF
                    IF Max-Dist-VIP-F IS NUMERIC
                       AND Max-Dist-VIP-F > ZEROES
                       MOVE Max-Dist-VIP-F TO Max-Dist-VIP-Par
                    END-IF
                    IF Prazo-Venc-F IS NUMERIC
                       AND Prazo-Venc-F > ZEROES
                       MOVE Prazo-Venc-F TO Prazo-Venc-Par
                    END-IF
                    IF Meses-Inat-F IS NUMERIC
                       AND Meses-Inat-F > ZEROES
                       MOVE Meses-Inat-F TO Meses-Inat-Par
                    END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           PERFORM CARREGAR-EMPRESA
           PERFORM MONTAR-ARQUIVOS.

       MONTAR-ARQUIVOS.
           MOVE SPACES TO ARQ-FORNECEDORES
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "fornecedores.dat" DELIMITED BY SIZE
                  INTO ARQ-FORNECEDORES
           MOVE SPACES TO ARQ-PEDCOMPRA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "pedcompra.dat" DELIMITED BY SIZE
                  INTO ARQ-PEDCOMPRA
           MOVE SPACES TO ARQ-ITENSCOMPRA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "itenscompra.dat" DELIMITED BY SIZE
                  INTO ARQ-ITENSCOMPRA
           MOVE SPACES TO ARQ-PRODUTOS
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "produtos.dat" DELIMITED BY SIZE
                  INTO ARQ-PRODUTOS
           MOVE SPACES TO ARQ-TABLA
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "tabla.dat" DELIMITED BY SIZE
                  INTO ARQ-TABLA
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
           MOVE SPACES TO ARQ-CUSTOHIST
           STRING FUNCTION TRIM(Dir-Dados-Par)
                  DELIMITED BY SIZE
                  "custohist.csv" DELIMITED BY SIZE
                  INTO ARQ-CUSTOHIST
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
       END PROGRAM Pgm00039.
