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

       WORKING-STORAGE SECTION.

           05 Codigo-W                     PIC 9(002)   VALUE ZEROES.
           05 Nome-W                       PIC X(040)   VALUE SPACES.
           05 Dir-W                        PIC X(060)   VALUE SPACES.
           05 CNPJ-W                       PIC 9(014)   VALUE ZEROES.
           05 Municipio-W                  PIC 9(007)   VALUE ZEROES.
           05 CEP-W                        PIC 9(008)   VALUE ZEROES.
           05 CPF-W                        PIC 9(011)   VALUE ZEROES.
           05 Texto-W                      PIC X(040)   VALUE SPACES.
           05 SW-FIM-EMP                   PIC X        VALUE "N".
              88 FIM-EMP                                VALUE "F".
              88 NO-FIM-EMP                             VALUE "N".
           display "   2 => Alterar empresa                   "
           display "   3 => Excluir empresa                   "
           display "   4 => Listar empresas                   "
           display "   5 => Dados fiscais (SPED)              "
           display "                                          "
           display "   9 => Salir                             "
           display "                                          "
                   PERFORM EXCLUIR-EMPRESA
                   WHEN = 4
                   PERFORM LISTAR-EMPRESAS
                   WHEN = 5
                   PERFORM DADOS-FISCAIS
                   WHEN = 9
                   MOVE "S" TO SW-PROCESO
                   WHEN OTHER
                 IF Nome-W = SPACES OR Dir-W = SPACES
                    MOVE "NOME E PASTA SAO OBRIGATORIOS" TO MENSAGEM
                 ELSE
                    INITIALIZE REG-EMPRESAS
                    MOVE "A"      TO Perfil-Empresa
                    MOVE Codigo-W TO Codigo-Empresa
                    MOVE Nome-W   TO Nome-Empresa
                    MOVE Dir-W    TO Dir-Dados-Empresa
              MOVE "EMPRESA ALTERADA" TO MENSAGEM
           END-IF.

       DADOS-FISCAIS.
      ********** CAMPO EM BRANCO (OU ZERO) MANTEM O VALOR ATUAL; *****
      *    O PROGRAMA101 CRITICA O QUE FALTAR ANTES DE GERAR O SPED  *
           display "INSIRA CODIGO DA EMPRESA: "
           display " "with no advancing
           accept Codigo-W
           MOVE Codigo-W TO Codigo-Empresa
           READ EMPRESAS
           IF FILE-STATUS NOT = 00
              MOVE "EMPRESA NAO ENCONTRADA" TO MENSAGEM
           ELSE
              PERFORM LIMPIAR-PANTALLA
              display "DADOS FISCAIS: " Codigo-Empresa " - "
                      Nome-Empresa
              display "CNPJ......: " CNPJ-Empresa
              display "NOVO CNPJ (0=MANTER): "
              display " "with no advancing
              accept CNPJ-W
              IF CNPJ-W > ZEROES
                 MOVE CNPJ-W TO CNPJ-Empresa
              END-IF
              display "INSC. EST.: " IE-Empresa
              display "NOVA INSCRICAO ESTADUAL (BRANCO=MANTER): "
              display " "with no advancing
              MOVE SPACES TO Texto-W
              accept Texto-W
              IF Texto-W NOT = SPACES
                 MOVE Texto-W TO IE-Empresa
              END-IF
              display "UF........: " UF-Empresa
              display "NOVA UF (BRANCO=MANTER): "
              display " "with no advancing
              MOVE SPACES TO Texto-W
              accept Texto-W
              IF Texto-W NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(Texto-W) TO UF-Empresa
              END-IF
              display "MUNICIPIO.: " Municipio-Empresa
              display "NOVO CODIGO IBGE DO MUNICIPIO (0=MANTER): "
              display " "with no advancing
              accept Municipio-W
              IF Municipio-W > ZEROES
                 MOVE Municipio-W TO Municipio-Empresa
              END-IF
              display "CEP.......: " CEP-Empresa
              display "NOVO CEP (0=MANTER): "
              display " "with no advancing
              accept CEP-W
              IF CEP-W > ZEROES
                 MOVE CEP-W TO CEP-Empresa
              END-IF
              display "ENDERECO..: " Endereco-Empresa
              display "NOVO ENDERECO (BRANCO=MANTER): "
              display " "with no advancing
              MOVE SPACES TO Texto-W
              accept Texto-W
              IF Texto-W NOT = SPACES
                 MOVE Texto-W TO Endereco-Empresa
              END-IF
              display "BAIRRO....: " Bairro-Empresa
              display "NOVO BAIRRO (BRANCO=MANTER): "
              display " "with no advancing
              MOVE SPACES TO Texto-W
              accept Texto-W
              IF Texto-W NOT = SPACES
                 MOVE Texto-W TO Bairro-Empresa
              END-IF
              display "TELEFONE..: " Telefone-Empresa
              display "NOVO TELEFONE COM DDD (BRANCO=MANTER): "
              display " "with no advancing
              MOVE SPACES TO Texto-W
              accept Texto-W
              IF Texto-W NOT = SPACES
                 MOVE Texto-W TO Telefone-Empresa
              END-IF
              display "PERFIL....: " Perfil-Empresa
              display "NOVO PERFIL DO SPED A/B/C (BRANCO=MANTER): "
              display " "with no advancing
              MOVE SPACES TO Texto-W
              accept Texto-W
              IF Texto-W = "A" OR "B" OR "C"
                 OR Texto-W = "a" OR "b" OR "c"
                 MOVE FUNCTION UPPER-CASE(Texto-W) TO Perfil-Empresa
              END-IF
              display "CONTADOR..: " Nome-Contador
              display "NOVO CONTADOR (BRANCO=MANTER): "
              display " "with no advancing
              MOVE SPACES TO Texto-W
              accept Texto-W
              IF Texto-W NOT = SPACES
                 MOVE Texto-W TO Nome-Contador
              END-IF
              display "CPF CONT..: " CPF-Contador
              display "NOVO CPF DO CONTADOR (0=MANTER): "
              display " "with no advancing
              accept CPF-W
              IF CPF-W > ZEROES
                 MOVE CPF-W TO CPF-Contador
              END-IF
              display "CRC CONT..: " CRC-Contador
              display "NOVO CRC DO CONTADOR (BRANCO=MANTER): "
              display " "with no advancing
              MOVE SPACES TO Texto-W
              accept Texto-W
              IF Texto-W NOT = SPACES
                 MOVE Texto-W TO CRC-Contador
              END-IF
              display "EMAIL CONT: " Email-Contador
              display "NOVO EMAIL DO CONTADOR (BRANCO=MANTER): "
              display " "with no advancing
              MOVE SPACES TO Texto-W
              accept Texto-W
              IF Texto-W NOT = SPACES
                 MOVE Texto-W TO Email-Contador
              END-IF
              REWRITE REG-EMPRESAS
              MOVE "DADOS FISCAIS ALTERADOS" TO MENSAGEM
           END-IF.

       EXCLUIR-EMPRESA.
           display "INSIRA CODIGO DA EMPRESA: "
           display " "with no advancing
