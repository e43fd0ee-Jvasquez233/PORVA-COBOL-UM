           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  VENDEDOR.

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

       FD  EMPRESACTL.

              DISPLAY "ACESSO NEGADO"
              STOP RUN
           END-IF
           PERFORM ESCOLHER-EMPRESA
           PERFORM MOSTRAR-PENDENCIAS.

       MOSTRAR-PENDENCIAS.
      ********** CAIXA DE PENDENCIAS (PGM00050) LOGO APOS A ENTRADA, *
      *    JA NA PASTA DA EMPRESA ESCOLHIDA; O PERFIL DE CONSULTA    *
      *    NAO RESOLVE PENDENCIAS E NAO A RECEBE                     *
           IF PERFIL-LOGIN NOT = "C"
              CALL "SYSTEM" USING "PGM00050.exe"
           END-IF.

       ESCOLHER-EMPRESA.
      ********** COM O CADASTRO DE EMPRESAS PRESENTE, O OPERADOR *****
                    OR OPC-W = 100
                    OR OPC-W = 62 OR OPC-W = 67 OR OPC-W = 70
                    OR OPC-W = 75 OR OPC-W = 91 OR OPC-W = 92
                    OR OPC-W = 99 OR OPC-W = 115 OR OPC-W = 117
                    OR OPC-W = 120 OR OPC-W = 121
                    OR OPC-W = 122 OR OPC-W = 123
                    OR OPC-W = 124 OR OPC-W = 127 OR OPC-W = 129
                    OR OPC-W = 133 OR OPC-W = 144
                    OR OPC-W = 148 OR OPC-W = 156 OR OPC-W = 157
                    OR OPC-W = 158
                    MOVE "N" TO SW-PERMITIDO
                 END-IF
              WHEN OTHER
                    OR OPC-W = 61 OR OPC-W = 63 OR OPC-W = 65
                    OR OPC-W = 68 OR OPC-W = 71 OR OPC-W = 76
                    OR OPC-W = 78 OR OPC-W = 88 OR OPC-W = 95
                    OR OPC-W = 101 OR OPC-W = 105 OR OPC-W = 106
                    OR OPC-W = 107 OR OPC-W = 109 OR OPC-W = 110
                    OR OPC-W = 116 OR OPC-W = 119
                    OR OPC-W = 125 OR OPC-W = 126 OR OPC-W = 128
                    OR OPC-W = 130 OR OPC-W = 131 OR OPC-W = 135
                    OR OPC-W = 139 OR OPC-W = 142 OR OPC-W = 149
                    OR OPC-W = 150 OR OPC-W = 151 OR OPC-W = 152
                    CONTINUE
                 ELSE
                    MOVE "N" TO SW-PERMITIDO
           display "      16 => PRODUTOS                      "
           display "      72 => ORCAMENTOS                    "
           display "      73 => CONTRATOS DE FORNECIMENTO     "
           display "     132 => INDICES DE REAJUSTE           "
           display "      19 => METAS DE VENDEDORES           "
           display "     127 => EQUIPES DE VENDA (HIERARQUIA) "
           display "      25 => ZONAS                         "
           display "      55 => CONDICOES DE PAGAMENTO        "
           display "      60 => ALIQUOTAS DE IMPOSTO          "
           display "      80 => TABELA DE FRETE POR KM        "
           display "      91 => REAJUSTE DE PRECOS (VIGENCIA) "
           display "      92 => ACORDOS DE PRECO (CLIENTE)    "
           display "     115 => CAMPANHAS PROMOCIONAIS        "
           display "      94 => MOVIMENTOS DE ESTOQUE         "
           display "     103 => FORNECEDORES                  "
           display "     104 => PEDIDOS DE COMPRA             "
           display "     108 => DEPOSITOS                     "
           display "     117 => VEICULOS DE ENTREGA           "
           display "      98 => DOCUMENTOS DE CLIENTES        "
           display "     138 => CONSENTIMENTOS LGPD (CONTATOS)"
           display "                                          "
           display "     R E L A T O R I O S                  "
           display "   3 => CLIENTES ASCENDENTES              "
           display "  63 => CURVA ABC DE CLIENTES             "
           display "  65 => PROJECAO DE FLUXO DE CAIXA        "
           display "  68 => EXTRATO FINANCEIRO DO CLIENTE     "
           display " 142 => DSO E ATRASO MEDIO (12 MESES)     "
           display " 125 => ACORDOS DE RENEGOCIACAO           "
           display "  71 => PAINEL DIARIO DE OPERACAO         "
           display "  76 => DESCONTOS CONCEDIDOS (MES)        "
           display "  90 => RENTABILIDADE / MARGEM (MES)      "
           display " 126 => SCORECARD DE VENDEDORES (MES)     "
           display " 128 => SUGESTAO DE VENDA CRUZADA         "
           display " 130 => EXTRATOR AD HOC DE CLIENTES       "
           display " 131 => CONSOLIDADO DO GRUPO (EMPRESAS)   "
           display " 135 => PESQUISA DE SATISFACAO NPS (MES)  "
           display "  93 => ACORDOS VIGENTES (RELATORIO)      "
           display " 116 => ENCERRAMENTO DE CAMPANHAS         "
           display " 119 => TABELA DE PRECOS POR CLIENTE      "
           display "  95 => POSICAO DE ESTOQUE                "
           display " 105 => COMPRAS EM ABERTO (ATRASOS)       "
           display " 106 => SUGESTAO DE COMPRA                "
           display " 107 => BACKORDER POR CLIENTE/PRODUTO     "
           display " 109 => LOTES A VENCER POR DEPOSITO       "
           display " 110 => RASTREIO DE LOTE (RECOLHIMENTO)   "
           display "  97 => MALA DIRETA SEGMENTADA            "
           display " 101 => MOVIMENTO DO CLIENTE (CONSULTA)   "
           display " 139 => DADOS DO TITULAR (LGPD)           "
           display "                                          "
           display "       E X E C U T A R                    "
           display "  7 => DISTRIBUIÇÃO DE CLIENTES           "
           display " 12 => CLIENTES POR VENDEDOR              "
           display " 26 => SIMULACAO DE DISTRIBUICAO          "
           display " 27 => ROTEIRO DE VISITAS                 "
           display "137 => PLANO MENSAL DE VISITAS            "
           display " 17 => FATURAMENTO DE PEDIDOS             "
           display " 18 => CONTAS A RECEBER (AGING)           "
           display "141 => POSICAO DIARIA DO CONTAS A RECEBER "
           display " 52 => BAIXA DE FATURAS (RECEBIMENTOS)    "
           display "114 => CHEQUES A DEPOSITAR (CUSTODIA)     "
           display " 53 => CARTAS DE COBRANCA                 "
           display " 56 => REMESSA BANCARIA DE COBRANCA       "
           display " 57 => RETORNO BANCARIO (BAIXAS)          "
           display "113 => CONCILIACAO BANCARIA (EXTRATO)     "
           display " 58 => INTERFACE CONTABIL DO PERIODO      "
           display "140 => CONFERENCIA DE TOTAIS DO PERIODO   "
           display " 62 => ESTORNO DE FATURAS                 "
           display "102 => DEVOLUCAO DE MERCADORIA            "
           display "111 => GERACAO DO XML DA NF-E             "
           display "112 => RETORNO DE PROTOCOLOS DA NF-E      "
           display " 66 => PROVISAO DEVEDORES DUVIDOSOS       "
           display " 67 => BAIXA DE FATURAS POR PERDA         "
           display "124 => RENEGOCIACAO DE DIVIDAS            "
           display " 70 => FECHAMENTO DE PERIODO              "
           display "129 => EXPURGO ANUAL DO MOVIMENTO         "
           display " 75 => APROVACAO DE PEDIDOS (ALCADA)      "
           display " 77 => CICLO DE ENTREGA DOS PEDIDOS       "
           display " 78 => PEDIDOS SEM ENTREGA (ALERTA)       "
           display " 79 => ROMANEIO DE ENTREGA POR ZONA       "
           display "118 => RETORNO DAS ENTREGAS (ROMANEIO)    "
           display "134 => PESQUISA NPS (RETORNO E ENVIO)     "
           display " 20 => ATINGIMENTO DE METAS               "
           display " 89 => PROPOSTA DE METAS (HISTORICO)      "
           display " 21 => CALCULO DE COMISSOES               "
           display " 54 => PONTUACAO DE PAGAMENTO             "
           display "120 => REVISAO DE LIMITES (PROPOSTAS)     "
           display "121 => APROVACAO DE LIMITES DE CREDITO    "
           display "122 => CONSULTA AO BUREAU (REMESSA)       "
           display "123 => RETORNO DO BUREAU DE CREDITO       "
           display " 64 => CLIENTES EM QUEDA (LIGACAO)        "
           display " 74 => PEDIDOS POR CONTRATO (LOTE)        "
           display "133 => REAJUSTE ANUAL DE CONTRATOS        "
           display " 81 => IMPORTACAO DE PEDIDOS (CSV)        "
           display " 82 => KIT DE CAMPO (EXPORTACAO)          "
           display " 83 => RETORNO DO KIT DE CAMPO            "
           display " 87 => OCORRENCIAS DE CLIENTES            "
           display " 88 => OCORRENCIAS ABERTAS (RELATORIO)    "
           display " 85 => ADERENCIA AO ROTEIRO               "
           display "136 => VALIDACAO DE LOCALIZACAO (VISITAS) "
           display " 86 => REEMBOLSO DE KM (MES)              "
           display " 96 => INVENTARIO FISICO                  "
           display "                                          "
           display " 51 => CADASTRO DE EMPRESAS               "
           display " 13 => EXECUTAR LOTE COMPLETO             "
           display " 14 => GERAR EXTRATO CRM/ERP              "
           display "143 => EXTRACAO PARA BI (MODELO ESTRELA) "
           display "144 => AGENDA DE ROTINAS BATCH            "
           display "145 => EXECUTAR ROTINAS AGENDADAS         "
           display "146 => CAIXA DE PENDENCIAS                "
           display "147 => CAIXA DO OPERADOR (FECHAMENTO)     "
           display "148 => CONFERIR CADEIA DO AUDITLOG        "
           display "149 => KARDEX VALORIZADO (CUSTO MEDIO)    "
           display "150 => SPOOL DE RELATORIOS (REIMPRESSAO)  "
           display "151 => ESPELHO DO PEDIDO PARA O CLIENTE   "
           display "152 => FUNIL COMERCIAL MENSAL             "
           display "153 => INDICE DE PALAVRAS DOS CLIENTES    "
           display "154 => SPED FISCAL (EFD ICMS/IPI)         "
           display "155 => CONFERENCIA DA ZONA PELO CEP       "
           display "156 => BLOQUEIO AUTOMATICO INADIMPLENCIA  "
           display "157 => MATRIZ RODOVIARIA (ROTEIRIZADOR)   "
           display "158 => APROVACAO DA DISTRIBUICAO          "
           display " 46 => APLICAR ATUALIZACOES DO CRM        "
           display " 47 => FICHAS DE CARTEIRA POR VENDEDOR    "
           display " 48 => EXPORTACAO KML (MAPA)              "
                   CALL "SYSTEM" USING "Programa62.exe"
                   WHEN = 101
                   CALL "SYSTEM" USING "PGM00036.exe"
                   WHEN = 102
                   CALL "SYSTEM" USING "PGM00037.exe"
                   WHEN = 103
                   CALL "SYSTEM" USING "PGM00038.exe"
                   WHEN = 104
                   CALL "SYSTEM" USING "PGM00039.exe"
                   WHEN = 105
                   CALL "SYSTEM" USING "Programa63.exe"
                   WHEN = 106
                   CALL "SYSTEM" USING "Programa64.exe"
                   WHEN = 107
                   CALL "SYSTEM" USING "Programa65.exe"
                   WHEN = 108
                   CALL "SYSTEM" USING "PGM00040.exe"
                   WHEN = 109
                   CALL "SYSTEM" USING "Programa66.exe"
                   WHEN = 110
                   CALL "SYSTEM" USING "Programa67.exe"
                   WHEN = 111
                   CALL "SYSTEM" USING "Programa68.exe"
                   WHEN = 112
                   CALL "SYSTEM" USING "Programa69.exe"
                   WHEN = 113
                   CALL "SYSTEM" USING "Programa70.exe"
                   WHEN = 114
                   CALL "SYSTEM" USING "Programa71.exe"
                   WHEN = 115
                   CALL "SYSTEM" USING "PGM00041.exe"
                   WHEN = 116
                   CALL "SYSTEM" USING "Programa72.exe"
                   WHEN = 117
                   CALL "SYSTEM" USING "PGM00042.exe"
                   WHEN = 118
                   CALL "SYSTEM" USING "Programa73.exe"
                   WHEN = 119
                   CALL "SYSTEM" USING "Programa74.exe"
                   WHEN = 120
                   CALL "SYSTEM" USING "Programa75.exe"
                   WHEN = 121
                   CALL "SYSTEM" USING "PGM00043.exe"
                   WHEN = 122
                   CALL "SYSTEM" USING "Programa76.exe"
                   WHEN = 123
                   CALL "SYSTEM" USING "Programa77.exe"
                   WHEN = 124
                   CALL "SYSTEM" USING "PGM00044.exe"
                   WHEN = 125
                   CALL "SYSTEM" USING "Programa78.exe"
                   WHEN = 126
                   CALL "SYSTEM" USING "Programa79.exe"
                   WHEN = 127
                   CALL "SYSTEM" USING "PGM00045.exe"
                   WHEN = 128
                   CALL "SYSTEM" USING "Programa80.exe"
                   WHEN = 129
                   CALL "SYSTEM" USING "Programa81.exe"
                   WHEN = 130
                   CALL "SYSTEM" USING "PGM00046.exe"
                   WHEN = 131
                   CALL "SYSTEM" USING "Programa83.exe"
                   WHEN = 132
                   CALL "SYSTEM" USING "PGM00047.exe"
                   WHEN = 133
                   CALL "SYSTEM" USING "Programa84.exe"
                   WHEN = 134
                   CALL "SYSTEM" USING "Programa85.exe"
                   WHEN = 135
                   CALL "SYSTEM" USING "Programa86.exe"
                   WHEN = 136
                   CALL "SYSTEM" USING "Programa87.exe"
                   WHEN = 137
                   CALL "SYSTEM" USING "Programa88.exe"
                   WHEN = 138
                   CALL "SYSTEM" USING "PGM00048.exe"
                   WHEN = 139
                   CALL "SYSTEM" USING "Programa89.exe"
                   WHEN = 140
                   CALL "SYSTEM" USING "Programa90.exe"
                   WHEN = 141
                   CALL "SYSTEM" USING "Programa91.exe"
                   WHEN = 142
                   CALL "SYSTEM" USING "Programa92.exe"
                   WHEN = 143
                   CALL "SYSTEM" USING "Programa93.exe"
                   WHEN = 144
                   CALL "SYSTEM" USING "PGM00049.exe"
                   WHEN = 145
                   CALL "SYSTEM" USING "Programa94.exe"
                   WHEN = 146
                   PERFORM MOSTRAR-PENDENCIAS
                   WHEN = 147
                   CALL "SYSTEM" USING "PGM00051.exe"
                   WHEN = 148
                   CALL "SYSTEM" USING "Programa95.exe"
                   WHEN = 149
                   CALL "SYSTEM" USING "Programa96.exe"
                   WHEN = 150
                   CALL "SYSTEM" USING "PGM00052.exe"
                   WHEN = 151
                   CALL "SYSTEM" USING "Programa98.exe"
                   WHEN = 152
                   CALL "SYSTEM" USING "Programa99.exe"
                   WHEN = 153
                   CALL "SYSTEM" USING "Programa100.exe"
                   WHEN = 154
                   CALL "SYSTEM" USING "Programa101.exe"
                   WHEN = 155
                   CALL "SYSTEM" USING "Programa102.exe"
                   WHEN = 156
                   CALL "SYSTEM" USING "Programa103.exe"
                   WHEN = 157
                   CALL "SYSTEM" USING "Programa104.exe"
                   WHEN = 158
                   CALL "SYSTEM" USING "Pgm00053.exe"
                   WHEN OTHER
                   MOVE "N" TO SW-PROCESO
                   MOVE FUNCTION CONCATENATE("Opção "
