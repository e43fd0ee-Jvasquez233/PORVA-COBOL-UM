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

           05 Operador-Alteracao           PIC X(010)   VALUE SPACES.
           05 Data-Alteracao               PIC X(010)   VALUE SPACES.
           05 Hora-Alteracao               PIC X(008)   VALUE SPACES.
           05 Zona-Manual-Cliente          PIC X(001)   VALUE "N".

       FD  VENDEDOR.

