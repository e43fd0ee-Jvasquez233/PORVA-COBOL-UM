           05 Valor-Depois-log              PIC X(080).
           05 FIL-LOG8                      PIC X.
           05 Empresa-log                   PIC 9(002).
           05 FIL-LOG9                      PIC X.
           05 Sequencia-log                 PIC 9(009).
           05 FIL-LOG10                     PIC X.
           05 Hash-log                      PIC 9(018).

       FD  AUDITSEL.

