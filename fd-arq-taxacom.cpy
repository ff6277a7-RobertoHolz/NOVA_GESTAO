       FD  ARQ-TAXACOM
           LABEL RECORD IS STANDARD.
       01  TXC-REGISTRO.
           05 TXC-CHAVE.
              10 TXC-CODVND                 PIC 9(05).
              10 TXC-REGIAO                 PIC 9(03).
              10 TXC-CLASSE                 PIC X(01).
           05 TXC-PERCENTUAL                PIC 9(03)V9(02).
           05 TXC-OPERADOR                  PIC X(10).
           05 TXC-DATA                      PIC 9(08).
