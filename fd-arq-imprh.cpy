       FD  ARQ-IMPRH
           LABEL RECORD IS STANDARD.
       01  IMPRH-REGISTRO.
           05 IMPRH-EVENTO                  PIC X(01).
               88 IMPRH-ADMISSAO            VALUE "A".
               88 IMPRH-DESLIGAMENTO        VALUE "D".
               88 IMPRH-LICENCA             VALUE "L".
           05 IMPRH-CPF                     PIC 9(11).
           05 IMPRH-DATA-INI                PIC 9(08).
           05 IMPRH-DATA-FIM                PIC 9(08).
           05 IMPRH-NOME                    PIC X(40).
           05 IMPRH-MOTIVO                  PIC X(30).
           05 FILLER                        PIC X(102).
