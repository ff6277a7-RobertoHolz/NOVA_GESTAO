           LABEL RECORD IS STANDARD.
       01  TRNCLI-REGISTRO.
           05 TRNCLI-CODIGO                 PIC 9(07).
           05 TRNCLI-RESTO                  PIC X(190).
       FD  ARQ-TRNVND
           LABEL RECORD IS STANDARD.
       01  TRNVND-REGISTRO.
           LABEL RECORD IS STANDARD.
       01  TRNCTT-REGISTRO.
           05 TRNCTT-CHAVE                  PIC X(10).
           05 TRNCTT-RESTO                  PIC X(124).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
