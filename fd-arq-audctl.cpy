       FD  ARQ-AUDCTL
           LABEL RECORD IS STANDARD.
       01  AUDCTL-REGISTRO.
           05 AUDCTL-CHAVE                  PIC 9(01).
           05 AUDCTL-ULT-SEQUENCIA          PIC 9(09).
           05 AUDCTL-ULT-VERIFICADOR        PIC 9(09).
           05 AUDCTL-ULT-DATA               PIC 9(08).
           05 AUDCTL-ULT-HORA               PIC 9(06).
