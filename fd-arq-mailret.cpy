       FD  ARQ-MAILRET
           LABEL RECORD IS STANDARD.
       01  MRET-REGISTRO.
           05 MRET-ID                       PIC 9(07).
           05 MRET-SITUACAO                 PIC X(01).
               88 MRET-ENTREGUE             VALUE "E".
               88 MRET-NAO-ENTREGUE         VALUE "N".
           05 MRET-DATA                     PIC 9(08).
           05 MRET-HORA                     PIC 9(06).
           05 MRET-MOTIVO                   PIC X(40).
           05 FILLER                        PIC X(18).
