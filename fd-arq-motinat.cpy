       FD  ARQ-MOTINAT
           LABEL RECORD IS STANDARD.
       01  MTI-REGISTRO.
           05 MTI-CODIGO                    PIC X(02).
           05 MTI-DESCRICAO                 PIC X(30).
           05 MTI-PERDA                     PIC X(01).
               88 MTI-CONTA-PERDA           VALUE "S".
               88 MTI-ADMINISTRATIVO        VALUE "N".
