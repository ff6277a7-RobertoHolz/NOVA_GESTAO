       FD  ARQ-IMPPOT
           LABEL RECORD IS STANDARD.
       01  IMPPOT-LINHA-CSV                 PIC X(200).
