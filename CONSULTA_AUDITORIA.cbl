         copy 'fd-impresso.cpy'.
       FD  ARQ-AUDSEG
           LABEL RECORD IS STANDARD.
       01  AUDSEG-LINHA                     PIC X(453).

       working-storage section.
           01 ws-variaveis.
