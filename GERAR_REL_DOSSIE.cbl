       01  VISSEG-LINHA                     PIC X(435).
       FD  ARQ-AUDSEG
           LABEL RECORD IS STANDARD.
       01  AUDSEG-LINHA                     PIC X(453).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
                 10 WS-DOS-CTT-NOME       PIC X(30)B.
                 10 WS-DOS-CTT-CARGO      PIC X(20)B.
                 10 WS-DOS-CTT-TELEFONE   PIC X(15).
                 10 FILLER                PIC X(05) VALUE " MKT:".
                 10 WS-DOS-CTT-CONSENT    PIC X(01).
              05 WS-LINHA-DOS-HST.
                 10 FILLER                PIC X(02) VALUE SPACES.
                 10 WS-DOS-HST-DATA       PIC 9(08)B.
               MOVE CONTATO-NOME     TO WS-DOS-CTT-NOME
               MOVE CONTATO-CARGO    TO WS-DOS-CTT-CARGO
               MOVE CONTATO-TELEFONE TO WS-DOS-CTT-TELEFONE
               IF CONTATO-CONSENTE THEN
                   MOVE "S" TO WS-DOS-CTT-CONSENT
               ELSE
                   MOVE "N" TO WS-DOS-CTT-CONSENT
               END-IF
               MOVE WS-LINHA-DOS-CTT TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               READ ARQ-CONTATO NEXT RECORD
