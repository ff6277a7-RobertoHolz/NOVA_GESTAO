           SELECT ARQ-MAILSAI
               ASSIGN TO WID-ARQ-MAILSAI
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-MAILSAI.
