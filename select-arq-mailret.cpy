           SELECT ARQ-MAILRET
               ASSIGN TO WID-ARQ-MAILRET
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-MAILRET.
