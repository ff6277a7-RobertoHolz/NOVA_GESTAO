           SELECT ARQ-CAPHIST
               ASSIGN TO WID-ARQ-CAPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-CAPHIST.
