           SELECT ARQ-IMPRH
               ASSIGN TO WID-ARQ-IMPRH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-IMPRH.
