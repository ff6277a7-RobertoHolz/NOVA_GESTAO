           SELECT ARQ-CENARIO
               ASSIGN TO WID-ARQ-CENARIO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-CENARIO.
