           SELECT ARQ-BALANCO
               ASSIGN TO WID-ARQ-BALANCO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-BALANCO.
