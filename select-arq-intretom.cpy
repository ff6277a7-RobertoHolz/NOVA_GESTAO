           SELECT ARQ-INTRETOM
               ASSIGN TO WID-ARQ-INTRETOM
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-INTRETOM.
