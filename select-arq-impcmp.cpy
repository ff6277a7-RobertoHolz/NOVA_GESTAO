           SELECT ARQ-IMPCMP
               ASSIGN TO WID-ARQ-IMPCMP
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-IMPCMP.
