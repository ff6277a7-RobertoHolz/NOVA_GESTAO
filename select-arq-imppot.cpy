           SELECT ARQ-IMPPOT
               ASSIGN TO WID-ARQ-IMPPOT
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-IMPPOT.
