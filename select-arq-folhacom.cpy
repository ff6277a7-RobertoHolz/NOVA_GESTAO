           SELECT ARQ-FOLHACOM
               ASSIGN TO WID-ARQ-FOLHACOM
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-FOLHACOM.
