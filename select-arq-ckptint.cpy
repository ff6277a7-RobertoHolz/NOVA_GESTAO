           SELECT ARQ-CKPTINT
               ASSIGN TO WID-ARQ-CKPTINT
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-CKPTINT.
