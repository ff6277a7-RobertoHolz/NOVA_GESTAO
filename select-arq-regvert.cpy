           SELECT ARQ-REGVERT
               ASSIGN TO WID-ARQ-REGVERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VERT-CHAVE
               FILE STATUS IS WS-RST-ACESS-REGVERT.
