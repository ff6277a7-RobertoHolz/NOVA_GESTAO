           SELECT ARQ-MATSALDO
               ASSIGN TO WID-ARQ-MATSALDO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSL-CHAVE
               FILE STATUS IS WS-RST-ACESS-MATSALDO.
