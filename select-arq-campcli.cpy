           SELECT ARQ-CAMPCLI
               ASSIGN TO WID-ARQ-CAMPCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPC-CHAVE
               FILE STATUS IS WS-RST-ACESS-CAMPCLI.
