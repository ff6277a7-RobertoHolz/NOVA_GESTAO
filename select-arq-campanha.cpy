           SELECT ARQ-CAMPANHA
               ASSIGN TO WID-ARQ-CAMPANHA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODIGO
               FILE STATUS IS WS-RST-ACESS-CAMPANHA.
