           SELECT ARQ-MATMOV
               ASSIGN TO WID-ARQ-MATMOV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MMV-CHAVE
               FILE STATUS IS WS-RST-ACESS-MATMOV.
