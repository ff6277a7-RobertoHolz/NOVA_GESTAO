           SELECT ARQ-CAIXA
               ASSIGN TO WID-ARQ-CAIXA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-CHAVE
               FILE STATUS IS WS-RST-ACESS-CAIXA.
