           SELECT ARQ-VNDSEG
               ASSIGN TO WID-ARQ-VNDSEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSG-CHAVE
               FILE STATUS IS WS-RST-ACESS-VNDSEG.
