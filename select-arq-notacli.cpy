           SELECT ARQ-NOTACLI
               ASSIGN TO WID-ARQ-NOTACLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTA-CHAVE
               FILE STATUS IS WS-RST-ACESS-NOTACLI.
