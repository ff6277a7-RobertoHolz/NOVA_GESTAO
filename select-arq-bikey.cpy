           SELECT ARQ-BIKEY
               ASSIGN TO WID-ARQ-BIKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIK-CHAVE
               FILE STATUS IS WS-RST-ACESS-BIKEY.
