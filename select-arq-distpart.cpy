           SELECT ARQ-DISTPART
               ASSIGN TO WID-ARQ-DISTPART
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-PARTICAO
               FILE STATUS IS WS-RST-ACESS-DISTPART.
