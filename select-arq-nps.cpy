           SELECT ARQ-NPS
               ASSIGN TO WID-ARQ-NPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPS-CHAVE
               FILE STATUS IS WS-RST-ACESS-NPS.
