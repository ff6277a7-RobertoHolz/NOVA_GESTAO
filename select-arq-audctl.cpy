           SELECT ARQ-AUDCTL
               ASSIGN TO WID-ARQ-AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDCTL-CHAVE
               FILE STATUS IS WS-RST-ACESS-AUDCTL.
