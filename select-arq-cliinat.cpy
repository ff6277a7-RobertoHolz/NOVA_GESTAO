           SELECT ARQ-CLIINAT
               ASSIGN TO WID-ARQ-CLIINAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIN-CODCLI
               FILE STATUS IS WS-RST-ACESS-CLIINAT.
