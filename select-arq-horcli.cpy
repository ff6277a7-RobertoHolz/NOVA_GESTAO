           SELECT ARQ-HORCLI
               ASSIGN TO WID-ARQ-HORCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCL-CODCLI
               FILE STATUS IS WS-RST-ACESS-HORCLI.
