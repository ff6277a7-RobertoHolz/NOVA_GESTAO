           SELECT ARQ-VNDPROX
               ASSIGN TO WID-ARQ-VNDPROX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRX-CODCLI
               FILE STATUS IS WS-RST-ACESS-VNDPROX.
