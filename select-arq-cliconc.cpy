           SELECT ARQ-CLICONC
               ASSIGN TO WID-ARQ-CLICONC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCO-CHAVE
               FILE STATUS IS WS-RST-ACESS-CLICONC.
