           SELECT ARQ-CONCORR
               ASSIGN TO WID-ARQ-CONCORR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONC-CODIGO
               FILE STATUS IS WS-RST-ACESS-CONCORR.
