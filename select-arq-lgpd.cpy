           SELECT ARQ-LGPD
               ASSIGN TO WID-ARQ-LGPD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGP-NUMERO
               FILE STATUS IS WS-RST-ACESS-LGPD.
