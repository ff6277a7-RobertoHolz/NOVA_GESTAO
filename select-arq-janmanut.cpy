           SELECT ARQ-JANMANUT
               ASSIGN TO WID-ARQ-JANMANUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JAN-CODIGO
               FILE STATUS IS WS-RST-ACESS-JANMANUT.
