           SELECT ARQ-AGENDTRF
               ASSIGN TO WID-ARQ-AGENDTRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGT-ID
               FILE STATUS IS WS-RST-ACESS-AGENDTRF.
