           SELECT ARQ-APROV
               ASSIGN TO WID-ARQ-APROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APV-ID
               FILE STATUS IS WS-RST-ACESS-APROV.
