           SELECT ARQ-MAILLOG
               ASSIGN TO WID-ARQ-MAILLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MLG-ID
               FILE STATUS IS WS-RST-ACESS-MAILLOG.
