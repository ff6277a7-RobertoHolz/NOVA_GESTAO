           SELECT ARQ-EXTDEF
               ASSIGN TO WID-ARQ-EXTDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXD-NOME
               FILE STATUS IS WS-RST-ACESS-EXTDEF.
