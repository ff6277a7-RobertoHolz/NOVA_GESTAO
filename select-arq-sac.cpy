           SELECT ARQ-SAC
               ASSIGN TO WID-ARQ-SAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-NUMERO
               ALTERNATE RECORD KEY IS SAC-CODCLI
                   WITH DUPLICATES
               FILE STATUS IS WS-RST-ACESS-SAC.
