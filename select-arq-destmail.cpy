           SELECT ARQ-DESTMAIL
               ASSIGN TO WID-ARQ-DESTMAIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DML-CHAVE
               FILE STATUS IS WS-RST-ACESS-DESTMAIL.
