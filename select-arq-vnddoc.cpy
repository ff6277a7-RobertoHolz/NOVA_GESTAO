           SELECT ARQ-VNDDOC
               ASSIGN TO WID-ARQ-VNDDOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDC-CHAVE
               FILE STATUS IS WS-RST-ACESS-VNDDOC.
