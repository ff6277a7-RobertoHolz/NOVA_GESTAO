           SELECT ARQ-MOTINAT
               ASSIGN TO WID-ARQ-MOTINAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTI-CODIGO
               FILE STATUS IS WS-RST-ACESS-MOTINAT.
