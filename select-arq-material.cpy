           SELECT ARQ-MATERIAL
               ASSIGN TO WID-ARQ-MATERIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CODIGO
               FILE STATUS IS WS-RST-ACESS-MATERIAL.
