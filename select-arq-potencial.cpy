           SELECT ARQ-POTENCIAL
               ASSIGN TO WID-ARQ-POTENCIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POT-CHAVE
               FILE STATUS IS WS-RST-ACESS-POTENCIAL.
