           SELECT ARQ-TAXACOM
               ASSIGN TO WID-ARQ-TAXACOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXC-CHAVE
               FILE STATUS IS WS-RST-ACESS-TAXACOM.
