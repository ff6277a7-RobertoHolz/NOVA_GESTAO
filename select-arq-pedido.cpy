           SELECT ARQ-PEDIDO
               ASSIGN TO WID-ARQ-PEDIDO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WS-RST-ACESS-PEDIDO.
