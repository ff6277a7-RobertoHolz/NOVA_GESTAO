           ADD 1 TO WS-QTD-VND-LIDOS.

           IF  VND-STATUS NOT = "A"
           AND VND-STATUS NOT = "I"
           AND VND-STATUS NOT = "P" THEN
               MOVE "VENDEDOR COM STATUS INVALIDO" TO WS-VRF-DET-TEXTO
               PERFORM 02211-GRAVAR-CAMPO-INVALIDO-VND
           END-IF.
