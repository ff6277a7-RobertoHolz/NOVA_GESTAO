           MOVE BKPCLI-DATA-STATUS   TO CLI-DATA-STATUS.
           MOVE BKPCLI-CEP           TO CLI-CEP.
           MOVE BKPCLI-LOCALIDADE    TO CLI-LOCALIDADE.
           MOVE BKPCLI-SEGMENTO      TO CLI-SEGMENTO.
           WRITE CLI-REGISTRO.
           IF WS-RESULTADO-ACESSO = 0 THEN
               ADD 1 TO WS-QTD-REST-CLI
