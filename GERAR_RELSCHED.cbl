               MOVE "D"    TO RELQ-SITUACAO
               MOVE SPACES TO RELQ-PARAMETROS
               MOVE ZEROS  TO RELQ-ARQUIVO-GERADO
               MOVE "N"    TO RELQ-EXPLODIR
               WRITE RELQ-REGISTRO
               MOVE 0 TO RELQ-DATA
           END-IF.
           MOVE RSC-PARAMETROS    TO RELQ-PARAMETROS.
           MOVE SPACES            TO RELQ-ARQUIVO-GERADO.
           MOVE RSC-EMPRESA       TO RELQ-EMPRESA.
           IF RSC-EXPLODIR = "S" OR RSC-EXPLODIR = "E" THEN
               MOVE RSC-EXPLODIR  TO RELQ-EXPLODIR
           ELSE
               MOVE "N"           TO RELQ-EXPLODIR
           END-IF.
           WRITE RELQ-REGISTRO.
           IF WS-RST-ACESS-RELQUEUE = 0 THEN
               ADD 1 TO WS-QTD-MATERIALIZADAS
