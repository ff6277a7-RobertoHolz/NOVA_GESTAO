      *    PERMITE EDITAR A IMAGEM E REAPRESENTA-LA PELAS MESMAS
      *    CRITICAS DA IMPORTACAO, OU DESCARTA-LA COM UMA NOTA -
      *    SEM NINGUEM EDITAR ARQUIVO .REJ NA MAO.
      *    OS EVENTOS DE RH (TIPO RH) SO PODEM SER DESCARTADOS.
       environment division.
       configuration section.
       input-output section.
                 ACCEPT CLI-DATA-STATUS FROM DATE YYYYMMDD
                 MOVE 0                 TO CLI-CEP
                 MOVE SPACES            TO CLI-LOCALIDADE
                 MOVE SPACES            TO CLI-SEGMENTO
                 WRITE CLI-REGISTRO
                 IF WS-RESULTADO-ACESSO = 0 THEN
                     MOVE "S" TO WS-REAPRESENTOU
                     END-IF
                 END-IF
             END-IF
      *    O EVENTO DE RH NAO E REAPLICADO DAQUI: A CORRECAO E FEITA
      *    NO SISTEMA DE PESSOAL, QUE REENVIA O EVENTO NO PROXIMO
      *    ARQUIVO. NA FILA ELE SO E CONSULTADO E DESCARTADO.
           WHEN "RH"
             MOVE "Evento de RH: corrigir e reenviar no RH" TO
                  WS-MSG-REJQ
           WHEN OTHER
             MOVE "Tipo de rejeito desconhecido" TO WS-MSG-REJQ
           END-EVALUATE.
