      *    REGISTRO DAS RETOMADAS DA INTERFACE DE ENTRADA: UMA LINHA
      *    POR ARQUIVO RETOMADO PELO CHECKPOINT, PARA O DIGESTO.
       FD  ARQ-INTRETOM
           LABEL RECORD IS STANDARD.
       01  INTRET-REGISTRO.
           05 INTRET-DATA                   PIC 9(08).
           05 INTRET-HORA                   PIC 9(06).
           05 INTRET-NOME                   PIC X(40).
           05 INTRET-TIPO                   PIC X(03).
           05 INTRET-LINHA                  PIC 9(07).
           05 INTRET-QTD-IMPORTADOS         PIC 9(07).
           05 INTRET-QTD-REJEITADOS         PIC 9(07).
