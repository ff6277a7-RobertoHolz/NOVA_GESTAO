       FD  ARQ-MATSALDO
           LABEL RECORD IS STANDARD.
      *    SALDO CORRENTE DE CADA ITEM DE MATERIAL EM PODER DE CADA
      *    VENDEDOR, MANTIDO PELO GRAVA_MOVMAT A CADA MOVIMENTO DO
      *    ARQ_MATMOV.
       01  MSL-REGISTRO.
           05 MSL-CHAVE.
              10 MSL-CODVND                 PIC 9(05).
              10 MSL-CODMAT                 PIC 9(05).
           05 MSL-SALDO                     PIC S9(07).
           05 MSL-DATA-ULT-MOV              PIC 9(08).
