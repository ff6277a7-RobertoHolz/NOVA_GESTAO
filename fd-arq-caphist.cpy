       FD  ARQ-CAPHIST
           LABEL RECORD IS STANDARD.
      *    FOTOGRAFIA DIARIA DE CAPACIDADE: UM REGISTRO POR ARQUIVO
      *    (TIPO A - QUANTIDADE DE REGISTROS E TAMANHO FISICO) E POR
      *    CONTADOR DE CODIGO (TIPO C - MAIOR VALOR UTILIZADO E TETO).
       01  CAP-REGISTRO.
           05 CAP-DATA                      PIC 9(08).
           05 CAP-TIPO                      PIC X(01).
               88 CAP-TIPO-ARQUIVO          VALUE "A".
               88 CAP-TIPO-CONTADOR         VALUE "C".
           05 CAP-NOME                      PIC X(15).
           05 CAP-QTDE                      PIC 9(09).
           05 CAP-TAMANHO                   PIC 9(12).
           05 CAP-TETO                      PIC 9(09).
           05 FILLER                        PIC X(10).
