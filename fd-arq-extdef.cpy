       FD  ARQ-EXTDEF
           LABEL RECORD IS STANDARD.
       01  EXD-REGISTRO.
           05 EXD-NOME                      PIC X(20).
           05 EXD-DESCRICAO                 PIC X(40).
      *    CODIGOS DOS CAMPOS DE SAIDA, NA ORDEM DAS COLUNAS DO CSV
      *    (ZERO = POSICAO NAO USADA). O CATALOGO DOS CODIGOS ESTA
      *    NO GERAR_EXTRATO.
           05 EXD-CAMPO                     PIC 9(02) OCCURS 12 TIMES.
      *    CONDICOES DE FILTRO, TODAS COMBINADAS POR "E":
      *    I = IGUAL A VALOR-1, F = FAIXA DE VALOR-1 A VALOR-2 (EM
      *    BRANCO = SEM LIMITE), C = CONTEM VALOR-1.
           05 EXD-FILTRO OCCURS 5 TIMES.
              10 EXD-FIL-CAMPO              PIC 9(02).
              10 EXD-FIL-OPERADOR           PIC X(01).
                  88 EXD-FIL-IGUAL          VALUE "I".
                  88 EXD-FIL-FAIXA          VALUE "F".
                  88 EXD-FIL-CONTEM         VALUE "C".
              10 EXD-FIL-VALOR-1            PIC X(20).
              10 EXD-FIL-VALOR-2            PIC X(20).
           05 EXD-ORDEM-CAMPO               PIC 9(02).
           05 EXD-ORDEM-SENTIDO             PIC X(01).
               88 EXD-ORDEM-ASCENDENTE      VALUE "A".
               88 EXD-ORDEM-DESCENDENTE     VALUE "D".
           05 EXD-OPERADOR                  PIC X(10).
           05 EXD-DATA-ALTERACAO            PIC 9(08).
           05 FILLER                        PIC X(20).
