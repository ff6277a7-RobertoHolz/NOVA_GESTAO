       FD  ARQ-MATMOV
           LABEL RECORD IS STANDARD.
      *    RAZAO (LEDGER) DO ESTOQUE DE MATERIAL EM PODER DE CADA
      *    VENDEDOR. TODO MOVIMENTO E GRAVADO PELO GRAVA_MOVMAT, QUE
      *    ATUALIZA O SALDO (ARQ_MATSALDO) NA MESMA CHAMADA:
      *      E - REMESSA AO VENDEDOR (SOMA NO SALDO);
      *      S - ENTREGA A CLIENTE NA VISITA (SUBTRAI; LEVA O CLIENTE);
      *      D - DEVOLUCAO DO VENDEDOR A EMPRESA (SUBTRAI);
      *      A - AJUSTE DE INVENTARIO (QUANTIDADE COM SINAL).
       01  MMV-REGISTRO.
           05 MMV-CHAVE.
              10 MMV-CODVND                 PIC 9(05).
              10 MMV-CODMAT                 PIC 9(05).
              10 MMV-DATA                   PIC 9(08).
              10 MMV-SEQ                    PIC 9(06).
           05 MMV-TIPO                      PIC X(01).
               88 MMV-TIPO-REMESSA          VALUE "E".
               88 MMV-TIPO-ENTREGA          VALUE "S".
               88 MMV-TIPO-DEVOLUCAO        VALUE "D".
               88 MMV-TIPO-AJUSTE           VALUE "A".
           05 MMV-QTDE                      PIC S9(07).
           05 MMV-CODCLI                    PIC 9(07).
           05 MMV-SALDO-APOS                PIC S9(07).
           05 MMV-OBSERVACAO                PIC X(30).
           05 MMV-OPERADOR                  PIC X(10).
           05 MMV-DATA-REGISTRO             PIC 9(08).
