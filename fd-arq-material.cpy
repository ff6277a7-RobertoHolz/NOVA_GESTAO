       FD  ARQ-MATERIAL
           LABEL RECORD IS STANDARD.
      *    CATALOGO DE MATERIAL PROMOCIONAL E AMOSTRAS ENTREGUES AOS
      *    VENDEDORES. O CUSTO UNITARIO VALORIZA AS ENTREGAS NO
      *    RELATORIO_MATERIAL. ITEM INATIVO NAO ACEITA MOVIMENTO.
       01  MAT-REGISTRO.
           05 MAT-CODIGO                    PIC 9(05).
           05 MAT-DESCRICAO                 PIC X(40).
           05 MAT-TIPO                      PIC X(01).
               88 MAT-TIPO-AMOSTRA          VALUE "A".
               88 MAT-TIPO-PROMOCIONAL      VALUE "P".
           05 MAT-UNIDADE                   PIC X(03).
           05 MAT-CUSTO-UNIT                PIC 9(07)V9(02).
           05 MAT-STATUS                    PIC X(01).
               88 MAT-STATUS-ATIVO          VALUE "A".
               88 MAT-STATUS-INATIVO        VALUE "I".
           05 MAT-OPERADOR                  PIC X(10).
           05 MAT-DATA                      PIC 9(08).
