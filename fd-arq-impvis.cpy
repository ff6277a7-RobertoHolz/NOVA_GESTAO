              SIGN IS LEADING SEPARATE CHARACTER.
           05 IMPVIS-LONGITUDE              PIC S9(03)V9(08)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 IMPVIS-PED-NUMERO             PIC X(15).
           05 IMPVIS-PED-VALOR              PIC 9(11)V9(02).
           05 IMPVIS-PED-DATA-ENTREGA       PIC 9(08).
           05 IMPVIS-PED-ENDR-SEQ           PIC 9(03).
      *    MATERIAL PROMOCIONAL / AMOSTRA ENTREGUE AO CLIENTE NA
      *    VISITA (UM ITEM POR LINHA; BRANCOS = SEM ENTREGA).
           05 IMPVIS-MAT-CODIGO             PIC 9(05).
           05 IMPVIS-MAT-QTDE               PIC 9(05).
           05 FILLER                        PIC X(65).
