           05 MORTO-DATA-ARQUIVAMENTO       PIC 9(08).
           05 MORTO-CEP                     PIC 9(08).
           05 MORTO-LOCALIDADE              PIC X(30).
           05 MORTO-SEGMENTO                PIC X(04).
           05 MORTO-MOTIVO-INATIV           PIC X(02).
