           05 BKPCLI-DATA-STATUS            PIC 9(08).
           05 BKPCLI-CEP                    PIC 9(08).
           05 BKPCLI-LOCALIDADE             PIC X(30).
           05 BKPCLI-SEGMENTO               PIC X(04).
