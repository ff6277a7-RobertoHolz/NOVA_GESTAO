           05 IMPCLI-RAZAOSOCIAL            PIC X(40).
           05 IMPCLI-LATITUDE               PIC S9(03)V9(08).
           05 IMPCLI-LONGITUDE              PIC S9(03)V9(08).
           05 IMPCLI-SEGMENTO               PIC X(04).
           05 FILLER                        PIC X(113).
       01  IMPCLI-LINHA-CSV REDEFINES IMPCLI-REGISTRO.
           05 IMPCLI-CSV-TEXTO              PIC X(200).
