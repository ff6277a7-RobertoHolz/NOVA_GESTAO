           05 CLI-DATA-STATUS               PIC 9(08) VALUE ZEROS.
           05 CLI-CEP                       PIC 9(08) VALUE ZEROS.
           05 CLI-LOCALIDADE                PIC X(30) VALUE SPACES.
           05 CLI-SEGMENTO                  PIC X(04) VALUE SPACES.
