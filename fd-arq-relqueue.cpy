           05 RELQ-PARAMETROS               PIC X(150).
           05 RELQ-ARQUIVO-GERADO           PIC X(22).
           05 RELQ-EMPRESA                  PIC X(02).
           05 RELQ-EXPLODIR                 PIC X(01).
               88 RELQ-EXPLODIR-SIM         VALUE "S" "E".
               88 RELQ-EXPLODIR-EMAIL       VALUE "E".
