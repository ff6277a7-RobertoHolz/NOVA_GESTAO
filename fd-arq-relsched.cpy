           05 RSC-EMPRESA                   PIC X(02).
           05 RSC-REQUISITANTE              PIC X(10).
           05 RSC-ULT-GERACAO               PIC 9(08).
           05 RSC-EXPLODIR                  PIC X(01).
