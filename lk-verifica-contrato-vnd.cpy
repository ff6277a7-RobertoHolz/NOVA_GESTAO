       01  WL-LINK-VERIFICA-CONTRATO.
           05 WL-VCV-CODVND                 PIC 9(05).
           05 WL-VCV-DATA                   PIC 9(08).
           05 WL-VCV-SITUACAO               PIC X(01).
           05 WL-VCV-VALIDADE               PIC 9(08).
