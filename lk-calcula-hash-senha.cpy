       01  WL-LINK-CALCULA-HASH-SENHA.
           05 WL-CHS-OPERADOR               PIC X(10).
           05 WL-CHS-SENHA                  PIC X(10).
           05 WL-CHS-HASH                   PIC 9(18).
