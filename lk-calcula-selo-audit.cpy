       01  WL-LINK-CALCULA-SELO-AUDIT.
           05 WL-CSA-SELO-ANTERIOR          PIC 9(09).
           05 WL-CSA-CONTEUDO               PIC X(444).
           05 WL-CSA-SELO                   PIC 9(09).
