           05 AUDIT-CHAVE                   PIC 9(07).
           05 AUDIT-IMAGEM-ANTES            PIC X(200).
           05 AUDIT-IMAGEM-DEPOIS           PIC X(200).
           05 AUDIT-SEQUENCIA               PIC 9(09).
           05 AUDIT-VERIFICADOR             PIC 9(09).
       01  AUDIT-REGISTRO-SELO.
           05 AUDIT-CONTEUDO-SELADO         PIC X(444).
           05 FILLER                        PIC X(09).
