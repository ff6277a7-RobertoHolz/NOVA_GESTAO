       01  WL-LINK-GRAVAR-BALANCO.
           05 WL-BAL-PROGRAMA               PIC X(20).
           05 WL-BAL-ENT-TIPO               PIC X(01).
           05 WL-BAL-ENT-QTD                PIC 9(09).
           05 WL-BAL-ENT-HASH               PIC 9(15).
           05 WL-BAL-QTD-LIDOS              PIC 9(09).
           05 WL-BAL-QTD-GRAVADOS           PIC 9(09).
           05 WL-BAL-QTD-REJEITADOS         PIC 9(09).
           05 WL-BAL-CONF-INTERNA           PIC X(01).
           05 WL-BAL-HASH-CLI               PIC 9(15).
           05 WL-BAL-HASH-VALOR             PIC 9(15)V9(02).
           05 WL-BAL-SAI-QTD                PIC 9(09).
           05 WL-BAL-SAI-HASH               PIC 9(15).
