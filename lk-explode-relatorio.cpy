       01  WL-LINK-EXPLODE-RELATORIO.
           05 WL-EXP-NMARQUIVO              PIC X(22).
           05 WL-EXP-TIPO                   PIC X(08).
           05 WL-EXP-OPERADOR               PIC X(10).
           05 WL-EXP-PARAMETROS             PIC X(150).
           05 WL-EXP-ORIGEM-ID              PIC 9(07).
           05 WL-EXP-NOTIFICAR              PIC X(01).
           05 WL-EXP-QTD-PECAS              PIC 9(05).
