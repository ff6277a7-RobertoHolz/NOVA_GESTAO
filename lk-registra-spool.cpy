           05 WL-SPL-NMARQUIVO              PIC X(22).
           05 WL-SPL-ID                     PIC 9(07).
           05 WL-SPL-PARAMETROS             PIC X(150).
           05 WL-SPL-DEST-TIPO              PIC X(01).
           05 WL-SPL-DEST-CODIGO            PIC X(10).
           05 WL-SPL-ORIGEM-ID              PIC 9(07).
