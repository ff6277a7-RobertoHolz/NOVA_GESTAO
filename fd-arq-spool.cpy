           05 SPOOL-NMARQUIVO               PIC X(22).
           05 SPOOL-QTD-LINHAS              PIC 9(07).
           05 SPOOL-PARAMETROS              PIC X(150).
           05 SPOOL-DEST-TIPO               PIC X(01).
               88 SPOOL-DEST-VENDEDOR       VALUE "V".
               88 SPOOL-DEST-SUPERVISOR     VALUE "S".
           05 SPOOL-DEST-CODIGO             PIC X(10).
           05 SPOOL-ORIGEM-ID               PIC 9(07).
