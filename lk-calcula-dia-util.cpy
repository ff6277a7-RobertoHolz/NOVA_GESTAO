       01  WL-LINK-CALCULA-DIA-UTIL.
           05 WL-CDU-DATA-BASE              PIC 9(08).
           05 WL-CDU-QTDE-DIAS              PIC 9(03).
           05 WL-CDU-DATA-RESULTADO         PIC 9(08).
