       01  WL-LINK-ENVIA-NOTIFICACAO.
           05 WL-NOT-ORIGEM                 PIC X(08).
           05 WL-NOT-DEST-TIPO              PIC X(01).
           05 WL-NOT-DEST-CODIGO            PIC X(10).
           05 WL-NOT-EMPRESA                PIC X(02).
           05 WL-NOT-ASSUNTO                PIC X(60).
           05 WL-NOT-ANEXO                  PIC X(22).
           05 WL-NOT-QTD-LINHAS             PIC 9(02).
           05 WL-NOT-LINHA                  PIC X(70) OCCURS 5 TIMES.
           05 WL-NOT-QTD-ENVIADAS           PIC 9(03).
