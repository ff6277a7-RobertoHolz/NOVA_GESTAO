       FD  ARQ-MAILLOG
           LABEL RECORD IS STANDARD.
       01  MLG-REGISTRO.
           05 MLG-ID                        PIC 9(07).
           05 MLG-ORIGEM                    PIC X(08).
           05 MLG-EMPRESA                   PIC X(02).
           05 MLG-DEST-TIPO                 PIC X(01).
           05 MLG-DEST-CODIGO               PIC X(10).
           05 MLG-EMAIL                     PIC X(60).
           05 MLG-ASSUNTO                   PIC X(60).
           05 MLG-ANEXO                     PIC X(22).
           05 MLG-DATA                      PIC 9(08).
           05 MLG-HORA                      PIC 9(06).
           05 MLG-SITUACAO                  PIC X(01).
               88 MLG-AGUARDANDO            VALUE "E".
               88 MLG-ENTREGUE              VALUE "C".
               88 MLG-DEVOLVIDA             VALUE "D".
               88 MLG-SEM-ENDERECO          VALUE "S".
           05 MLG-DATA-RETORNO              PIC 9(08).
           05 MLG-MOTIVO                    PIC X(40).
