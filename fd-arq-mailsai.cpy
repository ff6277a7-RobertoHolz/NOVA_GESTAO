       FD  ARQ-MAILSAI
           LABEL RECORD IS STANDARD.
       01  MSAI-REGISTRO.
           05 MSAI-TIPO-REG                 PIC X(01).
               88 MSAI-CABECALHO            VALUE "H".
               88 MSAI-CORPO                VALUE "L".
           05 MSAI-ID                       PIC 9(07).
           05 MSAI-EMAIL                    PIC X(60).
           05 MSAI-ASSUNTO                  PIC X(60).
           05 MSAI-ANEXO                    PIC X(22).
           05 MSAI-DATA                     PIC 9(08).
           05 MSAI-HORA                     PIC 9(06).
           05 MSAI-QTD-LINHAS               PIC 9(02).
           05 FILLER                        PIC X(14).
       01  MSAI-REGISTRO-CORPO REDEFINES MSAI-REGISTRO.
           05 MSAI-CRP-TIPO-REG             PIC X(01).
           05 MSAI-CRP-ID                   PIC 9(07).
           05 MSAI-CRP-SEQ-LINHA            PIC 9(02).
           05 MSAI-CRP-TEXTO                PIC X(70).
           05 FILLER                        PIC X(100).
