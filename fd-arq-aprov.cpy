       FD  ARQ-APROV
           LABEL RECORD IS STANDARD.
       01  APV-REGISTRO.
           05 APV-ID                        PIC 9(07).
           05 APV-TIPO                      PIC X(03).
               88 APV-TIPO-VENDEDOR         VALUE "VND".
               88 APV-TIPO-PARAMETRO        VALUE "PRM".
               88 APV-TIPO-OPERADOR         VALUE "OPR".
           05 APV-OPERACAO                  PIC X(01).
           05 APV-CHAVE                     PIC X(20).
           05 APV-RESUMO                    PIC X(36).
           05 APV-REQUISITANTE              PIC X(10).
           05 APV-DATA                      PIC 9(08).
           05 APV-HORA                      PIC 9(06).
           05 APV-SITUACAO                  PIC X(01).
               88 APV-PENDENTE              VALUE "P".
               88 APV-APROVADA              VALUE "A".
               88 APV-REJEITADA             VALUE "R".
               88 APV-EXPIRADA              VALUE "X".
           05 APV-DECISOR                   PIC X(10).
           05 APV-DATA-DECISAO              PIC 9(08).
           05 APV-NOTA-DECISAO              PIC X(30).
           05 APV-EMPRESA                   PIC X(02).
           05 APV-IMAGEM-ANTES              PIC X(200).
           05 APV-IMAGEM-DEPOIS             PIC X(200).
