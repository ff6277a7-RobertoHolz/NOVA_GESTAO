       FD  ARQ-SAC
           LABEL RECORD IS STANDARD.
       01  SAC-REGISTRO.
           05 SAC-NUMERO                    PIC 9(07).
           05 SAC-CODCLI                    PIC 9(07).
           05 SAC-CODVND                    PIC 9(05).
           05 SAC-CATEGORIA                 PIC X(02).
               88 SAC-CATEGORIA-ENTREGA     VALUE "EN".
               88 SAC-CATEGORIA-PRECO       VALUE "PR".
               88 SAC-CATEGORIA-VENDEDOR    VALUE "CV".
               88 SAC-CATEGORIA-OUTROS      VALUE "OU".
               88 SAC-CATEGORIA-VALIDA      VALUE "EN" "PR" "CV" "OU".
           05 SAC-SEVERIDADE                PIC X(01).
               88 SAC-SEVERIDADE-ALTA       VALUE "A".
               88 SAC-SEVERIDADE-MEDIA      VALUE "M".
               88 SAC-SEVERIDADE-BAIXA      VALUE "B".
               88 SAC-SEVERIDADE-VALIDA     VALUE "A" "M" "B".
           05 SAC-STATUS                    PIC X(01).
               88 SAC-STATUS-ABERTO         VALUE "O".
               88 SAC-STATUS-ANDAMENTO      VALUE "P".
               88 SAC-STATUS-FECHADO        VALUE "C".
               88 SAC-STATUS-PENDENTE       VALUE "O" "P".
           05 SAC-DATA-ABERTURA             PIC 9(08).
           05 SAC-HORA-ABERTURA             PIC 9(06).
           05 SAC-DATA-PRAZO                PIC 9(08).
           05 SAC-DATA-FECHAMENTO           PIC 9(08).
           05 SAC-DESCRICAO                 PIC X(60).
           05 SAC-RESOLUCAO                 PIC X(60).
           05 SAC-OPERADOR-ABERTURA         PIC X(10).
           05 SAC-OPERADOR                  PIC X(10).
           05 SAC-ULTIMO-NUMERO             PIC 9(07).
           05 FILLER                        PIC X(20).
