       FD  ARQ-LGPD
           LABEL RECORD IS STANDARD.
       01  LGP-REGISTRO.
           05 LGP-NUMERO                    PIC 9(07).
           05 LGP-TIPO                      PIC X(01).
               88 LGP-TIPO-ACESSO           VALUE "A".
               88 LGP-TIPO-CORRECAO         VALUE "C".
               88 LGP-TIPO-EXCLUSAO         VALUE "E".
               88 LGP-TIPO-REVOGACAO        VALUE "R".
               88 LGP-TIPO-VALIDO           VALUE "A" "C" "E" "R".
           05 LGP-REQ-NOME                  PIC X(40).
           05 LGP-REQ-DOCUMENTO             PIC X(14).
           05 LGP-REQ-RETORNO               PIC X(40).
           05 LGP-CTT-CODCLI                PIC 9(07).
           05 LGP-CTT-SEQ                   PIC 9(03).
           05 LGP-PRO-CODIGO                PIC 9(07).
           05 LGP-DATA-RECEBIMENTO          PIC 9(08).
           05 LGP-DATA-PRAZO                PIC 9(08).
           05 LGP-STATUS                    PIC X(01).
               88 LGP-STATUS-ABERTA         VALUE "A".
               88 LGP-STATUS-ANDAMENTO      VALUE "P".
               88 LGP-STATUS-CONCLUIDA      VALUE "C".
               88 LGP-STATUS-INDEFERIDA     VALUE "N".
               88 LGP-STATUS-PENDENTE       VALUE "A" "P".
               88 LGP-STATUS-ENCERRADA      VALUE "C" "N".
           05 LGP-DATA-ENCERRAMENTO         PIC 9(08).
           05 LGP-NOTA                      PIC X(60).
           05 LGP-OPERADOR-ABERTURA         PIC X(10).
           05 LGP-OPERADOR                  PIC X(10).
           05 LGP-ULTIMO-NUMERO             PIC 9(07).
           05 FILLER                        PIC X(20).
