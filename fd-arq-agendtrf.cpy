       FD  ARQ-AGENDTRF
           LABEL RECORD IS STANDARD.
       01  AGT-REGISTRO.
           05 AGT-ID                        PIC 9(07).
           05 AGT-CODCLI-INI                PIC 9(07).
           05 AGT-CODCLI-FIM                PIC 9(07).
           05 AGT-CODVND-DESTINO            PIC 9(05).
           05 AGT-DATA-EFETIVA              PIC 9(08).
           05 AGT-MOTIVO                    PIC X(30).
           05 AGT-REQUISITANTE              PIC X(10).
           05 AGT-DATA-REGISTRO             PIC 9(08).
           05 AGT-PROTEGER                  PIC X(01).
               88 AGT-PROTEGER-SIM          VALUE "S".
           05 AGT-SITUACAO                  PIC X(01).
               88 AGT-PENDENTE              VALUE "P".
               88 AGT-APLICADA              VALUE "A".
               88 AGT-REJEITADA             VALUE "R".
               88 AGT-CANCELADA             VALUE "C".
           05 AGT-DATA-SITUACAO             PIC 9(08).
           05 AGT-OPERADOR-SITUACAO         PIC X(10).
           05 AGT-QTD-APLICADOS             PIC 9(05).
           05 AGT-NOTA                      PIC X(30).
           05 FILLER                        PIC X(20).
