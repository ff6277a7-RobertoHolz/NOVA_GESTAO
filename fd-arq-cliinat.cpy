       FD  ARQ-CLIINAT
           LABEL RECORD IS STANDARD.
       01  CIN-REGISTRO.
           05 CIN-CODCLI                    PIC 9(07).
           05 CIN-MOTIVO                    PIC X(02).
           05 CIN-DATA                      PIC 9(08).
           05 CIN-OPERADOR                  PIC X(10).
           05 CIN-ORIGEM                    PIC X(01).
               88 CIN-ORIGEM-TELA           VALUE "T".
               88 CIN-ORIGEM-FUSAO          VALUE "F".
               88 CIN-ORIGEM-TRANSFERENCIA  VALUE "E".
               88 CIN-ORIGEM-BUREAU         VALUE "B".
               88 CIN-ORIGEM-ARQUIVO-MORTO  VALUE "A".
