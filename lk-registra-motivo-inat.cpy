       01  WL-LINK-REGISTRA-MOTIVO.
           05 WL-MTV-FUNCAO                 PIC X(01).
           05 WL-MTV-CODCLI                 PIC 9(07).
           05 WL-MTV-MOTIVO                 PIC X(02).
           05 WL-MTV-DATA                   PIC 9(08).
           05 WL-MTV-OPERADOR               PIC X(10).
           05 WL-MTV-ORIGEM                 PIC X(01).
           05 WL-MTV-DESCRICAO              PIC X(30).
           05 WL-MTV-PERDA                  PIC X(01).
           05 WL-MTV-OK                     PIC X(01).
