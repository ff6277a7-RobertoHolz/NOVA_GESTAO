       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD.
       01  PED-REGISTRO.
           05 PED-CHAVE.
              10 PED-CODCLI                 PIC 9(07).
              10 PED-DATA                   PIC 9(08).
              10 PED-SEQ                    PIC 9(03).
           05 PED-CODVND                    PIC 9(05).
           05 PED-NUMERO                    PIC X(15).
           05 PED-VALOR                     PIC 9(11)V9(02).
           05 PED-DATA-ENTREGA              PIC 9(08).
           05 PED-ENDR-SEQ                  PIC 9(03).
           05 PED-VISITA-HORA               PIC 9(06).
           05 PED-ORIGEM                    PIC X(01).
               88 PED-ORIGEM-TELA           VALUE "T".
               88 PED-ORIGEM-LOTE           VALUE "L".
           05 PED-SITUACAO                  PIC X(01).
               88 PED-PENDENTE              VALUE "P".
               88 PED-EXPORTADO             VALUE "E".
           05 PED-DATA-EXPORTACAO           PIC 9(08).
           05 PED-OPERADOR                  PIC X(10).
           05 FILLER                        PIC X(20).
