       FD  ARQ-FOLHACOM
           LABEL RECORD IS STANDARD.
       01  FOL-REGISTRO.
           05 FOL-TIPO                      PIC X(01).
               88 FOL-TIPO-CABECALHO        VALUE "H".
               88 FOL-TIPO-DETALHE          VALUE "D".
               88 FOL-TIPO-RODAPE           VALUE "T".
           05 FOL-ANOMES                    PIC 9(06).
           05 FOL-CODVND                    PIC 9(05).
           05 FOL-CPF                       PIC 9(11).
           05 FOL-NOME                      PIC X(40).
           05 FOL-EVENTO                    PIC X(04).
           05 FOL-BASE-CALCULO              PIC 9(11)V9(02).
           05 FOL-VALOR-COMISSAO            PIC 9(11)V9(02).
           05 FOL-QTDE-CLIENTES             PIC 9(05).
           05 FOL-DATA-GERACAO              PIC 9(08).
           05 FILLER                        PIC X(14).
