       FD  ARQ-DESTMAIL
           LABEL RECORD IS STANDARD.
       01  DML-REGISTRO.
           05 DML-CHAVE.
              10 DML-TIPO                   PIC X(01).
                  88 DML-TIPO-VENDEDOR      VALUE "V".
                  88 DML-TIPO-SUPERVISOR    VALUE "S".
                  88 DML-TIPO-OPERADOR      VALUE "O".
              10 DML-EMPRESA                PIC X(02).
              10 DML-CODIGO                 PIC X(10).
           05 DML-NOME                      PIC X(40).
           05 DML-EMAIL                     PIC X(60).
           05 DML-ATIVO                     PIC X(01).
               88 DML-ATIVO-SIM             VALUE "S".
               88 DML-ATIVO-NAO             VALUE "N".
