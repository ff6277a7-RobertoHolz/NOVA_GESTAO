           05 VND-STATUS                    PIC X(01) VALUE "A".
               88 VND-STATUS-ATIVO          VALUE "A".
               88 VND-STATUS-INATIVO        VALUE "I".
               88 VND-STATUS-PENDENTE       VALUE "P".
           05 VND-VERSAO                    PIC 9(09) VALUE 1.
           05 VND-OPERADOR                  PIC X(10) VALUE SPACES.
           05 VND-REGIAO                    PIC 9(03) VALUE ZEROS.
