       FD  ARQ-CONCORR
           LABEL RECORD IS STANDARD.
      *    TABELA DE CONCORRENTES OBSERVADOS PELO CAMPO NOS CLIENTES.
      *    CONCORRENTE INATIVO NAO E MAIS ACEITO NAS VISITAS, MAS AS
      *    OBSERVACOES JA GRAVADAS CONTINUAM APONTANDO PARA ELE.
       01  CONC-REGISTRO.
           05 CONC-CODIGO                   PIC 9(03).
           05 CONC-NOME                     PIC X(30).
           05 CONC-STATUS                   PIC X(01).
               88 CONC-STATUS-ATIVO         VALUE "A".
               88 CONC-STATUS-INATIVO       VALUE "I".
           05 CONC-OPERADOR                 PIC X(10).
           05 CONC-DATA                     PIC 9(08).
           05 FILLER                        PIC X(20).
