       01  OPR-REGISTRO.
           05 OPR-ID                        PIC X(10).
           05 OPR-NOME                      PIC X(30).
           05 OPR-SENHA-HASH                PIC 9(18).
           05 OPR-PERFIL                    PIC X(01).
               88 OPR-PERFIL-SUPERVISOR     VALUE "S".
               88 OPR-PERFIL-OPERADOR       VALUE "O".
           05 OPR-DATA-SENHA                PIC 9(08).
           05 OPR-TROCA-SENHA               PIC X(01).
               88 OPR-TROCA-OBRIGATORIA     VALUE "S".
           05 OPR-TENTATIVAS                PIC 9(02).
           05 OPR-BLOQUEADO                 PIC X(01).
               88 OPR-SITUACAO-BLOQUEADO    VALUE "S".
           05 OPR-DATA-BLOQUEIO             PIC 9(08).
