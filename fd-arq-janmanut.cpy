       FD  ARQ-JANMANUT
           LABEL RECORD IS STANDARD.
      *    JANELA DE MANUTENCAO (ARQ_JANMANUT, UNICO PARA TODAS AS
      *    EMPRESAS). DURANTE A JANELA O MENU MOSTRA A MENSAGEM E,
      *    CONFORME O TIPO, RECUSA O LOGIN (B) OU SO LIBERA AS
      *    CONSULTAS (C) AOS OPERADORES; SUPERVISORES NAO SOFREM
      *    RESTRICAO. O TIPO A SO DIVULGA A MENSAGEM.
       01  JAN-REGISTRO.
           05 JAN-CODIGO                    PIC 9(05).
           05 JAN-DATA-INI                  PIC 9(08).
           05 JAN-HORA-INI                  PIC 9(04).
           05 JAN-HORA-INI-R REDEFINES JAN-HORA-INI.
              10 JAN-HH-INI                 PIC 9(02).
              10 JAN-MM-INI                 PIC 9(02).
           05 JAN-DATA-FIM                  PIC 9(08).
           05 JAN-HORA-FIM                  PIC 9(04).
           05 JAN-HORA-FIM-R REDEFINES JAN-HORA-FIM.
              10 JAN-HH-FIM                 PIC 9(02).
              10 JAN-MM-FIM                 PIC 9(02).
           05 JAN-TIPO                      PIC X(01).
               88 JAN-TIPO-BLOQUEIO         VALUE "B".
               88 JAN-TIPO-CONSULTA         VALUE "C".
               88 JAN-TIPO-AVISO            VALUE "A".
           05 JAN-MENSAGEM                  PIC X(60).
           05 JAN-OPERADOR                  PIC X(10).
           05 JAN-DATA-CADASTRO             PIC 9(08).
