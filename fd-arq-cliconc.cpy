       FD  ARQ-CLICONC
           LABEL RECORD IS STANDARD.
      *    PRESENCA DE CONCORRENTE NO CLIENTE, POR LINHA DE PRODUTO,
      *    ANOTADA PELO VENDEDOR NA VISITA (REGISTRO_VISITA). A DATA
      *    DA PRIMEIRA OBSERVACAO NAO MUDA; A ULTIMA OBSERVACAO TRAZ
      *    A PARTICIPACAO ESTIMADA MAIS RECENTE E QUEM A VIU.
      *    PARTICIPACAO ZERO = CONCORRENTE NAO ESTA MAIS NO CLIENTE.
       01  CCO-REGISTRO.
           05 CCO-CHAVE.
              10 CCO-CODCLI                 PIC 9(07).
              10 CCO-CODCONC                PIC 9(03).
              10 CCO-LINHA                  PIC X(10).
           05 CCO-PARTICIPACAO              PIC 9(03).
               88 CCO-AUSENTE               VALUE 0.
           05 CCO-DATA-PRIMEIRA             PIC 9(08).
           05 CCO-DATA-ULTIMA               PIC 9(08).
           05 CCO-CODVND                    PIC 9(05).
           05 CCO-OPERADOR                  PIC X(10).
           05 FILLER                        PIC X(20).
