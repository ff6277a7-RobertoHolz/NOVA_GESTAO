       FD  ARQ-HORCLI
           LABEL RECORD IS STANDARD.
      *    HORARIO DE FUNCIONAMENTO DO CLIENTE POR DIA DA SEMANA
      *    (1=SEGUNDA ... 7=DOMINGO), EM ATE DUAS JANELAS POR DIA
      *    (HHMM; A SEGUNDA E PARA QUEM FECHA NO ALMOCO). JANELA
      *    ZERADA NAO EXISTE; DIA COM AS DUAS ZERADAS E DIA FECHADO.
      *    CLIENTE SEM REGISTRO ATENDE EM QUALQUER HORA DO EXPEDIENTE.
       01  HCL-REGISTRO.
           05 HCL-CODCLI                    PIC 9(07).
           05 HCL-SEMANA.
              10 HCL-DIA OCCURS 7 TIMES.
                 15 HCL-ABRE-1              PIC 9(04).
                 15 HCL-FECHA-1             PIC 9(04).
                 15 HCL-ABRE-2              PIC 9(04).
                 15 HCL-FECHA-2             PIC 9(04).
           05 HCL-OPERADOR                  PIC X(10).
           05 HCL-DATA-ALTERACAO            PIC 9(08).
