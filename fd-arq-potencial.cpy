       FD  ARQ-POTENCIAL
           LABEL RECORD IS STANDARD.
      *    POTENCIAL DE MERCADO POR LOCALIDADE (PREFIXO DE CEP) E
      *    SEGMENTO, DO ARQUIVO ANUAL DE ESTATISTICAS COMPRADO. A
      *    POPULACAO E A DA LOCALIDADE E SE REPETE EM CADA SEGMENTO.
       01  POT-REGISTRO.
           05 POT-CHAVE.
              10 POT-CEP-PREFIXO            PIC 9(05).
              10 POT-SEGMENTO               PIC X(04).
           05 POT-LOCALIDADE                PIC X(30).
           05 POT-UF                        PIC X(02).
           05 POT-POPULACAO                 PIC 9(09).
           05 POT-QTD-ESTABELEC             PIC 9(07).
           05 POT-ANO-BASE                  PIC 9(04).
           05 POT-DATA-CARGA                PIC 9(08).
