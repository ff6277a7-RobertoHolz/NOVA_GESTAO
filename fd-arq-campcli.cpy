       FD  ARQ-CAMPCLI
           LABEL RECORD IS STANDARD.
      *    CLIENTES ALVO DE CADA CAMPANHA, COM A RESPOSTA (VISITAS
      *    CREDITADAS PELO REGISTRO_VISITA DURANTE A VIGENCIA).
       01  CPC-REGISTRO.
           05 CPC-CHAVE.
              10 CPC-CODCMP                 PIC 9(05).
              10 CPC-CODCLI                 PIC 9(07).
           05 CPC-ORIGEM                    PIC X(01).
               88 CPC-ORIGEM-FILTRO         VALUE "F".
               88 CPC-ORIGEM-LISTA          VALUE "L".
           05 CPC-DATA-INCLUSAO             PIC 9(08).
           05 CPC-QTD-VISITAS               PIC 9(05).
           05 CPC-DATA-ULT-VISITA           PIC 9(08).
           05 CPC-ULT-RESULTADO             PIC X(02).
           05 CPC-OPERADOR                  PIC X(10).
