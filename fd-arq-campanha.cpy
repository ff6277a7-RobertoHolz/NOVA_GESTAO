       FD  ARQ-CAMPANHA
           LABEL RECORD IS STANDARD.
      *    CAMPANHA COMERCIAL. OS CRITERIOS SAO OS FILTROS USADOS NA
      *    GERACAO DOS ALVOS (ZEROS/BRANCOS = SEM FILTRO); A FAIXA DE
      *    FATURAMENTO E SOBRE A MEDIA MENSAL DOS 12 MESES ANTERIORES
      *    AO INICIO DA CAMPANHA (ARQ_FATURA).
       01  CMP-REGISTRO.
           05 CMP-CODIGO                    PIC 9(05).
           05 CMP-DESCRICAO                 PIC X(40).
           05 CMP-DATA-INI                  PIC 9(08).
           05 CMP-DATA-FIM                  PIC 9(08).
           05 CMP-CRITERIOS.
              10 CMP-REGIAO                 PIC 9(03).
              10 CMP-LOCALIDADE             PIC X(30).
              10 CMP-CLASSE                 PIC X(01).
              10 CMP-SEGMENTO               PIC X(04).
              10 CMP-FAT-MIN                PIC 9(11)V9(02).
              10 CMP-FAT-MAX                PIC 9(11)V9(02).
           05 CMP-OPERADOR                  PIC X(10).
           05 CMP-DATA                      PIC 9(08).
