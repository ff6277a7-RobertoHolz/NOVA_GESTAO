       FD  ARQ-DISTPART
           LABEL RECORD IS STANDARD.
      *    PLANO DA DISTRIBUICAO PARTICIONADA (ARQ_DISTPART, POR
      *    EMPRESA): UMA LINHA POR PARTICAO, COM A FATIA DE CLIENTES
      *    QUE ELA PROCESSA (REGIAO, FAIXA DE CODIGOS OU AS REGIOES
      *    SEM PARTICAO PROPRIA), A SITUACAO E OS TOTAIS QUE A
      *    CONSOLIDACAO SOMA. CADA PARTICAO SO REGRAVA A SUA LINHA.
       01  DPT-REGISTRO.
           05 DPT-PARTICAO                  PIC 9(03).
           05 DPT-TIPO                      PIC X(01).
               88 DPT-TIPO-REGIAO           VALUE "R".
               88 DPT-TIPO-FAIXA            VALUE "F".
               88 DPT-TIPO-OUTRAS           VALUE "O".
           05 DPT-REGIAO                    PIC 9(03).
           05 DPT-COD-INICIAL               PIC 9(07).
           05 DPT-COD-FINAL                 PIC 9(07).
           05 DPT-SITUACAO                  PIC X(01).
               88 DPT-SIT-PENDENTE          VALUE "P".
               88 DPT-SIT-EXECUTANDO        VALUE "E".
               88 DPT-SIT-CONCLUIDA         VALUE "C".
               88 DPT-SIT-FALHOU            VALUE "F".
               88 DPT-SIT-APENSADA          VALUE "A".
               88 DPT-SIT-CONSOLIDADA       VALUE "M".
           05 DPT-DATA-PLANO                PIC 9(08).
           05 DPT-DATA-INI                  PIC 9(08).
           05 DPT-HORA-INI                  PIC 9(06).
           05 DPT-DATA-FIM                  PIC 9(08).
           05 DPT-HORA-FIM                  PIC 9(06).
           05 DPT-RC                        PIC 9(04).
           05 DPT-COBERTURA                 PIC X(01).
           05 DPT-ENT-QTD                   PIC 9(09).
           05 DPT-ENT-HASH                  PIC 9(15).
           05 DPT-QTD-REGRAVADOS            PIC 9(07).
           05 DPT-QTD-SEM-VND               PIC 9(07).
           05 DPT-QTD-DIST-LONGE            PIC 9(07).
           05 DPT-QTD-SEM-ESPEC             PIC 9(07).
           05 DPT-QTD-PROTEGIDOS            PIC 9(07).
           05 DPT-QTD-COORD-SUSP            PIC 9(07).
           05 DPT-QTD-HISTERESE             PIC 9(07).
