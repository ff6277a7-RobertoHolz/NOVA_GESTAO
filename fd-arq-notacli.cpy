       FD  ARQ-NOTACLI
           LABEL RECORD IS STANDARD.
      *    NOTAS DATADAS DO CLIENTE (OU DO PROSPECT, PELO CODIGO DA
      *    FAIXA 9000001+), EM ORDEM DE INCLUSAO PELA SEQUENCIA.
      *    VALIDADE ZERADA = NOTA SEM VENCIMENTO. NOTA FIXADA E AINDA
      *    NAO VENCIDA SAI NA EXPORTACAO DA CARTEIRA E NO ROTEIRO.
       01  NOTA-REGISTRO.
           05 NOTA-CHAVE.
              10 NOTA-CODCLI                PIC 9(07).
              10 NOTA-SEQ                   PIC 9(03).
           05 NOTA-DATA                     PIC 9(08).
           05 NOTA-AUTOR                    PIC X(10).
           05 NOTA-CATEGORIA                PIC X(01).
               88 NOTA-CAT-VALIDA           VALUE "A" "C" "F" "L" "G".
               88 NOTA-CAT-ATENDIMENTO      VALUE "A".
               88 NOTA-CAT-COMERCIAL        VALUE "C".
               88 NOTA-CAT-FINANCEIRO       VALUE "F".
               88 NOTA-CAT-LOGISTICA        VALUE "L".
               88 NOTA-CAT-GERAL            VALUE "G".
           05 NOTA-VALIDADE                 PIC 9(08).
           05 NOTA-FIXADA                   PIC X(01).
               88 NOTA-E-FIXADA             VALUE "S".
           05 NOTA-TEXTO.
              10 NOTA-LINHA OCCURS 4 TIMES  PIC X(60).
           05 NOTA-OPERADOR-ALT             PIC X(10).
           05 NOTA-DATA-ALTERACAO           PIC 9(08).
