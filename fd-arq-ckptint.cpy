      *    CHECKPOINT DA INTERFACE DE ENTRADA: O ARQUIVO DA CAIXA DE
      *    ENTRADA EM CURSO, A ULTIMA LINHA JA APLICADA E OS
      *    CONTADORES ATE ELA. NOME EM BRANCO = NADA EM CURSO.
       FD  ARQ-CKPTINT
           LABEL RECORD IS STANDARD.
       01  CKPTI-REGISTRO.
           05 CKPTI-NOME                    PIC X(40).
           05 CKPTI-TIPO                    PIC X(03).
           05 CKPTI-ULT-LINHA               PIC 9(07).
           05 CKPTI-QTD-IMPORTADOS          PIC 9(07).
           05 CKPTI-QTD-REJEITADOS          PIC 9(07).
           05 CKPTI-QTD-RETOMADAS           PIC 9(03).
           05 CKPTI-DATA                    PIC 9(08).
           05 CKPTI-HORA                    PIC 9(06).
           05 CKPTI-HASH-CLI                PIC 9(15).
           05 CKPTI-HASH-VALOR              PIC 9(15)V9(02).
