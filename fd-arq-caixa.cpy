       FD  ARQ-CAIXA
           LABEL RECORD IS STANDARD.
      *    CAIXA DE TRABALHO DO OPERADOR. UM ITEM POR PENDENCIA DAS
      *    FILAS DE ORIGEM (REJEITOS, QUALIDADE, TRANSFERENCIAS,
      *    ALERTAS E RETORNOS DE PROSPECT), MANTIDO PELO ATUALIZA_CAIXA.
      *    RESPONSAVEL EM BRANCO = ITEM LIVRE. A DATA DE ORIGEM E A
      *    ATRIBUICAO SE MANTEM ENTRE AS SINCRONIZACOES; O ITEM QUE
      *    SAI DA FILA DE ORIGEM E ENCERRADO.
       01  CXA-REGISTRO.
           05 CXA-CHAVE.
              10 CXA-TIPO                   PIC X(01).
                 88 CXA-TIPO-REJEITO        VALUE "R".
                 88 CXA-TIPO-QUALIDADE      VALUE "Q".
                 88 CXA-TIPO-TRANSFERENCIA  VALUE "T".
                 88 CXA-TIPO-ALERTA         VALUE "A".
                 88 CXA-TIPO-PROSPECT       VALUE "P".
              10 CXA-REFERENCIA             PIC 9(07).
           05 CXA-DESCRICAO                 PIC X(40).
           05 CXA-DATA-ORIGEM               PIC 9(08).
           05 CXA-PRIORIDADE                PIC 9(01).
               88 CXA-PRIORIDADE-ALTA       VALUE 1.
               88 CXA-PRIORIDADE-MEDIA      VALUE 2.
               88 CXA-PRIORIDADE-BAIXA      VALUE 3.
           05 CXA-RESPONSAVEL               PIC X(10).
           05 CXA-DATA-ATRIBUICAO           PIC 9(08).
           05 CXA-ATRIBUIDO-POR             PIC X(10).
           05 CXA-SITUACAO                  PIC X(01).
               88 CXA-ABERTO                VALUE "A".
               88 CXA-ENCERRADO             VALUE "E".
           05 CXA-DATA-ENCERRAMENTO         PIC 9(08).
           05 CXA-CARIMBO-SINC              PIC 9(14).
