       FD  ARQ-VNDSEG
           LABEL RECORD IS STANDARD.
      *    ESPECIALIZACAO DO VENDEDOR POR SEGMENTO DE ATIVIDADE
      *    (CLASSE CNAE, QUATRO PRIMEIROS DIGITOS). O SEGMENTO PODE
      *    SER INFORMADO SO PELO INICIO DO CODIGO ("21" = DIVISAO
      *    INTEIRA) E VALE PARA TODOS OS CLIENTES CUJO SEGMENTO
      *    COMECE POR ELE. SEGMENTO QUE APARECE NESTA TABELA PASSA A
      *    EXIGIR VENDEDOR ESPECIALIZADO NA DISTRIBUICAO.
       01  VSG-REGISTRO.
           05 VSG-CHAVE.
              10 VSG-CODVND                 PIC 9(05).
              10 VSG-SEGMENTO               PIC X(04).
           05 VSG-DATA-INCLUSAO             PIC 9(08).
           05 VSG-OPERADOR                  PIC X(10).
