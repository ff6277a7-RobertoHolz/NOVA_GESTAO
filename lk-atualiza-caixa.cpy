       01  WL-LINK-ATUALIZA-CAIXA.
      *    SINCRONIZA A CAIXA DE TRABALHO DA EMPRESA DA SESSAO COM AS
      *    FILAS DE ORIGEM. DEVOLVE A QUANTIDADE DE ITENS ABERTOS, OS
      *    INCLUIDOS E OS ENCERRADOS NESTA PASSADA. OK = "N" QUANDO A
      *    CAIXA NAO PODE SER ABERTA.
           05 WL-CXA-QTD-ABERTOS            PIC 9(05).
           05 WL-CXA-QTD-NOVOS              PIC 9(05).
           05 WL-CXA-QTD-ENCERRADOS         PIC 9(05).
           05 WL-CXA-OK                     PIC X(01).
              88 WL-CXA-SINCRONIZADA        VALUE "S".
