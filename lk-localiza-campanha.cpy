       01  WL-LINK-LOCALIZA-CAMPANHA.
      *    L = LOCALIZA AS CAMPANHAS VIGENTES EM WL-LCP-DATA DAS QUAIS
      *        O CLIENTE E ALVO; DEVOLVE A PRIMEIRA (CODIGO, DESCRICAO
      *        E FIM) E A QUANTIDADE EM WL-LCP-QTD-CAMPANHAS;
      *    C = CREDITA A VISITA (DATA E RESULTADO) EM TODAS AS
      *        CAMPANHAS VIGENTES NA DATA DAS QUAIS O CLIENTE E ALVO;
      *        WL-LCP-QTD-CAMPANHAS DEVOLVE QUANTAS FORAM CREDITADAS;
      *    R = FECHA OS ARQUIVOS E DESCARTA A TABELA DE CAMPANHAS
      *        (RELIDA NA PROXIMA CHAMADA). CHAMAR AO FINAL DO USO.
           05 WL-LCP-FUNCAO                 PIC X(01).
           05 WL-LCP-CODCLI                 PIC 9(07).
           05 WL-LCP-DATA                   PIC 9(08).
           05 WL-LCP-RESULTADO-VISITA       PIC X(02).
           05 WL-LCP-CODCMP                 PIC 9(05).
           05 WL-LCP-DESCRICAO              PIC X(40).
           05 WL-LCP-DATA-FIM               PIC 9(08).
           05 WL-LCP-QTD-CAMPANHAS          PIC 9(03).
           05 WL-LCP-ACHOU                  PIC X(01).
              88 WL-LCP-E-ALVO              VALUE "S".
              88 WL-LCP-NAO-E-ALVO          VALUE "N".
