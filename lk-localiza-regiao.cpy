       01  WL-LINK-LOCALIZA-REGIAO.
      *    T = TESTA SE O PONTO ESTA DENTRO DO POLIGONO DA REGIAO
      *        INFORMADA EM WL-LRG-REGIAO;
      *    L = LOCALIZA O POLIGONO QUE CONTEM O PONTO E DEVOLVE A
      *        REGIAO EM WL-LRG-REGIAO (ZERO SE NENHUM CONTEM);
      *    R = DESCARTA AS TABELAS EM MEMORIA (RELIDAS NA PROXIMA
      *        CHAMADA), APOS UMA CARGA DE VERTICES.
           05 WL-LRG-FUNCAO                 PIC X(01).
           05 WL-LRG-LATITUDE               PIC S9(03)V9(08).
           05 WL-LRG-LONGITUDE              PIC S9(03)V9(08).
           05 WL-LRG-REGIAO                 PIC 9(03).
      *    S = DENTRO / ACHOU; N = FORA / NAO ACHOU;
      *    X = A REGIAO NAO TEM POLIGONO (SO A CAIXA DO ARQ_REGIAO).
           05 WL-LRG-RESULTADO              PIC X(01).
              88 WL-LRG-DENTRO              VALUE "S".
              88 WL-LRG-FORA                VALUE "N".
              88 WL-LRG-SEM-POLIGONO        VALUE "X".
