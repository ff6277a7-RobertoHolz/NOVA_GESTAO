       FD  ARQ-REGVERT
           LABEL RECORD IS STANDARD.
      *    VERTICES DO POLIGONO DE FRONTEIRA DE UMA REGIAO, NA ORDEM
      *    DO CONTORNO (VERT-SEQ). O POLIGONO E FECHADO IMPLICITAMENTE
      *    DO ULTIMO VERTICE DE VOLTA AO PRIMEIRO. REGIAO SEM
      *    VERTICES (OU COM MENOS DE TRES) CONTINUA DESCRITA SO PELA
      *    CAIXA DE LATITUDE/LONGITUDE DO ARQ_REGIAO.
       01  VERT-REGISTRO.
           05 VERT-CHAVE.
              10 VERT-REGIAO                PIC 9(03).
              10 VERT-SEQ                   PIC 9(04).
           05 VERT-LATITUDE                 PIC S9(03)V9(08).
           05 VERT-LONGITUDE                PIC S9(03)V9(08).
           05 FILLER                        PIC X(10).
