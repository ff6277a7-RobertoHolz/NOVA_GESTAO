              05 WS-CEL-LON           PIC S9(03) VALUE ZEROS.
              05 WS-PONTO-LAT         PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-PONTO-LON         PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-PONTO-REGIAO      PIC 9(03) VALUE ZEROS.
              05 WS-DISTANCIA-MENOR   PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-DISTANCIA-CALC    PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-RANK-CEL          PIC 9(05) VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM   PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM   PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO  PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO  PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO       PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA    PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.

      *    CELULAS OCUPADAS DA GRADE (1 GRAU X 1 GRAU), ACUMULADAS
      *    DINAMICAMENTE - O GLOBO INTEIRO NAO CABERIA EM TABELA.
           IF WS-TAB-VND-CODIGO(WS-IDX-VND) = CLI-CODVND THEN
               MOVE CLI-LATITUDE  TO WS-PONTO-LAT
               MOVE CLI-LONGITUDE TO WS-PONTO-LON
               MOVE CLI-REGIAO    TO WS-PONTO-REGIAO
               PERFORM 028-calcular-distancia
               MOVE WS-QTD-VENDEDORES TO WS-IDX-VND
           END-IF.
                   WS-CEL-TAB-LAT(WS-IDX-CEL) + 0.5.
           COMPUTE WS-PONTO-LON =
                   WS-CEL-TAB-LON(WS-IDX-CEL) + 0.5.
           MOVE 0 TO WS-PONTO-REGIAO.
           MOVE 0 TO WS-IDX-VND-PERTO.
           MOVE 99999999.999 TO WS-DISTANCIA-MENOR.
           MOVE 1 TO WS-IDX-VND.
       0241-linha-celula-exit.
           EXIT.

      *    DISTANCIA RODOVIARIA (ROTINA COMUM CALCULA_DISTANCIA, A
      *    MESMA DO CALC_DISTRIBUICAO) ENTRE O PONTO EM WS-PONTO-LAT/
      *    LON E O VENDEDOR DA TABELA NO INDICE WS-IDX-VND. O CENTRO
      *    DE CELULA NAO TEM REGIAO DE CADASTRO: VALE O POLIGONO QUE
      *    O CONTEM, SE HOUVER.
       028-calcular-distancia section.
           MOVE WS-PONTO-LAT    TO WS-CDI-LAT-ORIGEM.
           MOVE WS-PONTO-LON    TO WS-CDI-LON-ORIGEM.
           MOVE WS-TAB-VND-LATITUDE(WS-IDX-VND)
                                TO WS-CDI-LAT-DESTINO.
           MOVE WS-TAB-VND-LONGITUDE(WS-IDX-VND)
                                TO WS-CDI-LON-DESTINO.
           MOVE WS-PONTO-REGIAO TO WS-CDI-REGIAO.
           MOVE "S"             TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       028-calcular-distancia-exit.
           EXIT.
