              05 WS-QTD-AVALIADAS     PIC 9(07) VALUE ZEROS.
              05 WS-QTD-SUSPEITAS     PIC 9(07) VALUE ZEROS.
              05 WS-DISTANCIA-CALC    PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO         PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR   PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA      PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.

           01 WS-LINHAS-GPS.
              05 WS-LINHA-GPS-CAB-1.
       021-avaliar-visita-exit.
           EXIT.

      *    DISTANCIA EM LINHA RETA (SEM CORRECAO RODOVIARIA: O DESVIO
      *    DO GPS E MEDIDO NO TERRENO) PELA ROTINA COMUM
      *    CALCULA_DISTANCIA, ENTRE A POSICAO GPS DA VISITA E AS
      *    COORDENADAS DO CLIENTE.
       0211-calcular-desvio section.
           MOVE CLI-LATITUDE     TO WS-CDI-LAT-ORIGEM.
           MOVE CLI-LONGITUDE    TO WS-CDI-LON-ORIGEM.
           MOVE VISITA-LATITUDE  TO WS-CDI-LAT-DESTINO.
           MOVE VISITA-LONGITUDE TO WS-CDI-LON-DESTINO.
           MOVE CLI-REGIAO       TO WS-CDI-REGIAO.
           MOVE "N"              TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       0211-calcular-desvio-exit.
           EXIT.
