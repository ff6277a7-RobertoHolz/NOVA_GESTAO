       01  WL-LINK-CALCULA-DISTANCIA.
      *    ORIGEM: O PONTO DO CLIENTE (OU O PONTO CUJA REGIAO DEFINE A
      *    CORRECAO RODOVIARIA); DESTINO: VENDEDOR, BASE OU OUTRO PONTO.
           05 WL-CDI-LAT-ORIGEM             PIC S9(03)V9(08).
           05 WL-CDI-LON-ORIGEM             PIC S9(03)V9(08).
           05 WL-CDI-LAT-DESTINO            PIC S9(03)V9(08).
           05 WL-CDI-LON-DESTINO            PIC S9(03)V9(08).
      *    REGIAO DO CADASTRO DO PONTO DE ORIGEM (ZERO = SEM REGIAO).
           05 WL-CDI-REGIAO                 PIC 9(03).
      *    S = DISTANCIA RODOVIARIA (APLICA O FATOR DA REGIAO);
      *    N = LINHA RETA.
           05 WL-CDI-APLICA-FATOR           PIC X(01).
           05 WL-CDI-DISTANCIA              PIC 9(08)V9(03).
      *    REGIAO CUJO FATOR FOI APLICADO (POLIGONO QUE CONTEM A
      *    ORIGEM, OU A DO CADASTRO).
           05 WL-CDI-REGIAO-EFETIVA         PIC 9(03).
