       FD  ARQ-VNDPROX
           LABEL RECORD IS STANDARD.
       01  PRX-REGISTRO.
      *    CODIGO ZERO = REGISTRO DE CONTROLE DA ULTIMA MONTAGEM.
           05 PRX-CODCLI                    PIC 9(07).
           05 PRX-DADOS.
      *       COORDENADAS E REGIAO DO CLIENTE NO MOMENTO DO CALCULO;
      *       SE O CADASTRO MUDOU DEPOIS, A LISTA NAO VALE MAIS.
              10 PRX-LATITUDE               PIC S9(03)V9(08).
              10 PRX-LONGITUDE              PIC S9(03)V9(08).
              10 PRX-REGIAO                 PIC 9(03).
              10 PRX-REGIAO-EFETIVA         PIC 9(03).
              10 PRX-DATA-CALC              PIC 9(08).
              10 PRX-HORA-CALC              PIC 9(06).
              10 PRX-QTDE                   PIC 9(02).
      *       VENDEDORES ATIVOS MAIS PROXIMOS, DO MAIS PERTO PARA O
      *       MAIS LONGE, COM A DISTANCIA RODOVIARIA ATE O CLIENTE.
              10 PRX-VIZINHOS.
                 15 PRX-VIZINHO OCCURS 10 TIMES.
                    20 PRX-CODVND           PIC 9(05).
                    20 PRX-DISTANCIA        PIC 9(08)V9(03).
           05 PRX-CONTROLE REDEFINES PRX-DADOS.
              10 PRX-CTL-QTDE-MAXIMA        PIC 9(02).
              10 PRX-CTL-ASSINATURA-VND     PIC S9(13)V9(08).
              10 PRX-CTL-DATA               PIC 9(08).
              10 PRX-CTL-HORA               PIC 9(06).
              10 FILLER                     PIC X(167).
