       identification division.
       program-id. "LOCALIZA_REGIAO".
       author.     Roberto Holz.
      *    TESTE DE PONTO EM POLIGONO PARA AS REGIOES COMERCIAIS. A
      *    CAIXA DE LATITUDE/LONGITUDE DO ARQ_REGIAO SOBREPOE REGIOES
      *    VIZINHAS E DEIXA BURACOS AO LONGO DE RIOS E DIVISAS; QUANDO
      *    A REGIAO TEM O CONTORNO CARREGADO NO ARQ_REGVERT (VERTICES
      *    EXPORTADOS DO GIS, CARGA NO CADASTRO_REGIAO) E O POLIGONO
      *    QUE DECIDE SE UM PONTO PERTENCE A ELA.
      *    O TESTE E O DO RAIO (RAY CASTING): A PARTIR DO PONTO, UMA
      *    SEMI-RETA PARA LESTE CRUZA O CONTORNO UM NUMERO IMPAR DE
      *    VEZES SE O PONTO ESTA DENTRO. LONGITUDE E O EIXO X,
      *    LATITUDE O EIXO Y; NA ESCALA DE UMA REGIAO A CURVATURA DA
      *    TERRA NAO ALTERA O RESULTADO.
      *    OS VERTICES SAO CARREGADOS EM MEMORIA NA PRIMEIRA CHAMADA E
      *    MANTIDOS ENQUANTO O PROGRAMA NAO FOR CANCELADO (OU ATE UMA
      *    CHAMADA COM FUNCAO "R").
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-regvert.cpy'.

       data division.
       file section.
         copy 'fd-arq-regvert.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-REGVERT      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-REGVERT PIC 9(02) VALUE ZEROS.
              05 WS-TABELAS-CARREGADAS PIC X(01) VALUE "N".
              05 WS-FIM-VERTICES      PIC 9(01) VALUE ZEROS.
              05 WS-REGIAO-CORRENTE   PIC 9(03) VALUE ZEROS.
              05 WS-IDX-POL           PIC 9(04) VALUE ZEROS.
              05 WS-IDX-VTX-I         PIC 9(05) VALUE ZEROS.
              05 WS-IDX-VTX-J         PIC 9(05) VALUE ZEROS.
              05 WS-IDX-VTX-FIM       PIC 9(05) VALUE ZEROS.
              05 WS-PONTO-DENTRO      PIC X(01) VALUE "N".
              05 WS-CALC-X-CRUZA      PIC S9(05)V9(10) COMP-3
                                      VALUE ZEROS.

      *    UM POLIGONO POR REGIAO, COM A FAIXA DOS SEUS VERTICES EM
      *    WS-TAB-VERTICES E A CAIXA ENVOLVENTE PARA DESCARTAR RAPIDO
      *    OS PONTOS LONGE DELE.
           01 WS-TAB-POLIGONOS.
              05 WS-QTD-POLIGONOS     PIC 9(04) VALUE ZEROS.
              05 WS-POL OCCURS 999 TIMES.
                 10 WS-POL-REGIAO     PIC 9(03).
                 10 WS-POL-INICIO     PIC 9(05).
                 10 WS-POL-QTDE       PIC 9(05).
                 10 WS-POL-LAT-MIN    PIC S9(03)V9(08).
                 10 WS-POL-LAT-MAX    PIC S9(03)V9(08).
                 10 WS-POL-LON-MIN    PIC S9(03)V9(08).
                 10 WS-POL-LON-MAX    PIC S9(03)V9(08).
           01 WS-TAB-POL-DA-REGIAO.
              05 WS-POL-DA-REGIAO     PIC 9(04) OCCURS 999 TIMES.
           01 WS-TAB-VERTICES.
              05 WS-QTD-VERTICES      PIC 9(05) VALUE ZEROS.
              05 WS-MAX-VERTICES      PIC 9(05) VALUE 20000.
              05 WS-VTX OCCURS 20000 TIMES.
                 10 WS-VTX-LAT        PIC S9(03)V9(08).
                 10 WS-VTX-LON        PIC S9(03)V9(08).

       LINKAGE SECTION.
         copy 'lk-localiza-regiao.cpy'.

       PROCEDURE DIVISION USING WL-LINK-LOCALIZA-REGIAO.
       00-CONTROLE SECTION.
           IF WL-LRG-FUNCAO = "R" THEN
               MOVE "N" TO WS-TABELAS-CARREGADAS
               goback
           END-IF.
           IF WS-TABELAS-CARREGADAS = "N" THEN
               PERFORM 01-CARREGAR-POLIGONOS
           END-IF.
           EVALUATE WL-LRG-FUNCAO
           WHEN "T"
               PERFORM 02-TESTAR-REGIAO
           WHEN "L"
               PERFORM 03-LOCALIZAR-REGIAO
           WHEN OTHER
               MOVE "N" TO WL-LRG-RESULTADO
           END-EVALUATE.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

      *    LEITURA DOS VERTICES NA ORDEM DA CHAVE (REGIAO + SEQUENCIA):
      *    CADA REGIAO OCUPA UMA FAIXA CONTIGUA DA TABELA. SEM O
      *    ARQUIVO NENHUMA REGIAO TEM POLIGONO.
       01-CARREGAR-POLIGONOS SECTION.
           INITIALIZE WS-TAB-POL-DA-REGIAO.
           MOVE 0 TO WS-QTD-POLIGONOS.
           MOVE 0 TO WS-QTD-VERTICES.
           MOVE 0 TO WS-REGIAO-CORRENTE.
           MOVE "S" TO WS-TABELAS-CARREGADAS.
           MOVE "ARQ_REGVERT" TO WID-ARQ-REGVERT.
           OPEN INPUT ARQ-REGVERT.
           IF  WS-RST-ACESS-REGVERT <> 00
           AND WS-RST-ACESS-REGVERT <> 05 THEN
               GO TO 01-CARREGAR-POLIGONOS-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-VERTICES.
           MOVE LOW-VALUES TO VERT-CHAVE.
           START ARQ-REGVERT KEY IS NOT LESS THAN VERT-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-VERTICES
           END-START.
           IF WS-FIM-VERTICES = 0 THEN
               READ ARQ-REGVERT NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VERTICES
               END-READ
               PERFORM 011-GUARDAR-VERTICE
                 UNTIL WS-FIM-VERTICES = 1
           END-IF.
           PERFORM 012-FECHAR-POLIGONO.
           CLOSE ARQ-REGVERT.
       01-CARREGAR-POLIGONOS-EXIT.
           EXIT.

       011-GUARDAR-VERTICE SECTION.
           IF VERT-REGIAO = 0 THEN
               PERFORM 0111-LER-VERTICE
               GO TO 011-GUARDAR-VERTICE-EXIT
           END-IF.
           IF VERT-REGIAO NOT = WS-REGIAO-CORRENTE THEN
               PERFORM 012-FECHAR-POLIGONO
               ADD 1 TO WS-QTD-POLIGONOS
               MOVE VERT-REGIAO TO WS-REGIAO-CORRENTE
               MOVE VERT-REGIAO TO WS-POL-REGIAO(WS-QTD-POLIGONOS)
               COMPUTE WS-POL-INICIO(WS-QTD-POLIGONOS) =
                       WS-QTD-VERTICES + 1
               MOVE 0 TO WS-POL-QTDE(WS-QTD-POLIGONOS)
               MOVE VERT-LATITUDE  TO WS-POL-LAT-MIN(WS-QTD-POLIGONOS)
                                      WS-POL-LAT-MAX(WS-QTD-POLIGONOS)
               MOVE VERT-LONGITUDE TO WS-POL-LON-MIN(WS-QTD-POLIGONOS)
                                      WS-POL-LON-MAX(WS-QTD-POLIGONOS)
           END-IF.
      *    TABELA CHEIA: A REGIAO CORRENTE FICA INCOMPLETA E E
      *    DESCARTADA EM 012-FECHAR-POLIGONO (VOLTA A VALER A CAIXA).
           IF WS-QTD-VERTICES >= WS-MAX-VERTICES THEN
               MOVE 0 TO WS-POL-QTDE(WS-QTD-POLIGONOS)
               MOVE 1 TO WS-FIM-VERTICES
               GO TO 011-GUARDAR-VERTICE-EXIT
           END-IF.
           ADD 1 TO WS-QTD-VERTICES.
           ADD 1 TO WS-POL-QTDE(WS-QTD-POLIGONOS).
           MOVE VERT-LATITUDE  TO WS-VTX-LAT(WS-QTD-VERTICES).
           MOVE VERT-LONGITUDE TO WS-VTX-LON(WS-QTD-VERTICES).
           IF VERT-LATITUDE < WS-POL-LAT-MIN(WS-QTD-POLIGONOS) THEN
               MOVE VERT-LATITUDE TO WS-POL-LAT-MIN(WS-QTD-POLIGONOS)
           END-IF.
           IF VERT-LATITUDE > WS-POL-LAT-MAX(WS-QTD-POLIGONOS) THEN
               MOVE VERT-LATITUDE TO WS-POL-LAT-MAX(WS-QTD-POLIGONOS)
           END-IF.
           IF VERT-LONGITUDE < WS-POL-LON-MIN(WS-QTD-POLIGONOS) THEN
               MOVE VERT-LONGITUDE TO WS-POL-LON-MIN(WS-QTD-POLIGONOS)
           END-IF.
           IF VERT-LONGITUDE > WS-POL-LON-MAX(WS-QTD-POLIGONOS) THEN
               MOVE VERT-LONGITUDE TO WS-POL-LON-MAX(WS-QTD-POLIGONOS)
           END-IF.
           PERFORM 0111-LER-VERTICE.
       011-GUARDAR-VERTICE-EXIT.
           EXIT.

       0111-LER-VERTICE SECTION.
           READ ARQ-REGVERT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-VERTICES
             NOT AT END MOVE 0 TO WS-FIM-VERTICES
           END-READ.
       0111-LER-VERTICE-EXIT.
           EXIT.

      *    POLIGONO COM MENOS DE TRES VERTICES NAO DELIMITA AREA: E
      *    DESCARTADO E OS VERTICES DELE SAO LIBERADOS NA TABELA.
       012-FECHAR-POLIGONO SECTION.
           IF WS-QTD-POLIGONOS = 0 THEN
               GO TO 012-FECHAR-POLIGONO-EXIT
           END-IF.
           IF WS-POL-REGIAO(WS-QTD-POLIGONOS) NOT = WS-REGIAO-CORRENTE
               GO TO 012-FECHAR-POLIGONO-EXIT
           END-IF.
           IF WS-POL-QTDE(WS-QTD-POLIGONOS) < 3 THEN
               COMPUTE WS-QTD-VERTICES =
                       WS-POL-INICIO(WS-QTD-POLIGONOS) - 1
               SUBTRACT 1 FROM WS-QTD-POLIGONOS
           ELSE
               MOVE WS-QTD-POLIGONOS TO
                    WS-POL-DA-REGIAO(WS-REGIAO-CORRENTE)
           END-IF.
           MOVE 0 TO WS-REGIAO-CORRENTE.
       012-FECHAR-POLIGONO-EXIT.
           EXIT.

       02-TESTAR-REGIAO SECTION.
           IF WL-LRG-REGIAO = 0 THEN
               MOVE "X" TO WL-LRG-RESULTADO
               GO TO 02-TESTAR-REGIAO-EXIT
           END-IF.
           IF WS-POL-DA-REGIAO(WL-LRG-REGIAO) = 0 THEN
               MOVE "X" TO WL-LRG-RESULTADO
               GO TO 02-TESTAR-REGIAO-EXIT
           END-IF.
           MOVE WS-POL-DA-REGIAO(WL-LRG-REGIAO) TO WS-IDX-POL.
           PERFORM 04-PONTO-NO-POLIGONO.
           MOVE WS-PONTO-DENTRO TO WL-LRG-RESULTADO.
       02-TESTAR-REGIAO-EXIT.
           EXIT.

      *    PRIMEIRO POLIGONO (NA ORDEM DO CODIGO DA REGIAO) QUE CONTEM
      *    O PONTO. POLIGONOS BEM DESENHADOS NAO SE SOBREPOEM.
       03-LOCALIZAR-REGIAO SECTION.
           MOVE 0 TO WL-LRG-REGIAO.
           MOVE "N" TO WL-LRG-RESULTADO.
           MOVE 1 TO WS-IDX-POL.
           PERFORM 031-TESTAR-POLIGONO
             UNTIL WS-IDX-POL > WS-QTD-POLIGONOS
                OR WL-LRG-DENTRO.
       03-LOCALIZAR-REGIAO-EXIT.
           EXIT.

       031-TESTAR-POLIGONO SECTION.
           PERFORM 04-PONTO-NO-POLIGONO.
           IF WS-PONTO-DENTRO = "S" THEN
               MOVE WS-POL-REGIAO(WS-IDX-POL) TO WL-LRG-REGIAO
               MOVE "S" TO WL-LRG-RESULTADO
           END-IF.
           ADD 1 TO WS-IDX-POL.
       031-TESTAR-POLIGONO-EXIT.
           EXIT.

       04-PONTO-NO-POLIGONO SECTION.
           MOVE "N" TO WS-PONTO-DENTRO.
           IF WL-LRG-LATITUDE  < WS-POL-LAT-MIN(WS-IDX-POL)
           OR WL-LRG-LATITUDE  > WS-POL-LAT-MAX(WS-IDX-POL)
           OR WL-LRG-LONGITUDE < WS-POL-LON-MIN(WS-IDX-POL)
           OR WL-LRG-LONGITUDE > WS-POL-LON-MAX(WS-IDX-POL) THEN
               GO TO 04-PONTO-NO-POLIGONO-EXIT
           END-IF.
           MOVE WS-POL-INICIO(WS-IDX-POL) TO WS-IDX-VTX-I.
           COMPUTE WS-IDX-VTX-FIM =
                   WS-POL-INICIO(WS-IDX-POL)
                   + WS-POL-QTDE(WS-IDX-POL) - 1.
           MOVE WS-IDX-VTX-FIM TO WS-IDX-VTX-J.
           PERFORM 041-TESTAR-ARESTA
             UNTIL WS-IDX-VTX-I > WS-IDX-VTX-FIM.
       04-PONTO-NO-POLIGONO-EXIT.
           EXIT.

      *    ARESTA DO VERTICE J AO VERTICE I: SO CONTA SE A LATITUDE DO
      *    PONTO ESTA ENTRE AS DOS DOIS VERTICES E O CRUZAMENTO DA
      *    ARESTA COM ESSA LATITUDE FICA A LESTE DO PONTO.
       041-TESTAR-ARESTA SECTION.
           IF (WS-VTX-LAT(WS-IDX-VTX-I) > WL-LRG-LATITUDE
               AND WS-VTX-LAT(WS-IDX-VTX-J) NOT > WL-LRG-LATITUDE)
           OR (WS-VTX-LAT(WS-IDX-VTX-I) NOT > WL-LRG-LATITUDE
               AND WS-VTX-LAT(WS-IDX-VTX-J) > WL-LRG-LATITUDE) THEN
               COMPUTE WS-CALC-X-CRUZA =
                       (WS-VTX-LON(WS-IDX-VTX-J)
                        - WS-VTX-LON(WS-IDX-VTX-I))
                     * (WL-LRG-LATITUDE - WS-VTX-LAT(WS-IDX-VTX-I))
                     / (WS-VTX-LAT(WS-IDX-VTX-J)
                        - WS-VTX-LAT(WS-IDX-VTX-I))
                     + WS-VTX-LON(WS-IDX-VTX-I)
               IF WL-LRG-LONGITUDE < WS-CALC-X-CRUZA THEN
                   IF WS-PONTO-DENTRO = "S" THEN
                       MOVE "N" TO WS-PONTO-DENTRO
                   ELSE
                       MOVE "S" TO WS-PONTO-DENTRO
                   END-IF
               END-IF
           END-IF.
           MOVE WS-IDX-VTX-I TO WS-IDX-VTX-J.
           ADD 1 TO WS-IDX-VTX-I.
       041-TESTAR-ARESTA-EXIT.
           EXIT.
