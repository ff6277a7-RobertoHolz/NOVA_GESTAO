              05 WS-FIM-EMPRESAS       PIC 9(01) VALUE ZEROS.
              05 WS-EMP-COD-ED         PIC 9(02) VALUE ZEROS.
              05 WS-EMP-CORRENTE       PIC 9(02) VALUE ZEROS.
      *       MODO EXPLODIDO (VARIAVEL RELATORIO_EXPLODIR = "S"): CADA
      *       LINHA DE VENDEDOR SAI PRECEDIDA DA LINHA DE DESTINO QUE
      *       O EXPLODE_RELATORIO USA PARA SEPARAR AS PARTES.
              05 WS-EXPLODIR           PIC X(01) VALUE "N".

      *    FATURAMENTO DOS ULTIMOS 12 MESES ACUMULADO POR VENDEDOR,
      *    SOMADO A PARTIR DOS CLIENTES ATIVOS DA CARTEIRA ANTES DA
             10 WS-DET-QTDE              PIC ZZZZ9B.
             10 WS-DET-PCT               PIC X(10).
             10 WS-DET-FATUR             PIC ZZZZZZZZZZ9,99.
          05 WS-LINHA-DESTINO.
             10 FILLER                   PIC X(09) VALUE "*DESTINO*".
             10 WS-DST-TIPO              PIC X(01).
             10 WS-DST-CODVND            PIC 9(05).
             10 FILLER                   PIC X(65) VALUE SPACES.
          05 WS-LINHA-TOT-1.
             10 FILLER                   PIC X(26) VALUE
             "Total de vendedores......:".
       PROCEDURE DIVISION USING WL-LINK-GERAR-REL-CARGA-VND.
       00-CONTROLE section.

      *    SEM EXPLOSAO NO CONSOLIDADO: O MESMO CODIGO DE VENDEDOR SE
      *    REPETE ENTRE AS EMPRESAS.
           MOVE "N" TO WS-EXPLODIR.
           ACCEPT WS-EXPLODIR FROM ENVIRONMENT "RELATORIO_EXPLODIR".
           IF WS-EXPLODIR NOT = "S"
           OR WL-PRM-CONSOLIDADO = "S" THEN
               MOVE "N" TO WS-EXPLODIR
           END-IF.

           IF WL-PRM-ORD = "A" THEN
              IF  WL-PRM-CLA = "C" THEN
                  SORT ARQVND-SORT
           PERFORM 021-LINHAS-DETALHE
             UNTIL WS-FIM-SORT = 1.

           IF WS-EXPLODIR = "S" THEN
               MOVE "G" TO WS-DST-TIPO
               MOVE 0   TO WS-DST-CODVND
               MOVE WS-LINHA-DESTINO TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           PERFORM 023-IMPRIME-TOTAIS.

           CLOSE ARQ-IMPRESSO.
               MOVE WS-PCT-UTIL-ED TO WS-DET-PCT
           END-IF.

           IF WS-EXPLODIR = "S" THEN
               MOVE "V"         TO WS-DST-TIPO
               MOVE CODVND-SORT TO WS-DST-CODVND
               MOVE WS-LINHA-DESTINO TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.

           MOVE WS-LINHA-DET-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

