           05 LONGITUDE-SORT                PIC S9(03)V9(08).
           05 DISTANCIA-SORT                PIC 9(08)V9(03).
           05 LOCALIDADE-SORT               PIC X(30).
           05 SEGMENTO-SORT                 PIC X(04).

       
       working-storage section.
              05 WS-CLASSIFICADO-STATUS PIC X(01) VALUE SPACES.
              05 WS-CLASSIFICADO-GEO   PIC X(01) VALUE SPACES.
              05 WS-CLASSIFICADO-SEMVND PIC X(01) VALUE SPACES.
              05 WS-CLASSIFICADO-SEG   PIC X(01) VALUE SPACES.
              05 WS-TAM-FILTRO-SEG     PIC 9(01) VALUE ZEROS.
              05 WS-QTD-BRANCOS-SEG    PIC 9(01) VALUE ZEROS.
              05 WS-SEGMENTO-QUEBRA    PIC X(04) VALUE SPACES.
              05 WS-TEM-QUEBRA-SEG     PIC X(01) VALUE "N".
              05 WS-SUBTOT-SEGMENTO    PIC 9(07) VALUE ZEROS.
              05 WS-LOCALIDADE-QUEBRA  PIC X(30) VALUE SPACES.
              05 WS-TEM-QUEBRA-LOC     PIC X(01) VALUE "N".
              05 WS-SUBTOT-LOCALIDADE  PIC 9(07) VALUE ZEROS.
                    "Clientes bloqueados....:".
                 10 WS-TOT-BLOQUEADOS-ED    PIC ZZZZZZ9.
              05 WS-LINHAS-POR-PAGINA   PIC 9(02) VALUE 55.
      *       MODO EXPLODIDO (VARIAVEL RELATORIO_EXPLODIR = "S"): O
      *       IMPRESSO SAI COM O CABECALHO UMA SO VEZ, SEM QUEBRA DE
      *       PAGINA, E COM AS LINHAS DE DESTINO QUE O
      *       EXPLODE_RELATORIO USA PARA SEPARAR AS PARTES.
              05 WS-EXPLODIR            PIC X(01) VALUE "N".
              05 WS-MARCA-TIPO-ATUAL    PIC X(01) VALUE SPACES.
              05 WS-MARCA-CODVND-ATUAL  PIC 9(05) VALUE ZEROS.
              05 WS-CONT-LINHAS         PIC 9(02) VALUE ZEROS.
              05 WS-NUM-PAGINA          PIC 9(04) VALUE ZEROS.
              05 WS-DATA-EXECUCAO       PIC 9(08) VALUE ZEROS.
                 10 WS-DATA-EXEC-DIA    PIC 9(02).
              05 WS-DISTANCIA-CALC     PIC 9(08)V9(03)
                                                VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO         PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR   PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA      PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.

       01 WS-LINHAS-IMPRESSO.
          05 WS-LINHA-CAB-1              PIC X(80) VALUE
             10 FILLER                   PIC X(08) VALUE "Pagina: ".
             10 WS-CAB-PAGINA            PIC ZZZ9.
          05 WS-LINHA-CAB-2.
             10 FILLER                   PIC X(64) VALUE
             " Codigo CNPJ           Razao Social".
             10 FILLER                   PIC X(16) VALUE
             "Vend. Segm".
          05 WS-LINHA-DET-1.
             10 WS-DET-CODCLI            PIC ZZZZZZ9B.
             10 WS-DET-CNPJCLI           PIC ZZZZZZZZZZZZZ9B.
             10 WS-DET-RAZAO             PIC X(40)B.
             10 WS-DET-CODVND            PIC ZZZZ9B.
             10 WS-DET-SEGMENTO          PIC X(04).
          05 WS-LINHA-LOC-CAB.
             10 FILLER                   PIC X(12) VALUE
             "LOCALIDADE: ".
             10 FILLER                   PIC X(24) VALUE
             "  Subtotal localidade..:".
             10 WS-LOC-TOT-ED            PIC ZZZZZZ9.
          05 WS-LINHA-SEG-CAB.
             10 FILLER                   PIC X(10) VALUE
             "SEGMENTO: ".
             10 WS-SEG-CAB-CODIGO        PIC X(04).
          05 WS-LINHA-SEG-TOT.
             10 FILLER                   PIC X(24) VALUE
             "  Subtotal segmento....:".
             10 WS-SEG-TOT-ED            PIC ZZZZZZ9.
          05 WS-LINHA-TOT-1.
             10 FILLER                   PIC X(21) VALUE
             "Total de clientes...:".
             10 FILLER                   PIC X(12) VALUE
             "  Clientes.:".
             10 WS-TOT-VND-QTDE-ED       PIC ZZZZZZ9.
          05 WS-LINHA-DESTINO.
             10 FILLER                   PIC X(09) VALUE "*DESTINO*".
             10 WS-DST-TIPO              PIC X(01).
             10 WS-DST-CODVND            PIC 9(05).
             10 FILLER                   PIC X(65) VALUE SPACES.
          05 WS-LINHA-CSV-CAB            PIC X(80) VALUE
             "CODCLI;CNPJ;RAZAOSOCIAL;CODVND;SEGMENTO".
          05 WS-LINHA-CSV-DET            PIC X(80) VALUE SPACES.
          05 WS-CSV-CODCLI-ED            PIC 9(07).
          05 WS-CSV-CNPJ-ED              PIC 9(14).

       PROCEDURE DIVISION USING WL-LINK-GERAR-REL-CLI.
       00-CONTROLE section.

      *    O FILTRO DE SEGMENTO E PELO INICIO DO CODIGO ("47" PEGA A
      *    DIVISAO INTEIRA); EM BRANCO, TODOS OS SEGMENTOS.
           MOVE 0 TO WS-QTD-BRANCOS-SEG.
           INSPECT WL-PRM-SEGMENTO
             TALLYING WS-QTD-BRANCOS-SEG FOR TRAILING SPACES.
           COMPUTE WS-TAM-FILTRO-SEG = 4 - WS-QTD-BRANCOS-SEG.

      *    A EXPLOSAO POR DESTINATARIO NAO SE APLICA AO CSV NEM AO
      *    CONSOLIDADO (O MESMO CODIGO DE VENDEDOR SE REPETE ENTRE AS
      *    EMPRESAS).
           MOVE "N" TO WS-EXPLODIR.
           ACCEPT WS-EXPLODIR FROM ENVIRONMENT "RELATORIO_EXPLODIR".
           IF WS-EXPLODIR NOT = "S"
           OR WL-PRM-FORMATO = "C"
           OR WL-PRM-CONSOLIDADO = "S" THEN
               MOVE "N" TO WS-EXPLODIR
           END-IF.

           IF WL-PRM-ORD = "A" THEN
              IF  WL-PRM-CLA = "C" THEN
                  SORT ARQCLI-SORT
                    ON ASCENDING KEY LOCALIDADE-SORT RAZAO-SORT
                    INPUT PROCEDURE IS 01-ENTRADA-SORT
                   OUTPUT PROCEDURE IS 02-SAIDA-SORT
              ELSE
              IF  WL-PRM-CLA = "S" THEN
      *           AGRUPAMENTO POR SEGMENTO (CNAE), COM SUBTOTAIS.
                  SORT ARQCLI-SORT
                    ON ASCENDING KEY SEGMENTO-SORT RAZAO-SORT
                    INPUT PROCEDURE IS 01-ENTRADA-SORT
                   OUTPUT PROCEDURE IS 02-SAIDA-SORT
              ELSE
                  IF WL-PRM-CLA = "G" THEN
                      SORT ARQCLI-SORT
                  END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

           IF WL-PRM-ORD = "D" THEN
                    ON DESCENDING KEY LOCALIDADE-SORT RAZAO-SORT
                    INPUT PROCEDURE IS 01-ENTRADA-SORT
                   OUTPUT PROCEDURE IS 02-SAIDA-SORT
              ELSE
              IF  WL-PRM-CLA = "S" THEN
                  SORT ARQCLI-SORT
                    ON DESCENDING KEY SEGMENTO-SORT RAZAO-SORT
                    INPUT PROCEDURE IS 01-ENTRADA-SORT
                   OUTPUT PROCEDURE IS 02-SAIDA-SORT
              ELSE
                  IF WL-PRM-CLA = "G" THEN
                      SORT ARQCLI-SORT
                  END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
           
           goback.
               MOVE "S" TO WS-CLASSIFICADO-SEMVND
           END-IF.

           MOVE "S" TO WS-CLASSIFICADO-SEG.
           IF WS-TAM-FILTRO-SEG > 0 THEN
               IF CLI-SEGMENTO(1:WS-TAM-FILTRO-SEG) NOT =
                  WL-PRM-SEGMENTO(1:WS-TAM-FILTRO-SEG) THEN
                  MOVE "N" TO WS-CLASSIFICADO-SEG
               END-IF
           END-IF.

           IF  WS-CLASSIFICADO-COD    = "S"
           AND WS-CLASSIFICADO-NOME   = "S"
           AND WS-CLASSIFICADO-VND    = "S"
           AND WS-CLASSIFICADO-STATUS = "S"
           AND WS-CLASSIFICADO-GEO    = "S"
           AND WS-CLASSIFICADO-SEMVND = "S"
           AND WS-CLASSIFICADO-SEG    = "S" THEN
              MOVE CLI-CODIGO      TO CODCLI-SORT
              MOVE CLI-CNPJ        TO CNPJCLI-SORT
              MOVE CLI-RAZAOSOCIAL TO RAZAO-SORT
              MOVE CLI-LATITUDE    TO LATITUDE-SORT
              MOVE CLI-LONGITUDE   TO LONGITUDE-SORT
              MOVE CLI-LOCALIDADE  TO LOCALIDADE-SORT
              MOVE CLI-SEGMENTO    TO SEGMENTO-SORT
              IF WL-PRM-CLA = "P" THEN
                  PERFORM 0111-CALCULAR-DISTANCIA-REF
                  MOVE WS-DISTANCIA-CALC TO DISTANCIA-SORT
       011-LER-PROCESSAR-VENDEDOR-EXIT.
           EXIT.

      *    DISTANCIA RODOVIARIA PELA ROTINA COMUM CALCULA_DISTANCIA
      *    (A MESMA DO CALC_DISTRIBUICAO), AQUI APLICADA ENTRE O
      *    CLIENTE CORRENTE E O PONTO DE REFERENCIA INFORMADO NA TELA
      *    DE PARAMETROS (WL-PRM-REF-LAT / WL-PRM-REF-LON).
       0111-CALCULAR-DISTANCIA-REF SECTION.
           MOVE CLI-LATITUDE   TO WS-CDI-LAT-ORIGEM.
           MOVE CLI-LONGITUDE  TO WS-CDI-LON-ORIGEM.
           MOVE WL-PRM-REF-LAT TO WS-CDI-LAT-DESTINO.
           MOVE WL-PRM-REF-LON TO WS-CDI-LON-DESTINO.
           MOVE CLI-REGIAO     TO WS-CDI-REGIAO.
           MOVE "S"            TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       0111-CALCULAR-DISTANCIA-REF-EXIT.
           EXIT.
           
           ELSE
               ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
               MOVE 0 TO WS-NUM-PAGINA
               IF WS-EXPLODIR = "S" THEN
                   PERFORM 0221-CABECALHO-EXPLODIDO
               ELSE
                   PERFORM 022-IMPRIME-CABECALHO
               END-IF
           END-IF.
           MOVE SPACES TO WS-MARCA-TIPO-ATUAL.
           MOVE 0      TO WS-MARCA-CODVND-ATUAL.

           MOVE 0 TO WS-FIM-SORT.
           MOVE 0 TO WS-TOTAL-CLIENTES.
             UNTIL WS-FIM-SORT = 1.

           IF WL-PRM-FORMATO NOT = "C" THEN
               MOVE "G" TO WS-DST-TIPO
               MOVE 0   TO WS-DST-CODVND
               PERFORM 0213-MARCAR-DESTINO
               PERFORM 023-IMPRIME-TOTAIS
               PERFORM 024-SECAO-BLOQUEADOS
           END-IF.
               IF WL-PRM-FORMATO = "C" THEN
                   PERFORM 0212-GRAVA-LINHA-CSV
               ELSE
                   IF  WS-CONT-LINHAS >= WS-LINHAS-POR-PAGINA
                   AND WS-EXPLODIR = "N" THEN
                       PERFORM 022-IMPRIME-CABECALHO
                   END-IF
                   PERFORM 0211-GRAVA-LINHA-DETALHE
           IF WL-PRM-CLA = "L" THEN
               PERFORM 02111-QUEBRA-LOCALIDADE
           END-IF.
           IF WL-PRM-CLA = "S" THEN
               PERFORM 02113-QUEBRA-SEGMENTO
           END-IF.
      *    NO MODO EXPLODIDO, A LINHA DO CLIENTE E DO SEU VENDEDOR;
      *    CLIENTE SEM VENDEDOR FICA SO NO IMPRESSO COMPLETO.
           IF CODVND-SORT = 0 THEN
               MOVE "G" TO WS-DST-TIPO
           ELSE
               MOVE "V" TO WS-DST-TIPO
           END-IF.
           MOVE CODVND-SORT TO WS-DST-CODVND.
           PERFORM 0213-MARCAR-DESTINO.
           MOVE SPACES TO WS-LINHA-DET-1.
           MOVE CODCLI-SORT TO WS-DET-CODCLI.
           MOVE CNPJCLI-SORT TO WS-DET-CNPJCLI.
           MOVE RAZAO-SORT TO WS-DET-RAZAO.
           MOVE CODVND-SORT TO WS-DET-CODVND.
           MOVE SEGMENTO-SORT TO WS-DET-SEGMENTO.
           MOVE WS-LINHA-DET-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-CONT-LINHAS.
       02111-QUEBRA-LOCALIDADE SECTION.
           IF LOCALIDADE-SORT NOT = WS-LOCALIDADE-QUEBRA
           OR WS-TEM-QUEBRA-LOC = "N" THEN
               MOVE "G" TO WS-DST-TIPO
               MOVE 0   TO WS-DST-CODVND
               PERFORM 0213-MARCAR-DESTINO
               IF WS-TEM-QUEBRA-LOC = "S" THEN
                   PERFORM 02112-SUBTOTAL-LOCALIDADE
               END-IF
       02112-SUBTOTAL-LOCALIDADE-EXIT.
           EXIT.

      *    QUEBRA POR SEGMENTO, NOS MOLDES DA DE LOCALIDADE. CLIENTES
      *    AINDA SEM SEGMENTO FORMAM O GRUPO EM BRANCO.
       02113-QUEBRA-SEGMENTO SECTION.
           IF SEGMENTO-SORT NOT = WS-SEGMENTO-QUEBRA
           OR WS-TEM-QUEBRA-SEG = "N" THEN
               MOVE "G" TO WS-DST-TIPO
               MOVE 0   TO WS-DST-CODVND
               PERFORM 0213-MARCAR-DESTINO
               IF WS-TEM-QUEBRA-SEG = "S" THEN
                   PERFORM 02114-SUBTOTAL-SEGMENTO
               END-IF
               MOVE "S" TO WS-TEM-QUEBRA-SEG
               MOVE SEGMENTO-SORT TO WS-SEGMENTO-QUEBRA
               MOVE 0 TO WS-SUBTOT-SEGMENTO
               MOVE SPACES TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               MOVE SEGMENTO-SORT TO WS-SEG-CAB-CODIGO
               MOVE WS-LINHA-SEG-CAB TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           ADD 1 TO WS-SUBTOT-SEGMENTO.
       02113-QUEBRA-SEGMENTO-EXIT.
           EXIT.

       02114-SUBTOTAL-SEGMENTO SECTION.
           MOVE WS-SUBTOT-SEGMENTO TO WS-SEG-TOT-ED.
           MOVE WS-LINHA-SEG-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       02114-SUBTOTAL-SEGMENTO-EXIT.
           EXIT.

      *    LINHA DE DESTINO DO MODO EXPLODIDO: SO E GRAVADA QUANDO O
      *    DONO DAS LINHAS SEGUINTES MUDA.
       0213-MARCAR-DESTINO SECTION.
           IF WS-EXPLODIR = "S" THEN
               IF WS-DST-TIPO   NOT = WS-MARCA-TIPO-ATUAL
               OR WS-DST-CODVND NOT = WS-MARCA-CODVND-ATUAL THEN
                   MOVE WS-DST-TIPO   TO WS-MARCA-TIPO-ATUAL
                   MOVE WS-DST-CODVND TO WS-MARCA-CODVND-ATUAL
                   MOVE WS-LINHA-DESTINO TO ARQ-IMPRESSO-LINHA
                   WRITE ARQ-IMPRESSO-LINHA
               END-IF
           END-IF.
       0213-MARCAR-DESTINO-EXIT.
           EXIT.

       0212-GRAVA-LINHA-CSV SECTION.
           MOVE SPACES TO WS-LINHA-CSV-DET.
           MOVE CODCLI-SORT  TO WS-CSV-CODCLI-ED.
                  FUNCTION TRIM(RAZAO-SORT) DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WS-CSV-CODVND-ED         DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  SEGMENTO-SORT            DELIMITED BY SIZE
             INTO WS-LINHA-CSV-DET.
           MOVE WS-LINHA-CSV-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       022-IMPRIME-CABECALHO-EXIT.
           EXIT.

      *    CABECALHO UNICO DO MODO EXPLODIDO: A DATA E A PAGINA SAEM
      *    NO CABECALHO DE CADA PARTE, MONTADO PELO EXPLODE_RELATORIO.
       0221-CABECALHO-EXPLODIDO SECTION.
           MOVE WS-LINHA-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-CONT-LINHAS.
       0221-CABECALHO-EXPLODIDO-EXIT.
           EXIT.

       023-IMPRIME-TOTAIS SECTION.
           IF WL-PRM-CLA = "L"
           AND WS-TEM-QUEBRA-LOC = "S" THEN
               PERFORM 02112-SUBTOTAL-LOCALIDADE
           END-IF.
           IF WL-PRM-CLA = "S"
           AND WS-TEM-QUEBRA-SEG = "S" THEN
               PERFORM 02114-SUBTOTAL-SEGMENTO
           END-IF.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

