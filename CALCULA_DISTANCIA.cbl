       identification division.
       program-id. "CALCULA_DISTANCIA".
       author.     Roberto Holz.
      *    CALCULO UNICO DE DISTANCIA DO SISTEMA: FORMULA DE HAVERSINE
      *    (LINHA RETA SOBRE A SUPERFICIE DA TERRA) ENTRE ORIGEM E
      *    DESTINO, COM A CORRECAO RODOVIARIA (REGIAO-FATOR-VIA) DA
      *    REGIAO DO PONTO DE ORIGEM QUANDO PEDIDA. TODOS OS PROGRAMAS
      *    QUE MEDEM DISTANCIA CLIENTE X VENDEDOR (DISTRIBUICAO,
      *    BALANCEAMENTO, ROTA, RELATORIOS, CONSULTAS) USAM ESTA
      *    ROTINA, PARA O MESMO CLIENTE MOSTRAR OS MESMOS KM EM TODA
      *    PARTE.
      *    A REGIAO DA CORRECAO E A DO POLIGONO DE FRONTEIRA QUE
      *    CONTEM A ORIGEM (LOCALIZA_REGIAO), OU, FORA DE QUALQUER
      *    POLIGONO, A REGIAO INFORMADA PELO CHAMADOR - O MESMO
      *    CRITERIO DA DISTRIBUICAO. A ULTIMA ORIGEM RESOLVIDA FICA
      *    GUARDADA, ENTAO O LACO DE UM CLIENTE CONTRA TODOS OS
      *    VENDEDORES LOCALIZA O POLIGONO UMA VEZ SO.
      *    OS FATORES SAO LIDOS DO ARQ_REGIAO NA PRIMEIRA CHAMADA.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-regiao.cpy'.

       data division.
       file section.
         copy 'fd-arq-regiao.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-REGIAO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-REGIAO  PIC 9(02) VALUE ZEROS.
              05 WS-FIM-REGIOES       PIC 9(01) VALUE ZEROS.
              05 WS-FATORES-CARREGADOS PIC X(01) VALUE "N".
              05 WS-CALC-RAIO-TERRA   USAGE COMP-2 VALUE 6371.
              05 WS-CALC-PI           USAGE COMP-2
                                      VALUE 3.14159265358979.
              05 WS-CALC-LAT1-RAD     USAGE COMP-2 VALUE ZERO.
              05 WS-CALC-LAT2-RAD     USAGE COMP-2 VALUE ZERO.
              05 WS-CALC-DLAT-RAD     USAGE COMP-2 VALUE ZERO.
              05 WS-CALC-DLON-RAD     USAGE COMP-2 VALUE ZERO.
              05 WS-CALC-A            USAGE COMP-2 VALUE ZERO.
              05 WS-CALC-C            USAGE COMP-2 VALUE ZERO.
      *    ULTIMA ORIGEM CUJA REGIAO EFETIVA FOI RESOLVIDA.
              05 WS-ULT-ORIGEM-VALIDA PIC X(01) VALUE "N".
              05 WS-ULT-LAT-ORIGEM    PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-ULT-LON-ORIGEM    PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-ULT-REGIAO        PIC 9(03) VALUE ZEROS.
              05 WS-ULT-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.
              05 WS-LOCALIZA-REGIAO-PRM.
                 10 WS-LRG-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-LRG-LATITUDE   PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-LRG-LONGITUDE  PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-LRG-REGIAO     PIC 9(03) VALUE ZEROS.
                 10 WS-LRG-RESULTADO  PIC X(01) VALUE SPACES.

      *    FATOR DE CORRECAO RODOVIARIA POR REGIAO (ZERO VALE 1,00).
           01 WS-FATORES-REGIAO.
              05 WS-TAB-FATOR-VIA.
                 10 WS-FATOR-VIA PIC 9(01)V9(02) OCCURS 999 TIMES.

       LINKAGE SECTION.
         copy 'lk-calcula-distancia.cpy'.

       PROCEDURE DIVISION USING WL-LINK-CALCULA-DISTANCIA.
       00-CONTROLE SECTION.
           PERFORM 01-CALCULAR-HAVERSINE.
           MOVE 0 TO WL-CDI-REGIAO-EFETIVA.
           IF WL-CDI-APLICA-FATOR = "S" THEN
               IF WS-FATORES-CARREGADOS = "N" THEN
                   PERFORM 03-CARREGAR-FATORES
               END-IF
               PERFORM 02-DEFINIR-REGIAO-EFETIVA
               IF WL-CDI-REGIAO-EFETIVA > 0 THEN
                   IF WS-FATOR-VIA(WL-CDI-REGIAO-EFETIVA) > 0 THEN
                       COMPUTE WL-CDI-DISTANCIA =
                               WL-CDI-DISTANCIA
                               * WS-FATOR-VIA(WL-CDI-REGIAO-EFETIVA)
                   END-IF
               END-IF
           END-IF.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

       01-CALCULAR-HAVERSINE SECTION.
           COMPUTE WS-CALC-LAT1-RAD =
                   WL-CDI-LAT-ORIGEM * WS-CALC-PI / 180.
           COMPUTE WS-CALC-LAT2-RAD =
                   WL-CDI-LAT-DESTINO * WS-CALC-PI / 180.
           COMPUTE WS-CALC-DLAT-RAD =
                   (WL-CDI-LAT-DESTINO - WL-CDI-LAT-ORIGEM)
                   * WS-CALC-PI / 180.
           COMPUTE WS-CALC-DLON-RAD =
                   (WL-CDI-LON-DESTINO - WL-CDI-LON-ORIGEM)
                   * WS-CALC-PI / 180.

           COMPUTE WS-CALC-A =
               FUNCTION SIN(WS-CALC-DLAT-RAD / 2) ** 2 +
               FUNCTION COS(WS-CALC-LAT1-RAD) *
               FUNCTION COS(WS-CALC-LAT2-RAD) *
               FUNCTION SIN(WS-CALC-DLON-RAD / 2) ** 2.

           COMPUTE WS-CALC-C = 2 * FUNCTION ASIN(FUNCTION SQRT
                   (WS-CALC-A)).

           COMPUTE WL-CDI-DISTANCIA =
                   WS-CALC-RAIO-TERRA * WS-CALC-C.
       01-CALCULAR-HAVERSINE-EXIT.
           EXIT.

       02-DEFINIR-REGIAO-EFETIVA SECTION.
           IF  WS-ULT-ORIGEM-VALIDA = "S"
           AND WL-CDI-LAT-ORIGEM = WS-ULT-LAT-ORIGEM
           AND WL-CDI-LON-ORIGEM = WS-ULT-LON-ORIGEM
           AND WL-CDI-REGIAO     = WS-ULT-REGIAO THEN
               MOVE WS-ULT-REGIAO-EFETIVA TO WL-CDI-REGIAO-EFETIVA
               GO TO 02-DEFINIR-REGIAO-EFETIVA-EXIT
           END-IF.
           MOVE WL-CDI-REGIAO TO WL-CDI-REGIAO-EFETIVA.
           MOVE "L"               TO WS-LRG-FUNCAO.
           MOVE WL-CDI-LAT-ORIGEM TO WS-LRG-LATITUDE.
           MOVE WL-CDI-LON-ORIGEM TO WS-LRG-LONGITUDE.
           CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM.
           IF WS-LRG-RESULTADO = "S" THEN
               MOVE WS-LRG-REGIAO TO WL-CDI-REGIAO-EFETIVA
           END-IF.
           MOVE "S"                   TO WS-ULT-ORIGEM-VALIDA.
           MOVE WL-CDI-LAT-ORIGEM     TO WS-ULT-LAT-ORIGEM.
           MOVE WL-CDI-LON-ORIGEM     TO WS-ULT-LON-ORIGEM.
           MOVE WL-CDI-REGIAO         TO WS-ULT-REGIAO.
           MOVE WL-CDI-REGIAO-EFETIVA TO WS-ULT-REGIAO-EFETIVA.
       02-DEFINIR-REGIAO-EFETIVA-EXIT.
           EXIT.

      *    SEM O CADASTRO DE REGIOES, TODOS OS FATORES FICAM EM 1,00
      *    (SEM CORRECAO).
       03-CARREGAR-FATORES SECTION.
           INITIALIZE WS-TAB-FATOR-VIA.
           MOVE "S" TO WS-FATORES-CARREGADOS.
           MOVE "ARQ_REGIAO" TO WID-ARQ-REGIAO.
           OPEN INPUT ARQ-REGIAO.
           IF  WS-RST-ACESS-REGIAO <> 00
           AND WS-RST-ACESS-REGIAO <> 05 THEN
               GO TO 03-CARREGAR-FATORES-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-REGIOES.
           MOVE LOW-VALUES TO REGIAO-CODIGO.
           START ARQ-REGIAO KEY IS NOT LESS THAN REGIAO-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-REGIOES
           END-START.
           IF WS-FIM-REGIOES = 0 THEN
               READ ARQ-REGIAO NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-REGIOES
               END-READ
               PERFORM 031-GUARDAR-FATOR
                 UNTIL WS-FIM-REGIOES = 1
           END-IF.
           CLOSE ARQ-REGIAO.
       03-CARREGAR-FATORES-EXIT.
           EXIT.

       031-GUARDAR-FATOR SECTION.
           IF REGIAO-CODIGO > 0 THEN
               MOVE REGIAO-FATOR-VIA TO WS-FATOR-VIA(REGIAO-CODIGO)
           END-IF.
           READ ARQ-REGIAO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-REGIOES
             NOT AT END MOVE 0 TO WS-FIM-REGIOES
           END-READ.
       031-GUARDAR-FATOR-EXIT.
           EXIT.
