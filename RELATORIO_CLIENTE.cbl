                 10 WS-SPL-ID         PIC 9(07) VALUE ZEROS.
                 10 WS-SPL-PARAMETROS PIC X(150) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-EXPLODE-PRM.
                 10 WS-EXP-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-EXP-TIPO       PIC X(08) VALUE SPACES.
                 10 WS-EXP-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-EXP-PARAMETROS PIC X(150) VALUE SPACES.
                 10 WS-EXP-ORIGEM-ID  PIC 9(07) VALUE ZEROS.
                 10 WS-EXP-NOTIFICAR  PIC X(01) VALUE SPACES.
                 10 WS-EXP-QTD-PECAS  PIC 9(05) VALUE ZEROS.
              05 WS-EXP-QTD-PECAS-ED  PIC ZZZZ9.
              05 WS-JOBLOG-PRM.
                 10 WS-JOB-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-JOB-DATA-INI   PIC 9(08) VALUE ZEROS.
                    15 WS-TEL-PRM-REF-LON     PIC S9(03)V9(08)
                       VALUE ZEROS.
                    15 WS-TEL-PRM-CONSOLIDADO PIC X(01) VALUE "N".
                    15 WS-TEL-PRM-SEGMENTO    PIC X(04) VALUE SPACES.
                 10 WS-TEL-PRM-EXPLODIR    PIC X(01) VALUE "N".
                 10 WS-TEL-VND-CONFIRMAR   PIC X(01) VALUE SPACES.
                 10 WS-TEL-SAIR            PIC X(01) VALUE SPACES.
             
             10 LINE 13 COL 20 VALUE "  G - Geografica (Lat/Long)".
             10 LINE 13 COL 50 VALUE "  P - Proximidade de um ponto".
             10 LINE 12 COL 50 VALUE "  L - Localidade (cidade)".
             10 LINE 11 COL 50 VALUE "  S - Segmento (CNAE)".
          05 TELA-RELCLI-PRM-FLT-CODIGO.
             10 LINE 14 COL 20 VALUE "-- FILTROS --".
             10 LINE 15 COL 20 VALUE "Codigo do Cliente.......:".
          05 TELA-RELCLI-PRM-FLT-CODVND.
             10 LINE 17 COL 20 VALUE "Codigo do Vendedor......:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-PRM-CDVND.
          05 TELA-RELCLI-PRM-FLT-SEGMENTO.
             10 LINE 17 COL 50 VALUE "Segmento (inicio CNAE):".
             10 COLUMN PLUS 2 PIC X(04) USING WS-TEL-PRM-SEGMENTO.
          05 TELA-RELCLI-PRM-FLT-INATIVO.
             10 LINE 18 COL 20 VALUE "Incluir Inativos (S/N)..:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-PRM-INC-INATIVO.
          05 TELA-RELCLI-PRM-CONSOLIDADO.
             10 LINE 28 COL 50 VALUE "Consolidado empresas(S/N):".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-PRM-CONSOLIDADO.
          05 TELA-RELCLI-PRM-EXPLODIR.
             10 LINE 18 COL 50 VALUE "Explodir (N/S/E-email)..:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-PRM-EXPLODIR.
          05 TELA-DADOS-CONFIRMAR-CLI.
             10 LINE 28 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-VND-CONFIRMAR.
           INITIALIZE WS-DADOS-TELA.
           MOVE "A"             TO WS-TEL-PRM-ORD.
           MOVE "C"             TO WS-TEL-PRM-CLA.
           SET ENVIRONMENT "RELATORIO_EXPLODIR" TO "N".
           MOVE "RELCLI"        TO WS-SPL-TIPO.
           MOVE "JOBNOTURNO"    TO WS-SPL-OPERADOR.
           MOVE WS-BLOCO-PARAMETROS TO WS-SPL-PARAMETROS.
                WS-TEL-PRM-SO-SEM-VND,
                WS-TEL-PRM-REF-LAT,
                WS-TEL-PRM-REF-LON,
                WS-TEL-PRM-CONSOLIDADO,
                WS-TEL-PRM-SEGMENTO.
           MOVE RETURN-CODE TO WS-RC-BATCH.
           MOVE "F" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           PERFORM 011-INFORMA-COD-VENDEDOR
             UNTIL WS-PARAM-OK EQUAL "OK"

           MOVE " " TO WS-PARAM-OK
           PERFORM 011-INFORMA-SEGMENTO
             UNTIL WS-PARAM-OK EQUAL "OK"

           MOVE " " TO WS-PARAM-OK
           PERFORM 011-INFORMA-INC-INATIVO
             UNTIL WS-PARAM-OK EQUAL "OK"
           PERFORM 011-INFORMA-CONSOLIDADO
             UNTIL WS-PARAM-OK EQUAL "OK"

           MOVE " " TO WS-PARAM-OK
           PERFORM 011-INFORMA-EXPLODIR
             UNTIL WS-PARAM-OK EQUAL "OK"

           MOVE " " TO WS-PARAM-OK.
           PERFORM 011-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
               MOVE "A" TO WS-SPL-FUNCAO
               CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG
               MOVE WS-SPL-NMARQUIVO TO WS-TEL-NMARQUIVO
               IF WS-TEL-PRM-EXPLODIR = "N" THEN
                   SET ENVIRONMENT "RELATORIO_EXPLODIR" TO "N"
               ELSE
                   SET ENVIRONMENT "RELATORIO_EXPLODIR" TO "S"
               END-IF
               CALL 'GERAR_REL_CLIENTE'
                    USING
                    WS-TEL-NMARQUIVO,
                    WS-TEL-PRM-SO-SEM-VND,
                    WS-TEL-PRM-REF-LAT,
                    WS-TEL-PRM-REF-LON,
                    WS-TEL-PRM-CONSOLIDADO,
                    WS-TEL-PRM-SEGMENTO
               SET ENVIRONMENT "RELATORIO_EXPLODIR" TO "N"
               MOVE 0 TO WS-EXP-QTD-PECAS
               IF WS-TEL-PRM-EXPLODIR NOT = "N" THEN
                   PERFORM 012-EXPLODIR-RELATORIO
               END-IF
               MOVE "F" TO WS-SPL-FUNCAO
               CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG
           END-IF.

           MOVE SPACES TO WS-MSG-CLI.
           IF WS-TEL-PRM-EXPLODIR = "N" THEN
               STRING "Gerado no spool: " DELIMITED BY SIZE
                      WS-SPL-NMARQUIVO   DELIMITED BY SIZE
                 INTO WS-MSG-CLI
           ELSE
               MOVE WS-EXP-QTD-PECAS TO WS-EXP-QTD-PECAS-ED
               STRING "Spool " DELIMITED BY SIZE
                      WS-SPL-NMARQUIVO DELIMITED BY SPACE
                      " partes:" DELIMITED BY SIZE
                      WS-EXP-QTD-PECAS-ED DELIMITED BY SIZE
                 INTO WS-MSG-CLI
           END-IF.
           DISPLAY TELA-RELCLI-MSG.
           DISPLAY TELA-SAIR.
           MOVE " " TO WS-PARAM-OK.
            AND WS-TEL-PRM-CLA <> "G"
            AND WS-TEL-PRM-CLA <> "P"
            AND WS-TEL-PRM-CLA <> "L"
            AND WS-TEL-PRM-CLA <> "S"
                MOVE "Tipo de classificacao invalida" TO WS-MSG-CLI
            ELSE
                MOVE "OK" TO WS-PARAM-OK
       011-INFORMA-COD-VENDEDOR-EXIT.
           EXIT.

      *    SEGMENTO: PREFIXO DA CLASSE CNAE (1 A 4 DIGITOS) OU ESPACOS
       011-INFORMA-SEGMENTO SECTION.
            MOVE "Informe espacos para todos" TO WS-MSG-CLI.
            DISPLAY TELA-RELCLI-MSG.
            ACCEPT  TELA-RELCLI-PRM-FLT-SEGMENTO.
            IF  WS-TEL-PRM-SEGMENTO <> SPACES
            AND WS-TEL-PRM-SEGMENTO(1:1) NOT NUMERIC
                MOVE "Segmento deve iniciar por digito" TO WS-MSG-CLI
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CLI
            END-IF.
            DISPLAY TELA-RELCLI-MSG.
       011-INFORMA-SEGMENTO-EXIT.
           EXIT.

       011-INFORMA-INC-INATIVO SECTION.
            ACCEPT  TELA-RELCLI-PRM-FLT-INATIVO.
            IF  WS-TEL-PRM-INC-INATIVO <> "S"
       011-INFORMA-CONSOLIDADO-EXIT.
           EXIT.

      *    EXPLOSAO POR DESTINATARIO: N-NAO, S-UMA PARTE POR VENDEDOR
      *    E POR EQUIPE NO SPOOL, E-IDEM E ENVIA CADA PARTE POR E-MAIL.
      *    NAO VALE PARA O CSV NEM PARA O CONSOLIDADO.
       011-INFORMA-EXPLODIR SECTION.
            ACCEPT  TELA-RELCLI-PRM-EXPLODIR.
            IF  WS-TEL-PRM-EXPLODIR <> "N"
            AND WS-TEL-PRM-EXPLODIR <> "S"
            AND WS-TEL-PRM-EXPLODIR <> "E"
                MOVE "Opcao invalida" TO WS-MSG-CLI
            ELSE
            IF  WS-TEL-PRM-EXPLODIR <> "N"
            AND (WS-TEL-PRM-FORMATO = "C"
             OR  WS-TEL-PRM-CONSOLIDADO = "S")
                MOVE "Sem explosao no CSV/consolidado" TO WS-MSG-CLI
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CLI
            END-IF
            END-IF.
            DISPLAY TELA-RELCLI-MSG.
       011-INFORMA-EXPLODIR-EXIT.
           EXIT.

      *    SEPARA O IMPRESSO RECEM-GERADO EM UMA PARTE POR VENDEDOR E
      *    POR EQUIPE, CATALOGADAS NO SPOOL COM O DESTINATARIO.
       012-EXPLODIR-RELATORIO SECTION.
           MOVE WS-SPL-NMARQUIVO    TO WS-EXP-NMARQUIVO.
           MOVE "RELCLI"            TO WS-EXP-TIPO.
           MOVE WS-OPERADOR-ID      TO WS-EXP-OPERADOR.
           MOVE WS-BLOCO-PARAMETROS TO WS-EXP-PARAMETROS.
           MOVE WS-SPL-ID           TO WS-EXP-ORIGEM-ID.
           IF WS-TEL-PRM-EXPLODIR = "E" THEN
               MOVE "S" TO WS-EXP-NOTIFICAR
           ELSE
               MOVE "N" TO WS-EXP-NOTIFICAR
           END-IF.
           CALL 'EXPLODE_RELATORIO' USING WS-EXPLODE-PRM.
       012-EXPLODIR-RELATORIO-EXIT.
           EXIT.

       011-CONFIRMAR SECTION.
            ACCEPT  TELA-DADOS-CONFIRMAR-CLI.
            IF  WS-TEL-VND-CONFIRMAR <> "S"
