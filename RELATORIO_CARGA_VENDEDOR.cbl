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
                    15 WS-TEL-PRM-CLA         PIC X(01) VALUE SPACES.
                    15 WS-TEL-PRM-INC-INATIVO PIC X(01) VALUE "N".
                    15 WS-TEL-PRM-CONSOLIDADO PIC X(01) VALUE "N".
                 10 WS-TEL-PRM-EXPLODIR    PIC X(01) VALUE "N".
                 10 WS-TEL-VND-CONFIRMAR   PIC X(01) VALUE SPACES.
                 10 WS-TEL-SAIR            PIC X(01) VALUE SPACES.

          05 TELA-RELCRGVND-PRM-CONSOLIDADO.
             10 LINE 16 COL 20 VALUE "Consolidado empresas(S/N):".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-PRM-CONSOLIDADO.
          05 TELA-RELCRGVND-PRM-EXPLODIR.
             10 LINE 15 COL 50 VALUE "Explodir (N/S/E-email)..:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-PRM-EXPLODIR.
          05 TELA-DADOS-CONFIRMAR-VND.
             10 LINE 17 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-VND-CONFIRMAR.
           MOVE "C"              TO WS-TEL-PRM-CLA.
           MOVE "N"              TO WS-TEL-PRM-INC-INATIVO.
           MOVE "N"              TO WS-TEL-PRM-CONSOLIDADO.
           SET ENVIRONMENT "RELATORIO_EXPLODIR" TO "N".
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE 0 TO RETURN-CODE.
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
               CALL 'GERAR_REL_CARGA_VENDEDOR'
                    USING
                    WS-TEL-NMARQUIVO,
                    WS-TEL-PRM-CLA,
                    WS-TEL-PRM-INC-INATIVO,
                    WS-TEL-PRM-CONSOLIDADO
               SET ENVIRONMENT "RELATORIO_EXPLODIR" TO "N"
               MOVE 0 TO WS-EXP-QTD-PECAS
               IF WS-TEL-PRM-EXPLODIR NOT = "N" THEN
                   PERFORM 012-EXPLODIR-RELATORIO
               END-IF
               MOVE "F" TO WS-SPL-FUNCAO
               CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG
           END-IF.

           MOVE SPACES TO WS-MSG-VND.
           IF WS-TEL-PRM-EXPLODIR = "N" THEN
               STRING "Gerado no spool: " DELIMITED BY SIZE
                      WS-SPL-NMARQUIVO   DELIMITED BY SIZE
                 INTO WS-MSG-VND
           ELSE
               MOVE WS-EXP-QTD-PECAS TO WS-EXP-QTD-PECAS-ED
               STRING "Spool " DELIMITED BY SIZE
                      WS-SPL-NMARQUIVO DELIMITED BY SPACE
                      " partes:" DELIMITED BY SIZE
                      WS-EXP-QTD-PECAS-ED DELIMITED BY SIZE
                 INTO WS-MSG-VND
           END-IF.
           DISPLAY TELA-RELCRGVND-MSG.
           DISPLAY TELA-SAIR.
           MOVE " " TO WS-PARAM-OK.
       011-INFORMA-CONSOLIDADO-EXIT.
           EXIT.

      *    EXPLOSAO POR DESTINATARIO: N-NAO, S-UMA PARTE POR VENDEDOR
      *    E POR EQUIPE NO SPOOL, E-IDEM E ENVIA CADA PARTE POR E-MAIL.
      *    NAO VALE PARA O CONSOLIDADO.
       011-INFORMA-EXPLODIR SECTION.
            ACCEPT  TELA-RELCRGVND-PRM-EXPLODIR.
            IF  WS-TEL-PRM-EXPLODIR <> "N"
            AND WS-TEL-PRM-EXPLODIR <> "S"
            AND WS-TEL-PRM-EXPLODIR <> "E"
                MOVE "Opcao invalida" TO WS-MSG-VND
            ELSE
            IF  WS-TEL-PRM-EXPLODIR <> "N"
            AND WS-TEL-PRM-CONSOLIDADO = "S"
                MOVE "Sem explosao no consolidado" TO WS-MSG-VND
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-VND
            END-IF
            END-IF.
            DISPLAY TELA-RELCRGVND-MSG.
       011-INFORMA-EXPLODIR-EXIT.
           EXIT.

      *    SEPARA O IMPRESSO RECEM-GERADO EM UMA PARTE POR VENDEDOR E
      *    POR EQUIPE, CATALOGADAS NO SPOOL COM O DESTINATARIO.
       012-EXPLODIR-RELATORIO SECTION.
           MOVE WS-SPL-NMARQUIVO    TO WS-EXP-NMARQUIVO.
           MOVE "RELCARGA"          TO WS-EXP-TIPO.
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
            ACCEPT  TELA-DADOS-CONFIRMAR-VND.
            IF  WS-TEL-VND-CONFIRMAR <> "S"
