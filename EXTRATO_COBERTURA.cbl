      *    AUSENCIAS, O VENDEDOR RESERVA (CLI-CODVND-BACKUP). NADA E
      *    REGRAVADO EM CLI-CODVND: QUANDO A AUSENCIA TERMINA, O
      *    EXTRATO VOLTA A APONTAR O TITULAR SOZINHO.
      *    COM A EXPLOSAO PEDIDA NA TELA O EXTRATO E CATALOGADO NO
      *    SPOOL (TIPO COBERTUR) E SEPARADO EM UMA PARTE POR VENDEDOR
      *    EFETIVO E POR EQUIPE (EXPLODE_RELATORIO).
       environment division.
       configuration section.
       input-output section.
              05 WS-VND-EFETIVO       PIC 9(05) VALUE ZEROS.
              05 WS-QTD-LISTADOS      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-SUBSTITUIDOS  PIC 9(07) VALUE ZEROS.
              05 WS-TEL-EXPLODIR      PIC X(01) VALUE "N".
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-MARCA-TIPO-ATUAL  PIC X(01) VALUE SPACES.
              05 WS-MARCA-CODVND-ATUAL PIC 9(05) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-SPOOL-REG.
                 10 WS-SPL-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-SPL-TIPO       PIC X(08) VALUE SPACES.
                 10 WS-SPL-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-SPL-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-SPL-ID         PIC 9(07) VALUE ZEROS.
                 10 WS-SPL-PARAMETROS PIC X(150) VALUE SPACES.
              05 WS-EXPLODE-PRM.
                 10 WS-EXP-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-EXP-TIPO       PIC X(08) VALUE SPACES.
                 10 WS-EXP-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-EXP-PARAMETROS PIC X(150) VALUE SPACES.
                 10 WS-EXP-ORIGEM-ID  PIC 9(07) VALUE ZEROS.
                 10 WS-EXP-NOTIFICAR  PIC X(01) VALUE SPACES.
                 10 WS-EXP-QTD-PECAS  PIC 9(05) VALUE ZEROS.
              05 WS-EXP-QTD-PECAS-ED  PIC ZZZZ9.

           01 WS-LINHAS-EXTRATO.
              05 WS-LINHA-EXT-CAB-1.
                 10 FILLER                  PIC X(25) VALUE
                    "Cobertos pelo reserva..:".
                 10 WS-TOT-SUBSTITUIDOS-ED  PIC ZZZZZZ9.
              05 WS-LINHA-DESTINO.
                 10 FILLER                  PIC X(09) VALUE "*DESTINO*".
                 10 WS-DST-TIPO             PIC X(01) VALUE SPACES.
                 10 WS-DST-CODVND           PIC 9(05) VALUE ZEROS.

       SCREEN SECTION.
       01 TELA-EXTRATO.
          05 TELA-EXTRATO-PRM-DATA.
             10 LINE 10 COL 20 VALUE "Data (AAAAMMDD, 0=hoje)..:".
             10 COLUMN PLUS 2 PIC 9(08) USING WS-TEL-DATA.
          05 TELA-EXTRATO-PRM-EXPLODIR.
             10 LINE 11 COL 20 VALUE "Explodir (N/S/E-email)...:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-EXPLODIR.

       01 TELA-EXTRATO-SAIR.
          05 LINE 12 COL 20 VALUE
               IF WS-TEL-DATA = 0 THEN
                   ACCEPT WS-TEL-DATA FROM DATE YYYYMMDD
               END-IF
               MOVE " " TO WS-PARAM-OK
               PERFORM 03-informa-explodir
                 UNTIL WS-PARAM-OK EQUAL "OK"
               perform 02-gerar-extrato
               DISPLAY TELA-EXTRATO-SAIR
               ACCEPT WS-SAIR
               MOVE "N" TO WS-AUSENCIA-DISPONIVEL
           END-IF.

      *    NA EXPLOSAO O EXTRATO PASSA A SER UMA ENTRADA DO SPOOL,
      *    QUE DA O NOME DO ARQUIVO E O NUMERO DE ORIGEM DAS PARTES.
           IF WS-TEL-EXPLODIR = "N" THEN
               MOVE "COBERTURA_DIA" TO WS-NM-IMPRESSO
           ELSE
               ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
               MOVE "COBERTUR"       TO WS-SPL-TIPO
               MOVE WS-OPERADOR-ID   TO WS-SPL-OPERADOR
               MOVE SPACES           TO WS-SPL-PARAMETROS
               MOVE WS-TEL-DATA      TO WS-SPL-PARAMETROS(1:8)
               MOVE "A" TO WS-SPL-FUNCAO
               CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG
               MOVE WS-SPL-NMARQUIVO TO WS-NM-IMPRESSO
           END-IF.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-TEL-DATA TO WS-EXT-CAB-DATA.
           MOVE WS-LINHA-EXT-CAB-1 TO ARQ-IMPRESSO-LINHA.

           MOVE 0 TO WS-QTD-LISTADOS.
           MOVE 0 TO WS-QTD-SUBSTITUIDOS.
           MOVE SPACES TO WS-MARCA-TIPO-ATUAL.
           MOVE 0      TO WS-MARCA-CODVND-ATUAL.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY CONTINUE
           PERFORM 021-avaliar-cliente
             UNTIL WS-FIM-ARQCLI = 1.

           MOVE "G" TO WS-DST-TIPO.
           MOVE 0   TO WS-DST-CODVND.
           PERFORM 022-marcar-destino.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-LISTADOS TO WS-TOT-LISTADOS-ED.
               CLOSE ARQ-AUSENCIA
           END-IF.

           IF WS-TEL-EXPLODIR = "N" THEN
               MOVE "Extrato gerado em COBERTURA_DIA" TO WS-MSG-EXTRATO
           ELSE
               PERFORM 04-explodir-extrato
               MOVE "F" TO WS-SPL-FUNCAO
               CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG
               MOVE WS-EXP-QTD-PECAS TO WS-EXP-QTD-PECAS-ED
               MOVE SPACES TO WS-MSG-EXTRATO
               STRING "Spool " DELIMITED BY SIZE
                      WS-SPL-NMARQUIVO DELIMITED BY SPACE
                      " partes:" DELIMITED BY SIZE
                      WS-EXP-QTD-PECAS-ED DELIMITED BY SIZE
                 INTO WS-MSG-EXTRATO
           END-IF.
           DISPLAY TELA-EXTRATO-MSG.
       02-gerar-extrato-exit.
           EXIT.
               ELSE
                   MOVE "N" TO WS-EXT-SUBSTITUIDO
               END-IF
               MOVE "V" TO WS-DST-TIPO
               MOVE WS-VND-EFETIVO  TO WS-DST-CODVND
               PERFORM 022-marcar-destino
               MOVE WS-LINHA-EXT-DET TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           END-IF.
       02111-comparar-ausencia-exit.
           EXIT.

      *    LINHA DE DESTINO DO MODO EXPLODIDO: SO E GRAVADA QUANDO O
      *    DONO DAS LINHAS SEGUINTES MUDA.
       022-marcar-destino section.
           IF WS-TEL-EXPLODIR NOT = "N" THEN
               IF WS-DST-TIPO   NOT = WS-MARCA-TIPO-ATUAL
               OR WS-DST-CODVND NOT = WS-MARCA-CODVND-ATUAL THEN
                   MOVE WS-DST-TIPO   TO WS-MARCA-TIPO-ATUAL
                   MOVE WS-DST-CODVND TO WS-MARCA-CODVND-ATUAL
                   MOVE WS-LINHA-DESTINO TO ARQ-IMPRESSO-LINHA
                   WRITE ARQ-IMPRESSO-LINHA
               END-IF
           END-IF.
       022-marcar-destino-exit.
           EXIT.

      *    EXPLOSAO POR DESTINATARIO: N-NAO, S-UMA PARTE POR VENDEDOR
      *    E POR EQUIPE NO SPOOL, E-IDEM E ENVIA CADA PARTE POR E-MAIL.
       03-informa-explodir section.
           ACCEPT  TELA-EXTRATO-PRM-EXPLODIR.
           IF  WS-TEL-EXPLODIR <> "N"
           AND WS-TEL-EXPLODIR <> "S"
           AND WS-TEL-EXPLODIR <> "E"
               MOVE "Opcao invalida" TO WS-MSG-EXTRATO
           ELSE
               MOVE "OK" TO WS-PARAM-OK
               MOVE SPACES TO WS-MSG-EXTRATO
           END-IF.
           DISPLAY TELA-EXTRATO-MSG.
       03-informa-explodir-exit.
           EXIT.

      *    SEPARA O EXTRATO RECEM-GERADO EM UMA PARTE POR VENDEDOR E
      *    POR EQUIPE, CATALOGADAS NO SPOOL COM O DESTINATARIO.
       04-explodir-extrato section.
           MOVE WS-SPL-NMARQUIVO    TO WS-EXP-NMARQUIVO.
           MOVE "COBERTUR"          TO WS-EXP-TIPO.
           MOVE WS-OPERADOR-ID      TO WS-EXP-OPERADOR.
           MOVE WS-SPL-PARAMETROS   TO WS-EXP-PARAMETROS.
           MOVE WS-SPL-ID           TO WS-EXP-ORIGEM-ID.
           IF WS-TEL-EXPLODIR = "E" THEN
               MOVE "S" TO WS-EXP-NOTIFICAR
           ELSE
               MOVE "N" TO WS-EXP-NOTIFICAR
           END-IF.
           CALL 'EXPLODE_RELATORIO' USING WS-EXPLODE-PRM.
       04-explodir-extrato-exit.
           EXIT.
