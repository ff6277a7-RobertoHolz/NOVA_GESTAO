      *    DE SPOOL, NUNCA SOBREPOE A ANTIGA) E PESQUISAR UM TERMO
      *    (CODIGO DE CLIENTE, VENDEDOR OU CNPJ) DENTRO DO CONTEUDO
      *    DOS IMPRESSOS CATALOGADOS.
      *    AS PARTES DE UM RELATORIO EXPLODIDO MOSTRAM O DESTINATARIO
      *    NA COLUNA DO OPERADOR (V-VENDEDOR / S-SUPERVISOR) E NAO SAO
      *    REGERADAS SOZINHAS: REGERA-SE O RELATORIO DE ORIGEM.
       environment division.
       configuration section.
       input-output section.
           MOVE SPOOL-TIPO       TO WS-SPL-ED-TIPO.
           MOVE SPOOL-DATA       TO WS-SPL-ED-DATA.
           MOVE SPOOL-HORA       TO WS-SPL-ED-HORA.
           IF SPOOL-DEST-VENDEDOR
           OR SPOOL-DEST-SUPERVISOR THEN
               MOVE SPACES TO WS-SPL-ED-OPERADOR
               STRING SPOOL-DEST-TIPO DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      SPOOL-DEST-CODIGO DELIMITED BY SPACE
                 INTO WS-SPL-ED-OPERADOR
           ELSE
               MOVE SPOOL-OPERADOR TO WS-SPL-ED-OPERADOR
           END-IF.
           MOVE SPOOL-NMARQUIVO  TO WS-SPL-ED-NMARQ.
           MOVE SPOOL-QTD-LINHAS TO WS-SPL-ED-LINHAS.
           IF WS-QTD-TELA < 10 THEN
      *    CORRESPONDENTE AO TIPO.
       023-REGERAR-RELATORIO SECTION.
           PERFORM 029-LER-ENTRADA-CATALOGO.
           IF  WS-RST-ACESS-SPOOL = 0
           AND SPOOL-ORIGEM-ID IS NUMERIC
           AND SPOOL-ORIGEM-ID > 0 THEN
               MOVE SPOOL-ORIGEM-ID TO WS-SPL-ED-ID
               MOVE SPACES TO WS-MSG-SPL
               STRING "Parte explodida: regere o spool "
                      DELIMITED BY SIZE
                      WS-SPL-ED-ID DELIMITED BY SIZE
                 INTO WS-MSG-SPL
               GO TO 023-REGERAR-RELATORIO-EXIT
           END-IF.
           IF WS-RST-ACESS-SPOOL = 0 THEN
               MOVE SPOOL-PARAMETROS TO WS-PARAMS-REGERACAO
               MOVE SPOOL-TIPO       TO WS-SPL-TIPO
               WHEN "DOSSIE"
                 CALL 'GERAR_REL_DOSSIE'
                      USING WS-RGR-NMARQUIVO, WS-RGR-RESTO
      *        O EXTRATO REGERADO RESPEITA O PERFIL DE QUEM REGERA.
               WHEN "EXTRATO"
                 MOVE WS-OPERADOR-ID TO WS-RGR-RESTO(21:10)
                 CALL 'GERAR_EXTRATO' USING WS-PARAMS-REGERACAO
               WHEN OTHER
                 MOVE "Tipo de spool sem regeracao" TO WS-MSG-SPL
               END-EVALUATE
