       identification division.
       program-id. "REGISTRA_SPOOL".
       author.     Roberto Holz.
      *    CATALOGO DE IMPRESSOS (SPOOL). TRES FUNCOES:
      *      "A" (ABRIR)  - ALOCA O PROXIMO NUMERO DE SPOOL, GERA O
      *                     NOME PADRONIZADO SPL_<TIPO>_<NUMERO> E
      *                     GRAVA A ENTRADA DO CATALOGO COM TIPO,
      *                     (PARA PERMITIR REGERACAO IDENTICA).
      *      "F" (FECHAR) - CONTA AS LINHAS DO IMPRESSO JA GERADO E
      *                     ATUALIZA A ENTRADA DO CATALOGO.
      *      "D" (DESTINO) - COMO "A", PARA AS PARTES DE UM RELATORIO
      *                     EXPLODIDO POR DESTINATARIO: GRAVA TAMBEM
      *                     O DESTINATARIO (V-VENDEDOR/S-SUPERVISOR E
      *                     O CODIGO) E O NUMERO DO SPOOL DE ORIGEM.
      *                     SO QUEM CHAMA COM "D" PRECISA PASSAR A
      *                     AREA COM OS CAMPOS DE DESTINO.
      *    O REGISTRO DE NUMERO ZERO DO PROPRIO CATALOGO GUARDA O
      *    ULTIMO NUMERO UTILIZADO (MESMA TECNICA DO ARQ_CLICTRL).
      *    SE O CATALOGO NAO ABRE (POR EXEMPLO STATUS 39, ARQUIVO AINDA
      *    NO LAYOUT ANTERIOR - VER CONVERTE_SPOOL), AVISA NO CONSOLE,
      *    DEVOLVE RETURN-CODE 8 E, NA ABERTURA, O NOME
      *    SPL_<TIPO>_0000000 COM NUMERO ZERO, PARA O IMPRESSO NAO
      *    SAIR SEM NOME; ESSE IMPRESSO FICA FORA DO CATALOGO.
       environment division.
       configuration section.
       input-output section.
           END-IF.
           IF  WS-RST-ACESS-SPOOL = 00
           OR  WS-RST-ACESS-SPOOL = 05 THEN
               IF WL-SPL-FUNCAO = "A"
               OR WL-SPL-FUNCAO = "D" THEN
                   PERFORM 01-ABRIR-SPOOL
               ELSE
                   PERFORM 02-FECHAR-SPOOL
               END-IF
               CLOSE ARQ-SPOOL
           ELSE
               PERFORM 09-AVISAR-ERRO-ABERTURA
           END-IF.
           goback.
       00-CONTROLE-EXIT.
               MOVE SPACES  TO SPOOL-NMARQUIVO
               MOVE 0       TO SPOOL-QTD-LINHAS
               MOVE SPACES  TO SPOOL-PARAMETROS
               MOVE SPACES  TO SPOOL-DEST-TIPO
               MOVE SPACES  TO SPOOL-DEST-CODIGO
               MOVE 0       TO SPOOL-ORIGEM-ID
               WRITE SPOOL-REGISTRO
           END-IF.

           MOVE WL-SPL-NMARQUIVO  TO SPOOL-NMARQUIVO.
           MOVE 0                 TO SPOOL-QTD-LINHAS.
           MOVE WL-SPL-PARAMETROS TO SPOOL-PARAMETROS.
           IF WL-SPL-FUNCAO = "D" THEN
               MOVE WL-SPL-DEST-TIPO   TO SPOOL-DEST-TIPO
               MOVE WL-SPL-DEST-CODIGO TO SPOOL-DEST-CODIGO
               MOVE WL-SPL-ORIGEM-ID   TO SPOOL-ORIGEM-ID
           ELSE
               MOVE SPACES            TO SPOOL-DEST-TIPO
               MOVE SPACES            TO SPOOL-DEST-CODIGO
               MOVE 0                 TO SPOOL-ORIGEM-ID
           END-IF.
           WRITE SPOOL-REGISTRO.
       01-ABRIR-SPOOL-EXIT.
           EXIT.

      *    NUMERO ZERO E O REGISTRO DE CONTROLE (IMPRESSO GERADO FORA
      *    DO CATALOGO): NAO HA ENTRADA A ATUALIZAR.
       02-FECHAR-SPOOL SECTION.
           IF WL-SPL-ID = 0 THEN
               GO TO 02-FECHAR-SPOOL-EXIT
           END-IF.
           MOVE 0 TO WS-QTD-LINHAS.
           MOVE WL-SPL-NMARQUIVO TO WID-ARQ-SPLIMP.
           OPEN INPUT ARQ-SPLIMP.
           END-READ.
       021-CONTAR-LINHA-EXIT.
           EXIT.

       09-AVISAR-ERRO-ABERTURA SECTION.
           DISPLAY "REGISTRA_SPOOL: erro na abertura de " WID-ARQ-SPOOL
                   " status " WS-RST-ACESS-SPOOL.
           IF WS-RST-ACESS-SPOOL = 39 THEN
               DISPLAY "REGISTRA_SPOOL: catalogo no layout anterior, "
                       "rodar CONVERTE_SPOOL"
           END-IF.
           IF WL-SPL-FUNCAO = "A"
           OR WL-SPL-FUNCAO = "D" THEN
               MOVE 0 TO WL-SPL-ID
               MOVE SPACES TO WL-SPL-NMARQUIVO
               STRING "SPL_"        DELIMITED BY SIZE
                      WL-SPL-TIPO   DELIMITED BY SPACE
                      "_0000000"    DELIMITED BY SIZE
                 INTO WL-SPL-NMARQUIVO
               DISPLAY "REGISTRA_SPOOL: impresso gerado fora do "
                       "catalogo em " WL-SPL-NMARQUIVO
           END-IF.
           MOVE 8 TO RETURN-CODE.
       09-AVISAR-ERRO-ABERTURA-EXIT.
           EXIT.
