      *    OS PARAMETROS GUARDADOS, GRAVA O RESULTADO NO SPOOL (ONDE
      *    O REQUISITANTE O ENCONTRA PELO CATALOGO) E MARCA O PEDIDO
      *    COMO CONCLUIDO OU COM FALHA.
      *    PEDIDO EXPLODIDO (RELQ-EXPLODIR S OU E): O GERADOR RODA NO
      *    MODO EXPLODIDO E O IMPRESSO E SEPARADO EM UMA PARTE POR
      *    VENDEDOR E POR EQUIPE (EXPLODE_RELATORIO); NO "E" CADA
      *    PARTE SEGUE POR E-MAIL AO SEU DESTINATARIO.
       environment division.
       configuration section.
       input-output section.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-RC-GERADOR        PIC 9(04) VALUE ZEROS.
              05 WS-EMPRESA-ANTERIOR  PIC X(02) VALUE SPACES.
              05 WS-NOT-RELQ-ID-ED    PIC Z(6)9.
              05 WS-EXPLODE-PRM.
                 10 WS-EXP-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-EXP-TIPO       PIC X(08) VALUE SPACES.
                 10 WS-EXP-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-EXP-PARAMETROS PIC X(150) VALUE SPACES.
                 10 WS-EXP-ORIGEM-ID  PIC 9(07) VALUE ZEROS.
                 10 WS-EXP-NOTIFICAR  PIC X(01) VALUE SPACES.
                 10 WS-EXP-QTD-PECAS  PIC 9(05) VALUE ZEROS.
              05 WS-EXP-QTD-PECAS-ED  PIC ZZZZ9.
              05 WS-NOTIFICACAO-PRM.
                 10 WS-NOT-ORIGEM     PIC X(08) VALUE SPACES.
                 10 WS-NOT-DEST-TIPO  PIC X(01) VALUE SPACES.
                 10 WS-NOT-DEST-CODIGO PIC X(10) VALUE SPACES.
                 10 WS-NOT-EMPRESA    PIC X(02) VALUE SPACES.
                 10 WS-NOT-ASSUNTO    PIC X(60) VALUE SPACES.
                 10 WS-NOT-ANEXO      PIC X(22) VALUE SPACES.
                 10 WS-NOT-QTD-LINHAS PIC 9(02) VALUE ZEROS.
                 10 WS-NOT-LINHA      PIC X(70) OCCURS 5 TIMES.
                 10 WS-NOT-QTD-ENVIADAS PIC 9(03) VALUE ZEROS.
              05 WS-SPOOL-REG.
                 10 WS-SPL-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-SPL-TIPO       PIC X(08) VALUE SPACES.
      *    ABERTURA): PEDIDO FALHO NAO PODE SAIR CATALOGADO COMO
      *    CONCLUIDO COM UM IMPRESSO VAZIO.
           MOVE 0 TO RETURN-CODE.
           IF RELQ-EXPLODIR-SIM THEN
               SET ENVIRONMENT "RELATORIO_EXPLODIR" TO "S"
           ELSE
               SET ENVIRONMENT "RELATORIO_EXPLODIR" TO "N"
           END-IF.
           EVALUATE RELQ-TIPO
           WHEN "RELCLI"
             CALL 'GERAR_REL_CLIENTE' USING WS-PARAMS-EXECUCAO
             CALL 'GERAR_REL_CARGA_VENDEDOR' USING WS-PARAMS-EXECUCAO
           WHEN "RELRECON"
             CALL 'GERAR_REL_RECONCILIACAO' USING WS-PARAMS-EXECUCAO
           WHEN "EXTRATO"
             CALL 'GERAR_EXTRATO' USING WS-PARAMS-EXECUCAO
           WHEN OTHER
             MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-RC-GERADOR.
           MOVE 0 TO RETURN-CODE.
           SET ENVIRONMENT "RELATORIO_EXPLODIR" TO "N".
           IF WS-RC-GERADOR >= 8 THEN
               MOVE "F" TO RELQ-SITUACAO
           ELSE
               MOVE "D" TO RELQ-SITUACAO
           END-IF.
           MOVE 0 TO WS-EXP-QTD-PECAS.
           IF RELQ-CONCLUIDO
           AND RELQ-EXPLODIR-SIM THEN
               PERFORM 023-explodir-relatorio
           END-IF.

           MOVE "F" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
               ADD 1 TO WS-QTD-FALHAS
           END-IF.
           REWRITE RELQ-REGISTRO.
           PERFORM 022-notificar-requisitante.
       021-executar-pedido-exit.
           EXIT.

      *    O REQUISITANTE E AVISADO POR E-MAIL DO FIM DO PEDIDO; O
      *    RELATORIO CONCLUIDO SEGUE COMO ANEXO.
       022-notificar-requisitante section.
           MOVE RELQ-ID           TO WS-NOT-RELQ-ID-ED.
           MOVE "RELQUEUE"        TO WS-NOT-ORIGEM.
           MOVE "O"               TO WS-NOT-DEST-TIPO.
           MOVE RELQ-REQUISITANTE TO WS-NOT-DEST-CODIGO.
           MOVE RELQ-EMPRESA      TO WS-NOT-EMPRESA.
           MOVE SPACES            TO WS-NOT-ASSUNTO.
           MOVE SPACES            TO WS-NOT-LINHA(1).
           MOVE SPACES            TO WS-NOT-LINHA(2).
           IF RELQ-CONCLUIDO THEN
               STRING "RELATORIO " DELIMITED BY SIZE
                      RELQ-TIPO DELIMITED BY SPACE
                      " CONCLUIDO" DELIMITED BY SIZE
                 INTO WS-NOT-ASSUNTO
               MOVE RELQ-ARQUIVO-GERADO TO WS-NOT-ANEXO
               STRING "O pedido de relatorio " DELIMITED BY SIZE
                      WS-NOT-RELQ-ID-ED DELIMITED BY SIZE
                      " foi concluido." DELIMITED BY SIZE
                 INTO WS-NOT-LINHA(1)
               STRING "O relatorio segue em anexo e esta no spool "
                      DELIMITED BY SIZE
                      "como " DELIMITED BY SIZE
                      RELQ-ARQUIVO-GERADO DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                 INTO WS-NOT-LINHA(2)
           ELSE
               STRING "RELATORIO " DELIMITED BY SIZE
                      RELQ-TIPO DELIMITED BY SPACE
                      " COM FALHA" DELIMITED BY SIZE
                 INTO WS-NOT-ASSUNTO
               MOVE SPACES TO WS-NOT-ANEXO
               STRING "O pedido de relatorio " DELIMITED BY SIZE
                      WS-NOT-RELQ-ID-ED DELIMITED BY SIZE
                      " terminou com falha." DELIMITED BY SIZE
                 INTO WS-NOT-LINHA(1)
               MOVE "Confira os parametros e registre um novo pedido."
                 TO WS-NOT-LINHA(2)
           END-IF.
           MOVE 2 TO WS-NOT-QTD-LINHAS.
           IF RELQ-CONCLUIDO
           AND RELQ-EXPLODIR-SIM THEN
               MOVE WS-EXP-QTD-PECAS TO WS-EXP-QTD-PECAS-ED
               MOVE SPACES TO WS-NOT-LINHA(3)
               STRING "Partes geradas por destinatario: "
                      DELIMITED BY SIZE
                      WS-EXP-QTD-PECAS-ED DELIMITED BY SIZE
                 INTO WS-NOT-LINHA(3)
               MOVE 3 TO WS-NOT-QTD-LINHAS
           END-IF.
           CALL 'ENVIA_NOTIFICACAO' USING WS-NOTIFICACAO-PRM.
       022-notificar-requisitante-exit.
           EXIT.

      *    SEPARA O IMPRESSO DO PEDIDO EM UMA PARTE POR VENDEDOR E POR
      *    EQUIPE, CATALOGADAS NO SPOOL COM O DESTINATARIO E COM O
      *    NUMERO DO SPOOL DO PEDIDO COMO ORIGEM.
       023-explodir-relatorio section.
           MOVE WS-SPL-NMARQUIVO    TO WS-EXP-NMARQUIVO.
           MOVE RELQ-TIPO           TO WS-EXP-TIPO.
           MOVE RELQ-REQUISITANTE   TO WS-EXP-OPERADOR.
           MOVE RELQ-PARAMETROS     TO WS-EXP-PARAMETROS.
           MOVE WS-SPL-ID           TO WS-EXP-ORIGEM-ID.
           IF RELQ-EXPLODIR-EMAIL THEN
               MOVE "S" TO WS-EXP-NOTIFICAR
           ELSE
               MOVE "N" TO WS-EXP-NOTIFICAR
           END-IF.
           CALL 'EXPLODE_RELATORIO' USING WS-EXPLODE-PRM.
       023-explodir-relatorio-exit.
           EXIT.
