      *    CONTAGENS DOS DOIS VENDEDORES AJUSTADAS, LINHA NO
      *    HISTORICO DE ATRIBUICOES E IMAGENS NO DIARIO DE
      *    AUDITORIA. A RECUSA DEVOLVE O PEDIDO COM UMA NOTA.
      *    VENDEDOR DE DESTINO COM CONTRATO DE REPRESENTACAO VENCIDO
      *    (VERIFICA_CONTRATO_VND) NAO RECEBE O CLIENTE: O PEDIDO E
      *    RECUSADO NA ENTRADA E, SE O CONTRATO VENCER ENTRE O PEDIDO
      *    E O ACEITE, DEVOLVIDO NO ACEITE.
       environment division.
       configuration section.
       input-output section.
              05 WS-TEL-CONFIRMAR     PIC X(01) VALUE SPACES.
              05 WS-EMPRESA-CODIGO    PIC X(02) VALUE SPACES.
              05 WS-VND-ATUAL-ACEITE  PIC 9(05) VALUE ZEROS.
              05 WS-VERIFICA-CONTRATO.
                 10 WS-VCV-CODVND     PIC 9(05) VALUE ZEROS.
                 10 WS-VCV-DATA       PIC 9(08) VALUE ZEROS.
                 10 WS-VCV-SITUACAO   PIC X(01) VALUE SPACES.
                 10 WS-VCV-VALIDADE   PIC 9(08) VALUE ZEROS.
              05 WS-TRAVA-REG.
                 10 WS-TRV-FUNCAO     PIC X(02) VALUE SPACES.
                 10 WS-TRV-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-PND-ED-PARA         PIC BZZZZ9B.
                 10 WS-PND-ED-REQ          PIC X(10)B.
                 10 WS-PND-ED-MOTIVO       PIC X(26).
              05 WS-NOT-CODCLI-ED     PIC Z(6)9.
              05 WS-NOT-VND-DE-ED     PIC Z(4)9.
              05 WS-NOT-VND-PARA-ED   PIC Z(4)9.
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

           01 WS-AUDITORIA.
              05 WS-AUD-OPERADOR          PIC X(10) VALUE SPACES.
               MOVE "Vendedor de destino inexistente" TO WS-MSG-TRF
               GO TO 021-solicitar-transferencia-exit
           END-IF.
           IF NOT VND-STATUS-ATIVO THEN
               MOVE "Vendedor de destino inativo/pendente" TO
                    WS-MSG-TRF
               GO TO 021-solicitar-transferencia-exit
           END-IF.
           MOVE WS-TEL-VND-DESTINO TO WS-VCV-CODVND.
           MOVE 0                  TO WS-VCV-DATA.
           CALL 'VERIFICA_CONTRATO_VND' USING WS-VERIFICA-CONTRATO.
           IF WS-VCV-SITUACAO = "V" THEN
               MOVE "Contrato do vendedor destino vencido" TO
                    WS-MSG-TRF
               GO TO 021-solicitar-transferencia-exit
           END-IF.
           IF WS-TEL-MOTIVO = SPACES THEN
               STRING "Pedido registrado, numero " DELIMITED BY SIZE
                      WS-NOVO-ID-ED DELIMITED BY SIZE
                 INTO WS-MSG-TRF
               PERFORM 0212-notificar-supervisao
           ELSE
               MOVE "Erro ao gravar pedido" TO WS-MSG-TRF
           END-IF.
       0211-proximo-id-transf-exit.
           EXIT.

      *    O PEDIDO AGUARDA O ACEITE DA SUPERVISAO: OS SUPERVISORES
      *    DA EMPRESA SAO AVISADOS POR E-MAIL.
       0212-notificar-supervisao section.
           MOVE TRF-CODCLI         TO WS-NOT-CODCLI-ED.
           MOVE TRF-CODVND-ORIGEM  TO WS-NOT-VND-DE-ED.
           MOVE TRF-CODVND-DESTINO TO WS-NOT-VND-PARA-ED.
           MOVE "TRANSF"           TO WS-NOT-ORIGEM.
           MOVE "S"                TO WS-NOT-DEST-TIPO.
           MOVE SPACES             TO WS-NOT-DEST-CODIGO.
           MOVE TRF-EMPRESA        TO WS-NOT-EMPRESA.
           MOVE "TRANSFERENCIA DE CLIENTE AGUARDANDO ACEITE" TO
                WS-NOT-ASSUNTO.
           MOVE SPACES             TO WS-NOT-ANEXO.
           MOVE 4 TO WS-NOT-QTD-LINHAS.
           MOVE SPACES TO WS-NOT-LINHA(1).
           STRING "Pedido " DELIMITED BY SIZE
                  WS-NOVO-ID-ED DELIMITED BY SIZE
                  ": cliente " DELIMITED BY SIZE
                  WS-NOT-CODCLI-ED DELIMITED BY SIZE
                  " do vendedor " DELIMITED BY SIZE
                  WS-NOT-VND-DE-ED DELIMITED BY SIZE
                  " para " DELIMITED BY SIZE
                  WS-NOT-VND-PARA-ED DELIMITED BY SIZE
             INTO WS-NOT-LINHA(1).
           MOVE SPACES TO WS-NOT-LINHA(2).
           STRING "Motivo: " DELIMITED BY SIZE
                  TRF-MOTIVO DELIMITED BY SIZE
             INTO WS-NOT-LINHA(2).
           MOVE SPACES TO WS-NOT-LINHA(3).
           STRING "Solicitado por: " DELIMITED BY SIZE
                  TRF-REQUISITANTE DELIMITED BY SIZE
             INTO WS-NOT-LINHA(3).
           MOVE "Aceite ou recusa pela transferencia com aceite."
             TO WS-NOT-LINHA(4).
           CALL 'ENVIA_NOTIFICACAO' USING WS-NOTIFICACAO-PRM.
       0212-notificar-supervisao-exit.
           EXIT.

       022-decidir-pendentes section.
           PERFORM 0221-listar-pendentes.
           IF WS-QTD-TELA = 0 THEN
               GO TO 0222-aplicar-transferencia-exit
           END-IF.

           MOVE TRF-CODVND-DESTINO TO WS-VCV-CODVND.
           MOVE 0                  TO WS-VCV-DATA.
           CALL 'VERIFICA_CONTRATO_VND' USING WS-VERIFICA-CONTRATO.
           IF WS-VCV-SITUACAO = "V" THEN
               MOVE "R" TO TRF-SITUACAO
               MOVE WS-OPERADOR-ID TO TRF-DECISOR
               MOVE "CONTRATO DO DESTINO VENCIDO" TO
                    TRF-NOTA-DECISAO
               REWRITE TRF-REGISTRO
               MOVE "Contrato do destino vencido, devolvido" TO
                    WS-MSG-TRF
               GO TO 0222-aplicar-transferencia-exit
           END-IF.

           MOVE CLI-REGISTRO TO WS-AUD-IMAGEM-ANTES.
           MOVE CLI-CODVND TO CLI-CODVND-BACKUP.
           MOVE TRF-CODVND-DESTINO TO CLI-CODVND.
