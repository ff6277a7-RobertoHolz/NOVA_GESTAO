              05 WID-ARQ-ALERTA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-ALERTA  PIC 9(02) VALUE ZEROS.
              05 WS-NOVO-ID           PIC 9(07) VALUE ZEROS.
              05 WS-NOT-VALOR-ED      PIC Z(6)9.99.
              05 WS-NOT-LIMITE-ED     PIC Z(6)9.99.
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

       LINKAGE SECTION.
         copy 'lk-gravar-alerta.cpy'.
           MOVE SPACES           TO ALE-TRATADO-POR.
           WRITE ALE-REGISTRO.
           CLOSE ARQ-ALERTA.
           IF ALR-SEV-ALTA THEN
               PERFORM 02-NOTIFICAR-SUPERVISAO
           END-IF.
       01-GRAVAR-ALERTA-EXIT.
           EXIT.

      *    ALERTA DE SEVERIDADE ALTA NAO ESPERA ALGUEM ABRIR A CAIXA
      *    DE ALERTAS: OS SUPERVISORES DA EMPRESA SAO AVISADOS POR
      *    E-MAIL.
       02-NOTIFICAR-SUPERVISAO SECTION.
           MOVE ALE-VALOR  TO WS-NOT-VALOR-ED.
           MOVE ALE-LIMITE TO WS-NOT-LIMITE-ED.
           MOVE "ALERTA"   TO WS-NOT-ORIGEM.
           MOVE "S"        TO WS-NOT-DEST-TIPO.
           MOVE SPACES     TO WS-NOT-DEST-CODIGO.
           MOVE SPACES     TO WS-NOT-EMPRESA.
           MOVE SPACES     TO WS-NOT-ASSUNTO.
           STRING "ALERTA DE SEVERIDADE ALTA: " DELIMITED BY SIZE
                  ALE-REGRA DELIMITED BY SPACE
             INTO WS-NOT-ASSUNTO.
           MOVE SPACES     TO WS-NOT-ANEXO.
           MOVE 3 TO WS-NOT-QTD-LINHAS.
           MOVE SPACES TO WS-NOT-LINHA(1).
           STRING "Regra: " DELIMITED BY SIZE
                  ALE-REGRA DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  ALR-DESCRICAO DELIMITED BY SIZE
             INTO WS-NOT-LINHA(1).
           MOVE SPACES TO WS-NOT-LINHA(2).
           STRING "Valor apurado: " DELIMITED BY SIZE
                  WS-NOT-VALOR-ED DELIMITED BY SIZE
                  "  Limite: " DELIMITED BY SIZE
                  WS-NOT-LIMITE-ED DELIMITED BY SIZE
             INTO WS-NOT-LINHA(2).
           MOVE SPACES TO WS-NOT-LINHA(3).
           STRING "Detalhe: " DELIMITED BY SIZE
                  ALE-TEXTO DELIMITED BY SIZE
             INTO WS-NOT-LINHA(3).
           CALL 'ENVIA_NOTIFICACAO' USING WS-NOTIFICACAO-PRM.
       02-NOTIFICAR-SUPERVISAO-EXIT.
           EXIT.
