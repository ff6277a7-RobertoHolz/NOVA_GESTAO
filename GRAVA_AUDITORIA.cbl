      *    DEPOIS DO REGISTRO ALTERADO. E CHAMADO PELOS CADASTROS A
      *    CADA WRITE/REWRITE LOGICO CONFIRMADO, PARA A AUDITORIA
      *    PODER RECONSTRUIR QUEM MUDOU O QUE E QUANDO.
      *    CADA LINHA LEVA UM NUMERO DE SEQUENCIA SEM LACUNAS E UM
      *    VERIFICADOR ENCADEADO AO DA LINHA ANTERIOR
      *    (CALCULA_SELO_AUDIT), CONFERIDOS PELO VERIFICA_AUDITORIA.
      *    A ULTIMA SEQUENCIA E O ULTIMO VERIFICADOR FICAM NO
      *    CONTROLE ARQ_AUDCTL; SE O CONTROLE SUMIR, E RECONSTRUIDO
      *    PELA ULTIMA LINHA SEQUENCIADA DO DIARIO VIVO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-audit.cpy'.
         copy 'select-arq-audctl.cpy'.

       data division.
       file section.
         copy 'fd-arq-audit.cpy'.
         copy 'fd-arq-audctl.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-AUDIT        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-AUDIT   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-AUDCTL       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-AUDCTL  PIC 9(02) VALUE ZEROS.
              05 WS-CONTROLE-NOVO     PIC X(01) VALUE "N".
              05 WS-FIM-AUDIT         PIC 9(01) VALUE ZEROS.
              05 WS-HORA-COMPLETA     PIC 9(08) VALUE ZEROS.
              05 WS-CALCULA-SELO-PRM.
                 10 WS-CSA-SELO-ANTERIOR PIC 9(09) VALUE ZEROS.
                 10 WS-CSA-CONTEUDO      PIC X(444) VALUE SPACES.
                 10 WS-CSA-SELO          PIC 9(09) VALUE ZEROS.

       LINKAGE SECTION.
         copy 'lk-gravar-auditoria.cpy'.

       PROCEDURE DIVISION USING WL-LINK-GRAVAR-AUDITORIA.
       00-CONTROLE SECTION.
           PERFORM 02-OBTER-CONTROLE.
           PERFORM 01-GRAVAR-LINHA-AUDIT.
           PERFORM 03-ATUALIZAR-CONTROLE.
           goback.
       00-CONTROLE-EXIT.
           EXIT.
               OPEN OUTPUT ARQ-AUDIT
           END-IF.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
      *    A HORA VEM COMO HHMMSSCC; SO HHMMSS VAI PARA O REGISTRO.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO AUDIT-HORA.
           MOVE WL-AUD-OPERADOR      TO AUDIT-OPERADOR.
           MOVE WL-AUD-TIPO          TO AUDIT-TIPO.
           MOVE WL-AUD-OPERACAO      TO AUDIT-OPERACAO.
           MOVE WL-AUD-CHAVE         TO AUDIT-CHAVE.
           MOVE WL-AUD-IMAGEM-ANTES  TO AUDIT-IMAGEM-ANTES.
           MOVE WL-AUD-IMAGEM-DEPOIS TO AUDIT-IMAGEM-DEPOIS.
           ADD 1 TO AUDCTL-ULT-SEQUENCIA.
           MOVE AUDCTL-ULT-SEQUENCIA TO AUDIT-SEQUENCIA.
           MOVE AUDCTL-ULT-VERIFICADOR TO WS-CSA-SELO-ANTERIOR.
           MOVE AUDIT-CONTEUDO-SELADO  TO WS-CSA-CONTEUDO.
           CALL 'CALCULA_SELO_AUDIT' USING WS-CALCULA-SELO-PRM.
           MOVE WS-CSA-SELO TO AUDIT-VERIFICADOR.
           MOVE WS-CSA-SELO TO AUDCTL-ULT-VERIFICADOR.
           MOVE AUDIT-DATA  TO AUDCTL-ULT-DATA.
           MOVE AUDIT-HORA  TO AUDCTL-ULT-HORA.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQ-AUDIT.
       01-GRAVAR-LINHA-AUDIT-EXIT.
           EXIT.

       02-OBTER-CONTROLE SECTION.
           MOVE "ARQ_AUDCTL" TO WID-ARQ-AUDCTL.
           OPEN I-O ARQ-AUDCTL.
           IF WS-RST-ACESS-AUDCTL = 35 THEN
               OPEN OUTPUT ARQ-AUDCTL
               CLOSE ARQ-AUDCTL
               OPEN I-O ARQ-AUDCTL
           END-IF.
           MOVE "N" TO WS-CONTROLE-NOVO.
           MOVE 1 TO AUDCTL-CHAVE.
           READ ARQ-AUDCTL KEY IS AUDCTL-CHAVE
             INVALID KEY MOVE "S" TO WS-CONTROLE-NOVO
           END-READ.
           IF WS-CONTROLE-NOVO = "S" THEN
               PERFORM 021-RECONSTRUIR-CONTROLE
           END-IF.
       02-OBTER-CONTROLE-EXIT.
           EXIT.

      *    SEM CONTROLE: A CADEIA CONTINUA DA ULTIMA LINHA
      *    SEQUENCIADA DO DIARIO VIVO; LINHAS ANTERIORES AO
      *    SEQUENCIAMENTO (SEM NUMERO) SAO IGNORADAS.
       021-RECONSTRUIR-CONTROLE SECTION.
           MOVE 1 TO AUDCTL-CHAVE.
           MOVE 0 TO AUDCTL-ULT-SEQUENCIA.
           MOVE 0 TO AUDCTL-ULT-VERIFICADOR.
           MOVE 0 TO AUDCTL-ULT-DATA.
           MOVE 0 TO AUDCTL-ULT-HORA.
           MOVE "ARQ_AUDIT" TO WID-ARQ-AUDIT.
           OPEN INPUT ARQ-AUDIT.
           IF WS-RST-ACESS-AUDIT NOT = 0 THEN
               GO TO 021-RECONSTRUIR-CONTROLE-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-AUDIT.
           READ ARQ-AUDIT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-AUDIT
           END-READ.
           PERFORM 0211-EXAMINAR-LINHA
             UNTIL WS-FIM-AUDIT = 1.
           CLOSE ARQ-AUDIT.
       021-RECONSTRUIR-CONTROLE-EXIT.
           EXIT.

       0211-EXAMINAR-LINHA SECTION.
           IF AUDIT-SEQUENCIA IS NUMERIC
           AND AUDIT-VERIFICADOR IS NUMERIC THEN
               MOVE AUDIT-SEQUENCIA   TO AUDCTL-ULT-SEQUENCIA
               MOVE AUDIT-VERIFICADOR TO AUDCTL-ULT-VERIFICADOR
               MOVE AUDIT-DATA        TO AUDCTL-ULT-DATA
               MOVE AUDIT-HORA        TO AUDCTL-ULT-HORA
           END-IF.
           READ ARQ-AUDIT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-AUDIT
             NOT AT END MOVE 0 TO WS-FIM-AUDIT
           END-READ.
       0211-EXAMINAR-LINHA-EXIT.
           EXIT.

       03-ATUALIZAR-CONTROLE SECTION.
           MOVE 1 TO AUDCTL-CHAVE.
           IF WS-CONTROLE-NOVO = "S" THEN
               WRITE AUDCTL-REGISTRO
           ELSE
               REWRITE AUDCTL-REGISTRO
           END-IF.
           CLOSE ARQ-AUDCTL.
       03-ATUALIZAR-CONTROLE-EXIT.
           EXIT.
