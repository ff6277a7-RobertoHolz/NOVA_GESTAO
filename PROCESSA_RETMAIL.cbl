       identification division.
       program-id. "PROCESSA_RETMAIL".
       author.     Roberto Holz.
      *    RETORNO DE ENTREGA DO GATEWAY DE E-MAIL E RELATORIO DAS
      *    MENSAGENS NAO ENTREGUES.
      *    O GATEWAY DEVOLVE NO ARQUIVO MAIL_RETORNO UMA LINHA POR
      *    MENSAGEM RECOLHIDA DO MAIL_SAIDA:
      *      COL 01-07  NUMERO DA MENSAGEM
      *      COL 08     SITUACAO (E = ENTREGUE, N = NAO ENTREGUE)
      *      COL 09-16  DATA DO RETORNO (AAAAMMDD)
      *      COL 17-22  HORA DO RETORNO (HHMMSS)
      *      COL 23-62  MOTIVO DA RECUSA
      *    CADA RETORNO ATUALIZA A MENSAGEM NO ARQ_MAILLOG; DEPOIS DE
      *    APLICADO O ARQUIVO E RENOMEADO PARA
      *    DONE_MAIL_RETORNO_<DATA><HORA>, COMO NA CAIXA DE ENTRADA
      *    DO INTERFACE_ENTRADA. NUMERO DESCONHECIDO E IGNORADO.
      *    O RELATORIO RELACIONA, NOS ULTIMOS MAIL_DIAS_RELATORIO DIAS
      *    (PARAMETRO, PADRAO 7), AS MENSAGENS DA EMPRESA DEVOLVIDAS
      *    PELO GATEWAY, AS QUE NAO SAIRAM POR FALTA DE ENDERECO NO
      *    CADASTRO DE DESTINATARIOS E AS QUE ESTAO HA MAIS DE
      *    MAIL_DIAS_CONFIRMA DIAS (PADRAO 2) SEM RETORNO.
      *    NA JANELA NOTURNA (PASSO RETMAIL, VARIAVEL
      *    PROCESSA_RETMAIL_BATCH=S) O RELATORIO VAI PARA O SPOOL E A
      *    RODADA TERMINA COM RC 4 QUANDO HA MENSAGEM NAO ENTREGUE.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-maillog.cpy'.
         copy 'select-arq-mailret.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-maillog.cpy'.
         copy 'fd-arq-mailret.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-MAILLOG      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MAILLOG PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-MAILRET      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MAILRET PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-RETMAIL       PIC X(40) VALUE SPACES.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-MODO-BATCH        PIC X(01) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(01) VALUE ZEROS.
              05 WS-EMPRESA-CODIGO    PIC X(02) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-HORA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-DIAS-INT          PIC 9(08) VALUE ZEROS.
              05 WS-DATA-CORTE        PIC 9(08) VALUE ZEROS.
              05 WS-DATA-LIMITE-CONF  PIC 9(08) VALUE ZEROS.
              05 WS-DIAS-RELATORIO    PIC 9(03) VALUE 7.
              05 WS-DIAS-CONFIRMA     PIC 9(03) VALUE 2.
              05 WS-FIM-MAILRET       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-MAILLOG       PIC 9(01) VALUE ZEROS.
              05 WS-QTD-RET-APLICADOS PIC 9(07) VALUE ZEROS.
              05 WS-QTD-RET-IGNORADOS PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DEVOLVIDAS    PIC 9(07) VALUE ZEROS.
              05 WS-QTD-SEM-ENDERECO  PIC 9(07) VALUE ZEROS.
              05 WS-QTD-SEM-RETORNO   PIC 9(07) VALUE ZEROS.
              05 WS-QTD-NAO-ENTREGUES PIC 9(07) VALUE ZEROS.
              05 WS-NOME-ORIGEM       PIC X(40) VALUE SPACES.
              05 WS-NOME-DESTINO      PIC X(40) VALUE SPACES.
              05 WS-RC-RENAME         PIC S9(09) COMP-5 VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 WS-SPOOL-REG.
                 10 WS-SPL-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-SPL-TIPO       PIC X(08) VALUE SPACES.
                 10 WS-SPL-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-SPL-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-SPL-ID         PIC 9(07) VALUE ZEROS.
                 10 WS-SPL-PARAMETROS PIC X(150) VALUE SPACES.
              05 WS-JOBLOG-PRM.
                 10 WS-JOB-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-JOB-DATA-INI   PIC 9(08) VALUE ZEROS.
                 10 WS-JOB-HORA-INI   PIC 9(06) VALUE ZEROS.
                 10 WS-JOB-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-JOB-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-QTD-AVISOS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-RETORNO    PIC 9(04) VALUE ZEROS.

           01 WS-LINHAS-RETMAIL.
              05 WS-LINHA-RNE-CAB-1.
                 10 FILLER                  PIC X(42) VALUE
                    "  MENSAGENS DE E-MAIL NAO ENTREGUES ATE ".
                 10 WS-RNE-CAB-DATA         PIC 9(08).
              05 WS-LINHA-RNE-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "       ID DATA     ORIGEM   DESTINATARIO".
                 10 FILLER                  PIC X(40) VALUE
                    " SITUACAO    MOTIVO".
              05 WS-LINHA-RNE-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-RNE-ID               PIC ZZZZZZ9B.
                 10 WS-RNE-DATA             PIC 9(08)B.
                 10 WS-RNE-ORIGEM           PIC X(08)B.
                 10 WS-RNE-DEST             PIC X(12)B.
                 10 WS-RNE-SITUACAO         PIC X(11)B.
                 10 WS-RNE-MOTIVO           PIC X(27).
              05 WS-LINHA-RNE-DET-2.
                 10 FILLER                  PIC X(11) VALUE SPACES.
                 10 FILLER                  PIC X(09) VALUE
                    "ASSUNTO: ".
                 10 WS-RNE-ASSUNTO          PIC X(60).
              05 WS-LINHA-RNE-TOT-1.
                 10 FILLER                  PIC X(25) VALUE
                    "Retornos aplicados.....:".
                 10 WS-TOT-RNE-APLIC-ED     PIC ZZZZZZ9.
              05 WS-LINHA-RNE-TOT-2.
                 10 FILLER                  PIC X(25) VALUE
                    "Retornos ignorados.....:".
                 10 WS-TOT-RNE-IGNOR-ED     PIC ZZZZZZ9.
              05 WS-LINHA-RNE-TOT-3.
                 10 FILLER                  PIC X(25) VALUE
                    "Devolvidas pelo gateway:".
                 10 WS-TOT-RNE-DEVOL-ED     PIC ZZZZZZ9.
              05 WS-LINHA-RNE-TOT-4.
                 10 FILLER                  PIC X(25) VALUE
                    "Sem endereco cadastrado:".
                 10 WS-TOT-RNE-SEMEND-ED    PIC ZZZZZZ9.
              05 WS-LINHA-RNE-TOT-5.
                 10 FILLER                  PIC X(25) VALUE
                    "Sem retorno no prazo...:".
                 10 WS-TOT-RNE-SEMRET-ED    PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-RETMAIL.
          05 VALUE "--- MENSAGENS DE E-MAIL NAO ENTREGUES ---"
          BLANK SCREEN LINE 1 COL 20.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Aplica o retorno do gateway (MAIL_RETORNO) e"
             LINE 6 COL 20.
          05 VALUE "relaciona as mensagens nao entregues."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-RETMAIL-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-RETMAIL.

       01 TELA-RETMAIL-PRM.
          05 TELA-RETMAIL-NMARQ.
             10 LINE 10 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-RETMAIL-SAIR.
          05 LINE 13 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT
                  "PROCESSA_RETMAIL_BATCH".
           IF WS-MODO-BATCH = "S" THEN
               PERFORM 05-gerar-batch
               goback
           END-IF.
           MOVE 0 TO ws-acao.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               MOVE "MAIL_NAO_ENTREGUES" TO WS-TEL-NMARQUIVO
               DISPLAY TELA-RETMAIL-PRM
               ACCEPT  TELA-RETMAIL-NMARQ
               IF WS-TEL-NMARQUIVO = SPACES THEN
                   MOVE "Geracao do relatorio cancelada" TO
                        WS-MSG-RETMAIL
               ELSE
                   PERFORM 03-gerar-relatorio
               END-IF
               DISPLAY TELA-RETMAIL-MSG
               DISPLAY TELA-RETMAIL-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-RETMAIL.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-RETMAIL
               DISPLAY TELA-RETMAIL-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       03-gerar-relatorio section.
           MOVE 0 TO WS-QTD-RET-APLICADOS.
           MOVE 0 TO WS-QTD-RET-IGNORADOS.
           MOVE 0 TO WS-QTD-DEVOLVIDAS.
           MOVE 0 TO WS-QTD-SEM-ENDERECO.
           MOVE 0 TO WS-QTD-SEM-RETORNO.
           MOVE 0 TO WS-QTD-NAO-ENTREGUES.
           PERFORM 031-abrir-arquivos.
           IF WS-ERRO-ABERTURA = 1 THEN
               MOVE 8 TO WS-RC-BATCH
               MOVE "Erro na abertura do ARQ_MAILLOG" TO
                    WS-MSG-RETMAIL
               GO TO 03-gerar-relatorio-exit
           END-IF.
           PERFORM 032-ler-parametros.
           PERFORM 033-aplicar-retornos.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-DATA-HOJE TO WS-RNE-CAB-DATA.
           MOVE WS-LINHA-RNE-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-RNE-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           PERFORM 034-relacionar-nao-entregues.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-RET-APLICADOS TO WS-TOT-RNE-APLIC-ED.
           MOVE WS-LINHA-RNE-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-RET-IGNORADOS TO WS-TOT-RNE-IGNOR-ED.
           MOVE WS-LINHA-RNE-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-DEVOLVIDAS TO WS-TOT-RNE-DEVOL-ED.
           MOVE WS-LINHA-RNE-TOT-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-SEM-ENDERECO TO WS-TOT-RNE-SEMEND-ED.
           MOVE WS-LINHA-RNE-TOT-4 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-SEM-RETORNO TO WS-TOT-RNE-SEMRET-ED.
           MOVE WS-LINHA-RNE-TOT-5 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.
           CLOSE ARQ-MAILLOG.

           COMPUTE WS-QTD-NAO-ENTREGUES = WS-QTD-DEVOLVIDAS
                                        + WS-QTD-SEM-ENDERECO
                                        + WS-QTD-SEM-RETORNO.
           IF WS-QTD-NAO-ENTREGUES > 0 THEN
               MOVE 4 TO WS-RC-BATCH
           END-IF.
           MOVE "Relatorio de nao entregues gerado" TO WS-MSG-RETMAIL.
       03-gerar-relatorio-exit.
           EXIT.

       031-abrir-arquivos section.
           MOVE 0 TO WS-ERRO-ABERTURA.
           ACCEPT WS-EMPRESA-CODIGO FROM ENVIRONMENT "EMPRESA_CODIGO".
           IF WS-EMPRESA-CODIGO IS NOT NUMERIC
           OR WS-EMPRESA-CODIGO = "00" THEN
               MOVE "01" TO WS-EMPRESA-CODIGO
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOJE FROM TIME.
      *    SEM NENHUMA MENSAGEM ENVIADA AINDA, O CONTROLE E CRIADO
      *    VAZIO E O RELATORIO SAI SO COM OS TOTAIS.
           MOVE "ARQ_MAILLOG" TO WID-ARQ-MAILLOG.
           OPEN I-O ARQ-MAILLOG.
           IF WS-RST-ACESS-MAILLOG = 35 THEN
               OPEN OUTPUT ARQ-MAILLOG
               CLOSE ARQ-MAILLOG
               OPEN I-O ARQ-MAILLOG
           END-IF.
           IF  WS-RST-ACESS-MAILLOG <> 00
           AND WS-RST-ACESS-MAILLOG <> 05 THEN
               DISPLAY "PROCESSA_RETMAIL: erro na abertura do "
                       "ARQ_MAILLOG " WS-RST-ACESS-MAILLOG
               MOVE 1 TO WS-ERRO-ABERTURA
           END-IF.
       031-abrir-arquivos-exit.
           EXIT.

       032-ler-parametros section.
           MOVE "MAIL_DIAS_RELATORIO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:3) IS NUMERIC THEN
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-RELATORIO
           END-IF.
           MOVE "MAIL_DIAS_CONFIRMA" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:3) IS NUMERIC THEN
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-CONFIRMA
           END-IF.
           COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-DIAS-RELATORIO.
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INT).
           COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-DIAS-CONFIRMA.
           COMPUTE WS-DATA-LIMITE-CONF =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INT).
       032-ler-parametros-exit.
           EXIT.

      *    ARQUIVO DE RETORNO E OPCIONAL: SEM ELE, SO O RELATORIO.
       033-aplicar-retornos section.
           MOVE "MAIL_RETORNO" TO WS-NOME-ORIGEM.
           MOVE WS-NOME-ORIGEM TO WID-ARQ-MAILRET.
           OPEN INPUT ARQ-MAILRET.
           IF  WS-RST-ACESS-MAILRET <> 00
           AND WS-RST-ACESS-MAILRET <> 05 THEN
               GO TO 033-aplicar-retornos-exit
           END-IF.
           MOVE 0 TO WS-FIM-MAILRET.
           READ ARQ-MAILRET NEXT RECORD
             AT END MOVE 1 TO WS-FIM-MAILRET
           END-READ.
           PERFORM 0331-aplicar-um-retorno
             UNTIL WS-FIM-MAILRET = 1.
           CLOSE ARQ-MAILRET.

           MOVE SPACES TO WS-NOME-DESTINO.
           STRING "DONE_MAIL_RETORNO_" DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  WS-HORA-HOJE(1:6) DELIMITED BY SIZE
             INTO WS-NOME-DESTINO.
           CALL "CBL_RENAME_FILE"
                USING WS-NOME-ORIGEM, WS-NOME-DESTINO
                RETURNING WS-RC-RENAME.
           IF WS-RC-RENAME NOT = 0 THEN
               DISPLAY "PROCESSA_RETMAIL: falha ao mover "
                       WS-NOME-ORIGEM
           END-IF.
       033-aplicar-retornos-exit.
           EXIT.

       0331-aplicar-um-retorno section.
           PERFORM 03311-atualizar-mensagem.
           READ ARQ-MAILRET NEXT RECORD
             AT END MOVE 1 TO WS-FIM-MAILRET
           END-READ.
       0331-aplicar-um-retorno-exit.
           EXIT.

       03311-atualizar-mensagem section.
           IF MRET-ID IS NOT NUMERIC
           OR MRET-ID = 0 THEN
               ADD 1 TO WS-QTD-RET-IGNORADOS
               GO TO 03311-atualizar-mensagem-exit
           END-IF.
           MOVE MRET-ID TO MLG-ID.
           READ ARQ-MAILLOG KEY IS MLG-ID INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-MAILLOG NOT = 0 THEN
               ADD 1 TO WS-QTD-RET-IGNORADOS
               GO TO 03311-atualizar-mensagem-exit
           END-IF.
           IF MRET-ENTREGUE THEN
               MOVE "C" TO MLG-SITUACAO
           ELSE
           IF MRET-NAO-ENTREGUE THEN
               MOVE "D" TO MLG-SITUACAO
           ELSE
               ADD 1 TO WS-QTD-RET-IGNORADOS
               GO TO 03311-atualizar-mensagem-exit
           END-IF
           END-IF.
           MOVE MRET-DATA   TO MLG-DATA-RETORNO.
           MOVE MRET-MOTIVO TO MLG-MOTIVO.
           REWRITE MLG-REGISTRO.
           ADD 1 TO WS-QTD-RET-APLICADOS.
       03311-atualizar-mensagem-exit.
           EXIT.

       034-relacionar-nao-entregues section.
           MOVE 0 TO MLG-ID.
           MOVE 0 TO WS-FIM-MAILLOG.
           START ARQ-MAILLOG KEY IS GREATER THAN MLG-ID
             INVALID KEY MOVE 1 TO WS-FIM-MAILLOG
           END-START.
           IF WS-FIM-MAILLOG = 0 THEN
               READ ARQ-MAILLOG NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-MAILLOG
               END-READ
           END-IF.
           PERFORM 0341-avaliar-mensagem
             UNTIL WS-FIM-MAILLOG = 1.
       034-relacionar-nao-entregues-exit.
           EXIT.

       0341-avaliar-mensagem section.
           PERFORM 03411-imprimir-mensagem.
           READ ARQ-MAILLOG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-MAILLOG
           END-READ.
       0341-avaliar-mensagem-exit.
           EXIT.

       03411-imprimir-mensagem section.
           IF  MLG-EMPRESA NOT = WS-EMPRESA-CODIGO
           AND MLG-EMPRESA NOT = "00" THEN
               GO TO 03411-imprimir-mensagem-exit
           END-IF.
           IF MLG-DATA < WS-DATA-CORTE THEN
               GO TO 03411-imprimir-mensagem-exit
           END-IF.
           MOVE SPACES TO WS-LINHA-RNE-DET.
           EVALUATE TRUE
           WHEN MLG-DEVOLVIDA
             ADD 1 TO WS-QTD-DEVOLVIDAS
             MOVE "DEVOLVIDA"    TO WS-RNE-SITUACAO
             MOVE MLG-MOTIVO     TO WS-RNE-MOTIVO
           WHEN MLG-SEM-ENDERECO
             ADD 1 TO WS-QTD-SEM-ENDERECO
             MOVE "SEM ENDERECO" TO WS-RNE-SITUACAO
             MOVE MLG-MOTIVO     TO WS-RNE-MOTIVO
           WHEN MLG-AGUARDANDO
            AND MLG-DATA < WS-DATA-LIMITE-CONF
             ADD 1 TO WS-QTD-SEM-RETORNO
             MOVE "SEM RETORNO"  TO WS-RNE-SITUACAO
             MOVE "GATEWAY NAO CONFIRMOU" TO WS-RNE-MOTIVO
           WHEN OTHER
             GO TO 03411-imprimir-mensagem-exit
           END-EVALUATE.
           MOVE MLG-ID     TO WS-RNE-ID.
           MOVE MLG-DATA   TO WS-RNE-DATA.
           MOVE MLG-ORIGEM TO WS-RNE-ORIGEM.
           IF MLG-DEST-CODIGO = SPACES THEN
               STRING MLG-DEST-TIPO DELIMITED BY SIZE
                      "-(TODOS)" DELIMITED BY SIZE
                 INTO WS-RNE-DEST
           ELSE
               STRING MLG-DEST-TIPO DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      MLG-DEST-CODIGO DELIMITED BY SPACE
                 INTO WS-RNE-DEST
           END-IF.
           MOVE WS-LINHA-RNE-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE MLG-ASSUNTO TO WS-RNE-ASSUNTO.
           MOVE WS-LINHA-RNE-DET-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       03411-imprimir-mensagem-exit.
           EXIT.

       05-gerar-batch section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE "JOBNOTURNO" TO WS-OPERADOR-ID.
           MOVE 0 TO WS-RC-BATCH.
           MOVE "MAILNENT" TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR.
           MOVE SPACES TO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WS-TEL-NMARQUIVO.
           PERFORM 03-gerar-relatorio.
           IF WS-ERRO-ABERTURA = 0 THEN
               MOVE "F" TO WS-SPL-FUNCAO
               CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG
           END-IF.
           MOVE "PROCESSA_RETMAIL"     TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID         TO WS-JOB-OPERADOR.
           MOVE WS-QTD-RET-APLICADOS   TO WS-JOB-QTD-REGISTROS.
           MOVE WS-QTD-NAO-ENTREGUES   TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH            TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       05-gerar-batch-exit.
           EXIT.
