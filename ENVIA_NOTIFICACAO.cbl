       identification division.
       program-id. "ENVIA_NOTIFICACAO".
       author.     Roberto Holz.
      *    SAIDA DE NOTIFICACOES PARA O GATEWAY DE E-MAIL CORPORATIVO:
      *    O CHAMADOR INFORMA A ORIGEM, O DESTINATARIO (TIPO V-
      *    VENDEDOR, S-SUPERVISAO OU O-OPERADOR E O CODIGO), O
      *    ASSUNTO, ATE 5 LINHAS DE CORPO E O NOME DO ARQUIVO ANEXO.
      *    O ENDERECO VEM DO CADASTRO DE DESTINATARIOS (ARQ_DESTMAIL),
      *    PRIMEIRO NA EMPRESA DA MENSAGEM E DEPOIS NA EMPRESA "00"
      *    (VALE PARA TODAS). SUPERVISAO SEM CODIGO VAI PARA TODOS OS
      *    SUPERVISORES ATIVOS DA EMPRESA E DA EMPRESA "00".
      *    CADA MENSAGEM RECEBE UM NUMERO (REGISTRO ZERO DO ARQ_MAILLOG
      *    GUARDA O ULTIMO, NO CAMPO DATA), E ACRESCENTADA AO ARQUIVO
      *    MAIL_SAIDA QUE O GATEWAY RECOLHE E FICA NO ARQ_MAILLOG
      *    AGUARDANDO O RETORNO DE ENTREGA (PROCESSA_RETMAIL).
      *    DESTINATARIO SEM ENDERECO FICA NO ARQ_MAILLOG COMO "SEM
      *    ENDERECO" PARA SAIR NO RELATORIO DE NAO ENTREGUES.
      *
      *    LAYOUT DO MAIL_SAIDA (180 POSICOES, UM CABECALHO "H" SEGUIDO
      *    DE UMA LINHA "L" POR LINHA DE CORPO):
      *      H: TIPO(1) NUMERO(7) E-MAIL(60) ASSUNTO(60) ANEXO(22)
      *         DATA(8) HORA(6) QTD-LINHAS(2)
      *      L: TIPO(1) NUMERO(7) SEQUENCIA(2) TEXTO(70)
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-destmail.cpy'.
         copy 'select-arq-maillog.cpy'.
         copy 'select-arq-mailsai.cpy'.

       data division.
       file section.
         copy 'fd-arq-destmail.cpy'.
         copy 'fd-arq-maillog.cpy'.
         copy 'fd-arq-mailsai.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-DESTMAIL     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-DESTMAIL PIC 9(02) VALUE ZEROS.
              05 WS-DESTMAIL-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-MAILLOG      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MAILLOG PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-MAILSAI      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MAILSAI PIC 9(02) VALUE ZEROS.
              05 WS-FIM-DESTMAIL      PIC 9(01) VALUE ZEROS.
              05 WS-EMPRESA-VARRE     PIC X(02) VALUE SPACES.
              05 WS-NOVO-ID           PIC 9(07) VALUE ZEROS.
              05 WS-IDX-LINHA         PIC 9(02) VALUE ZEROS.
              05 WS-QTD-LINHAS        PIC 9(02) VALUE ZEROS.
              05 WS-DATA-ENVIO        PIC 9(08) VALUE ZEROS.
              05 WS-HORA-COMPLETA     PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
         copy 'lk-envia-notificacao.cpy'.

       PROCEDURE DIVISION USING WL-LINK-ENVIA-NOTIFICACAO.
       00-CONTROLE SECTION.
           MOVE 0 TO WL-NOT-QTD-ENVIADAS.
           IF WL-NOT-EMPRESA = SPACES THEN
               ACCEPT WL-NOT-EMPRESA FROM ENVIRONMENT "EMPRESA_CODIGO"
               IF WL-NOT-EMPRESA IS NOT NUMERIC
               OR WL-NOT-EMPRESA = "00" THEN
                   MOVE "01" TO WL-NOT-EMPRESA
               END-IF
           END-IF.
           MOVE WL-NOT-QTD-LINHAS TO WS-QTD-LINHAS.
           IF WS-QTD-LINHAS > 5 THEN
               MOVE 5 TO WS-QTD-LINHAS
           END-IF.
           ACCEPT WS-DATA-ENVIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.

           MOVE "ARQ_MAILLOG" TO WID-ARQ-MAILLOG.
           OPEN I-O ARQ-MAILLOG.
           IF WS-RST-ACESS-MAILLOG = 35 THEN
               OPEN OUTPUT ARQ-MAILLOG
               CLOSE ARQ-MAILLOG
               OPEN I-O ARQ-MAILLOG
           END-IF.
           IF  WS-RST-ACESS-MAILLOG <> 00
           AND WS-RST-ACESS-MAILLOG <> 05 THEN
               goback
           END-IF.

           MOVE "ARQ_DESTMAIL" TO WID-ARQ-DESTMAIL.
           OPEN INPUT ARQ-DESTMAIL.
           IF  WS-RST-ACESS-DESTMAIL = 00
           OR  WS-RST-ACESS-DESTMAIL = 05 THEN
               MOVE "S" TO WS-DESTMAIL-DISPONIVEL
           ELSE
               MOVE "N" TO WS-DESTMAIL-DISPONIVEL
           END-IF.

           MOVE "MAIL_SAIDA" TO WID-ARQ-MAILSAI.
           OPEN EXTEND ARQ-MAILSAI.
           IF WS-RST-ACESS-MAILSAI NOT = 0 THEN
               OPEN OUTPUT ARQ-MAILSAI
           END-IF.

           IF WS-DESTMAIL-DISPONIVEL = "S" THEN
               IF  WL-NOT-DEST-TIPO   = "S"
               AND WL-NOT-DEST-CODIGO = SPACES THEN
                   PERFORM 02-ENVIAR-SUPERVISAO
               ELSE
                   PERFORM 01-ENVIAR-DESTINATARIO
               END-IF
               CLOSE ARQ-DESTMAIL
           END-IF.
           IF WL-NOT-QTD-ENVIADAS = 0 THEN
               PERFORM 04-REGISTRAR-SEM-ENDERECO
           END-IF.

           CLOSE ARQ-MAILSAI.
           CLOSE ARQ-MAILLOG.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

      *    DESTINATARIO INDIVIDUAL: CADASTRO NA EMPRESA DA MENSAGEM
      *    OU, NA FALTA DELE, NA EMPRESA "00".
       01-ENVIAR-DESTINATARIO SECTION.
           MOVE WL-NOT-DEST-TIPO   TO DML-TIPO.
           MOVE WL-NOT-EMPRESA     TO DML-EMPRESA.
           MOVE WL-NOT-DEST-CODIGO TO DML-CODIGO.
           READ ARQ-DESTMAIL KEY IS DML-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF  WS-RST-ACESS-DESTMAIL NOT = 0
           AND WL-NOT-EMPRESA NOT = "00" THEN
               MOVE WL-NOT-DEST-TIPO   TO DML-TIPO
               MOVE "00"               TO DML-EMPRESA
               MOVE WL-NOT-DEST-CODIGO TO DML-CODIGO
               READ ARQ-DESTMAIL KEY IS DML-CHAVE INVALID KEY CONTINUE
               END-READ
           END-IF.
           IF WS-RST-ACESS-DESTMAIL NOT = 0 THEN
               GO TO 01-ENVIAR-DESTINATARIO-EXIT
           END-IF.
           IF  DML-ATIVO-SIM
           AND DML-EMAIL NOT = SPACES THEN
               PERFORM 03-GRAVAR-MENSAGEM
           END-IF.
       01-ENVIAR-DESTINATARIO-EXIT.
           EXIT.

       02-ENVIAR-SUPERVISAO SECTION.
           MOVE WL-NOT-EMPRESA TO WS-EMPRESA-VARRE.
           PERFORM 021-VARRER-SUPERVISAO.
           IF WL-NOT-EMPRESA NOT = "00" THEN
               MOVE "00" TO WS-EMPRESA-VARRE
               PERFORM 021-VARRER-SUPERVISAO
           END-IF.
       02-ENVIAR-SUPERVISAO-EXIT.
           EXIT.

       021-VARRER-SUPERVISAO SECTION.
           MOVE "S"              TO DML-TIPO.
           MOVE WS-EMPRESA-VARRE TO DML-EMPRESA.
           MOVE LOW-VALUES       TO DML-CODIGO.
           MOVE 0 TO WS-FIM-DESTMAIL.
           START ARQ-DESTMAIL KEY IS NOT LESS THAN DML-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-DESTMAIL
           END-START.
           IF WS-FIM-DESTMAIL = 0 THEN
               READ ARQ-DESTMAIL NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-DESTMAIL
               END-READ
           END-IF.
           PERFORM 0211-AVALIAR-SUPERVISOR
             UNTIL WS-FIM-DESTMAIL = 1.
       021-VARRER-SUPERVISAO-EXIT.
           EXIT.

       0211-AVALIAR-SUPERVISOR SECTION.
           IF DML-TIPO    NOT = "S"
           OR DML-EMPRESA NOT = WS-EMPRESA-VARRE THEN
               MOVE 1 TO WS-FIM-DESTMAIL
               GO TO 0211-AVALIAR-SUPERVISOR-EXIT
           END-IF.
           IF  DML-ATIVO-SIM
           AND DML-EMAIL NOT = SPACES THEN
               PERFORM 03-GRAVAR-MENSAGEM
           END-IF.
           READ ARQ-DESTMAIL NEXT RECORD
             AT END MOVE 1 TO WS-FIM-DESTMAIL
           END-READ.
       0211-AVALIAR-SUPERVISOR-EXIT.
           EXIT.

      *    UMA MENSAGEM PARA O DESTINATARIO LIDO EM DML-REGISTRO:
      *    CABECALHO E CORPO NO MAIL_SAIDA E A LINHA DE CONTROLE NO
      *    ARQ_MAILLOG, AGUARDANDO O RETORNO DO GATEWAY.
       03-GRAVAR-MENSAGEM SECTION.
           PERFORM 031-PROXIMO-ID-MAIL.
           MOVE SPACES            TO MSAI-REGISTRO.
           MOVE "H"               TO MSAI-TIPO-REG.
           MOVE WS-NOVO-ID        TO MSAI-ID.
           MOVE DML-EMAIL         TO MSAI-EMAIL.
           MOVE WL-NOT-ASSUNTO    TO MSAI-ASSUNTO.
           MOVE WL-NOT-ANEXO      TO MSAI-ANEXO.
           MOVE WS-DATA-ENVIO     TO MSAI-DATA.
           MOVE WS-HORA-COMPLETA(1:6) TO MSAI-HORA.
           MOVE WS-QTD-LINHAS     TO MSAI-QTD-LINHAS.
           WRITE MSAI-REGISTRO.
           MOVE 1 TO WS-IDX-LINHA.
           PERFORM 032-GRAVAR-LINHA-CORPO
             UNTIL WS-IDX-LINHA > WS-QTD-LINHAS.

           MOVE WS-NOVO-ID        TO MLG-ID.
           MOVE WL-NOT-ORIGEM     TO MLG-ORIGEM.
           MOVE WL-NOT-EMPRESA    TO MLG-EMPRESA.
           MOVE DML-TIPO          TO MLG-DEST-TIPO.
           MOVE DML-CODIGO        TO MLG-DEST-CODIGO.
           MOVE DML-EMAIL         TO MLG-EMAIL.
           MOVE WL-NOT-ASSUNTO    TO MLG-ASSUNTO.
           MOVE WL-NOT-ANEXO      TO MLG-ANEXO.
           MOVE WS-DATA-ENVIO     TO MLG-DATA.
           MOVE WS-HORA-COMPLETA(1:6) TO MLG-HORA.
           MOVE "E"               TO MLG-SITUACAO.
           MOVE 0                 TO MLG-DATA-RETORNO.
           MOVE SPACES            TO MLG-MOTIVO.
           WRITE MLG-REGISTRO.
           ADD 1 TO WL-NOT-QTD-ENVIADAS.
       03-GRAVAR-MENSAGEM-EXIT.
           EXIT.

      *    O REGISTRO DE NUMERO ZERO GUARDA O ULTIMO NUMERO DE
      *    MENSAGEM (MESMA TECNICA DO ARQ_TRANSF); O CAMPO DATA DO
      *    REGISTRO DE CONTROLE E O CONTADOR.
       031-PROXIMO-ID-MAIL SECTION.
           MOVE 0 TO MLG-ID.
           READ ARQ-MAILLOG KEY IS MLG-ID INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-MAILLOG NOT = 0 THEN
               INITIALIZE MLG-REGISTRO
               MOVE 0   TO MLG-ID
               MOVE "C" TO MLG-SITUACAO
               WRITE MLG-REGISTRO
               MOVE 0 TO MLG-DATA
           END-IF.
           COMPUTE WS-NOVO-ID = MLG-DATA + 1.
           MOVE WS-NOVO-ID TO MLG-DATA.
           REWRITE MLG-REGISTRO.
       031-PROXIMO-ID-MAIL-EXIT.
           EXIT.

       032-GRAVAR-LINHA-CORPO SECTION.
           MOVE SPACES       TO MSAI-REGISTRO-CORPO.
           MOVE "L"          TO MSAI-CRP-TIPO-REG.
           MOVE WS-NOVO-ID   TO MSAI-CRP-ID.
           MOVE WS-IDX-LINHA TO MSAI-CRP-SEQ-LINHA.
           MOVE WL-NOT-LINHA(WS-IDX-LINHA) TO MSAI-CRP-TEXTO.
           WRITE MSAI-REGISTRO-CORPO.
           ADD 1 TO WS-IDX-LINHA.
       032-GRAVAR-LINHA-CORPO-EXIT.
           EXIT.

      *    NENHUM DESTINATARIO COM ENDERECO: A MENSAGEM NAO SAI PARA
      *    O GATEWAY, MAS FICA REGISTRADA PARA O RELATORIO DE NAO
      *    ENTREGUES APONTAR O CADASTRO QUE FALTA.
       04-REGISTRAR-SEM-ENDERECO SECTION.
           PERFORM 031-PROXIMO-ID-MAIL.
           MOVE WS-NOVO-ID         TO MLG-ID.
           MOVE WL-NOT-ORIGEM      TO MLG-ORIGEM.
           MOVE WL-NOT-EMPRESA     TO MLG-EMPRESA.
           MOVE WL-NOT-DEST-TIPO   TO MLG-DEST-TIPO.
           MOVE WL-NOT-DEST-CODIGO TO MLG-DEST-CODIGO.
           MOVE SPACES             TO MLG-EMAIL.
           MOVE WL-NOT-ASSUNTO     TO MLG-ASSUNTO.
           MOVE WL-NOT-ANEXO       TO MLG-ANEXO.
           MOVE WS-DATA-ENVIO      TO MLG-DATA.
           MOVE WS-HORA-COMPLETA(1:6) TO MLG-HORA.
           MOVE "S"                TO MLG-SITUACAO.
           MOVE 0                  TO MLG-DATA-RETORNO.
           MOVE "DESTINATARIO SEM E-MAIL CADASTRADO" TO MLG-MOTIVO.
           WRITE MLG-REGISTRO.
       04-REGISTRAR-SEM-ENDERECO-EXIT.
           EXIT.
