       identification division.
       program-id. "CADASTRO_DESTMAIL".
       author.     Roberto Holz.
      *    CADASTRO DOS DESTINATARIOS DE E-MAIL (ARQ_DESTMAIL) USADOS
      *    PELAS NOTIFICACOES ENVIADAS AO GATEWAY CORPORATIVO
      *    (ENVIA_NOTIFICACAO). A CHAVE E O TIPO DO DESTINATARIO
      *    (V-VENDEDOR, S-SUPERVISOR, O-OPERADOR), A EMPRESA ("00" =
      *    VALE PARA TODAS) E O CODIGO - CODIGO DO VENDEDOR COM 5
      *    DIGITOS, OU ID DO SUPERVISOR/OPERADOR. DESTINATARIO
      *    INATIVO CONTINUA CADASTRADO MAS NAO RECEBE MENSAGENS.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-destmail.cpy'.

       data division.
       file section.
         copy 'fd-arq-destmail.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-DESTMAIL     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-DESTMAIL PIC 9(02) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-EXISTE-DESTINO    PIC 9(01) VALUE ZEROS.
              05 WS-QTD-ARROBA        PIC 9(02) VALUE ZEROS.
              05 WS-EMPRESA-CODIGO    PIC X(02) VALUE SPACES.
              05 WS-TELA-DESTMAIL.
                 15 WS-MSG-DESTMAIL         PIC X(40) VALUE SPACES.
                 15 WS-MSG-DESTMAIL-R REDEFINES WS-MSG-DESTMAIL.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-destmail.
                 15 WS-TEL-DML-TIPO         PIC X(001) VALUES SPACES.
                 15 WS-TEL-DML-EMPRESA      PIC X(002) VALUES SPACES.
                 15 WS-TEL-DML-CODIGO       PIC X(010) VALUES SPACES.
                 15 WS-TEL-DML-NOME         PIC X(040) VALUES SPACES.
                 15 WS-TEL-DML-EMAIL        PIC X(060) VALUES SPACES.
                 15 WS-TEL-DML-ATIVO        PIC X(001) VALUES SPACES.
              05 WS-TEL-DML-CONFIRMAR       PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01 TELA-CAD-DESTMAIL.
          05 VALUE "--- CADASTRO DE DESTINATARIOS DE E-MAIL ---"
          BLANK SCREEN LINE 1 COL 20.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-EXCLUIR 9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAD-DESTMAIL-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-DESTMAIL.

       01 TELA-DADOS-DESTMAIL-CH.
          05 TELA-DADOS-TIPO-DML.
             10 LINE 05 COL 10 VALUE
                "Tipo (V-Vend. S-Superv. O-Oper.)..:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-DML-TIPO.
          05 TELA-DADOS-EMPRESA-DML.
             10 LINE 06 COL 10 VALUE
                "Empresa (00 = todas)..............:".
             10 COLUMN PLUS 2 PIC X(02) USING WS-TEL-DML-EMPRESA.
          05 TELA-DADOS-CODIGO-DML.
             10 LINE 07 COL 10 VALUE
                "Codigo do vendedor / ID...........:".
             10 COLUMN PLUS 2 PIC X(10) USING WS-TEL-DML-CODIGO.
       01 TELA-DADOS-DESTMAIL-CORPO.
          05 TELA-DADOS-NOME-DML.
             10 LINE 09 COL 10 VALUE "Nome..:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-DML-NOME.
          05 TELA-DADOS-EMAIL-DML.
             10 LINE 10 COL 10 VALUE "E-mail:".
             10 COLUMN PLUS 2 PIC X(60) USING WS-TEL-DML-EMAIL.
          05 TELA-DADOS-ATIVO-DML.
             10 LINE 11 COL 10 VALUE "Ativo (S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-DML-ATIVO.
          05 TELA-DADOS-CONFIRMAR-DML.
             10 LINE 13 COL 10 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-DML-CONFIRMAR.

       procedure division.
       00-controle section.
           perform 01-inicializar.
           perform 02-processar
             until ws-acao = 9
                OR WS-ERRO-ABERTURA <> 0.
           perform 03-finalizar.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           initialize ws-variaveis.
           ACCEPT WS-EMPRESA-CODIGO FROM ENVIRONMENT "EMPRESA_CODIGO".
           IF WS-EMPRESA-CODIGO IS NOT NUMERIC
           OR WS-EMPRESA-CODIGO = "00" THEN
               MOVE "01" TO WS-EMPRESA-CODIGO
           END-IF.
           MOVE "ARQ_DESTMAIL" TO WID-ARQ-DESTMAIL.
           OPEN I-O ARQ-DESTMAIL.
           IF WS-RST-ACESS-DESTMAIL = 35 THEN
               OPEN OUTPUT ARQ-DESTMAIL
               CLOSE ARQ-DESTMAIL
               OPEN I-O ARQ-DESTMAIL
           END-IF.
           IF  WS-RST-ACESS-DESTMAIL <> 00
           AND WS-RST-ACESS-DESTMAIL <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQDESTMAIL" TO WS-MSG-1
               MOVE WS-RST-ACESS-DESTMAIL TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-DESTMAIL
               ACCEPT TELA-CAD-DESTMAIL
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-DESTMAIL.
           ACCEPT TELA-CAD-DESTMAIL.
           MOVE SPACES TO WS-MSG-DESTMAIL
           DISPLAY TELA-CAD-DESTMAIL-MSG.
           if ws-acao = 9 then
              continue
           else
           if ws-acao = 1
           or ws-acao = 2
           or ws-acao = 3 then
              MOVE SPACES TO WS-TEL-DML-TIPO
              MOVE WS-EMPRESA-CODIGO TO WS-TEL-DML-EMPRESA
              MOVE SPACES TO WS-TEL-DML-CODIGO
              DISPLAY TELA-DADOS-DESTMAIL-CH
              MOVE " " TO WS-PARAM-OK
              PERFORM 021-INFORMA-CHAVE
                UNTIL WS-PARAM-OK EQUAL "OK"
              PERFORM 029-VERIFICAR-DESTINO
              if ws-acao = 1 then
                  IF WS-EXISTE-DESTINO = 0 THEN
                      PERFORM 022-INCLUIR-DESTINO
                  ELSE
                      MOVE "Destinatario ja cadastrado" TO
                           WS-MSG-DESTMAIL
                  END-IF
              else
              if ws-acao = 2 then
                  IF WS-EXISTE-DESTINO = 1 THEN
                      PERFORM 023-ALTERAR-DESTINO
                  ELSE
                      MOVE "Destinatario inexistente" TO
                           WS-MSG-DESTMAIL
                  END-IF
              else
                  IF WS-EXISTE-DESTINO = 1 THEN
                      PERFORM 024-EXCLUIR-DESTINO
                  ELSE
                      MOVE "Destinatario inexistente" TO
                           WS-MSG-DESTMAIL
                  END-IF
              end-if
              end-if
           else
              MOVE "Opcao invalida" TO WS-MSG-DESTMAIL
           end-if
           end-if.
       02-processar-exit. exit.

      *    VENDEDOR E IDENTIFICADO PELO CODIGO DE 5 DIGITOS, NO MESMO
      *    FORMATO QUE OS PROGRAMAS USAM AO NOTIFICAR.
       021-INFORMA-CHAVE section.
            ACCEPT  TELA-DADOS-TIPO-DML.
            ACCEPT  TELA-DADOS-EMPRESA-DML.
            ACCEPT  TELA-DADOS-CODIGO-DML.
            IF  WS-TEL-DML-TIPO <> "V"
            AND WS-TEL-DML-TIPO <> "S"
            AND WS-TEL-DML-TIPO <> "O" THEN
                MOVE "Tipo invalido (V/S/O)" TO WS-MSG-DESTMAIL
            ELSE
            IF WS-TEL-DML-EMPRESA IS NOT NUMERIC THEN
                MOVE "Empresa invalida" TO WS-MSG-DESTMAIL
            ELSE
            IF WS-TEL-DML-CODIGO EQUAL SPACES THEN
                MOVE "Codigo deve ser informado" TO WS-MSG-DESTMAIL
            ELSE
            IF  WS-TEL-DML-TIPO = "V"
            AND (WS-TEL-DML-CODIGO(1:5) IS NOT NUMERIC
                 OR WS-TEL-DML-CODIGO(6:5) NOT = SPACES) THEN
                MOVE "Vendedor: informe o codigo c/ 5 digitos"
                     TO WS-MSG-DESTMAIL
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-DESTMAIL
            END-IF
            END-IF
            END-IF
            END-IF.
            DISPLAY TELA-CAD-DESTMAIL-MSG.
       021-INFORMA-CHAVE-EXIT.
           EXIT.

       022-INCLUIR-DESTINO section.
           MOVE SPACES TO WS-TEL-DML-NOME.
           MOVE SPACES TO WS-TEL-DML-EMAIL.
           MOVE "S"    TO WS-TEL-DML-ATIVO.
           DISPLAY TELA-DADOS-DESTMAIL-CORPO.
           PERFORM 025-ACEITA-DADOS-DESTINO.
           IF WS-TEL-DML-CONFIRMAR = "S" THEN
               MOVE WS-TEL-DML-TIPO    TO DML-TIPO
               MOVE WS-TEL-DML-EMPRESA TO DML-EMPRESA
               MOVE WS-TEL-DML-CODIGO  TO DML-CODIGO
               MOVE WS-TEL-DML-NOME    TO DML-NOME
               MOVE WS-TEL-DML-EMAIL   TO DML-EMAIL
               MOVE WS-TEL-DML-ATIVO   TO DML-ATIVO
               WRITE DML-REGISTRO
               IF WS-RST-ACESS-DESTMAIL <> 0 THEN
                   MOVE "ERRO WRITE ARQ ARQDESTMAIL" TO WS-MSG-1
                   MOVE WS-RST-ACESS-DESTMAIL TO WS-MSG-STATUS
               ELSE
                   MOVE "Destinatario incluido com sucesso" TO
                        WS-MSG-DESTMAIL
               END-IF
           ELSE
               MOVE "Inclusao nao realizada" TO WS-MSG-DESTMAIL
           END-IF.
       022-INCLUIR-DESTINO-EXIT.
           EXIT.

       023-ALTERAR-DESTINO section.
           MOVE DML-NOME  TO WS-TEL-DML-NOME.
           MOVE DML-EMAIL TO WS-TEL-DML-EMAIL.
           MOVE DML-ATIVO TO WS-TEL-DML-ATIVO.
           DISPLAY TELA-DADOS-DESTMAIL-CORPO.
           PERFORM 025-ACEITA-DADOS-DESTINO.
           IF WS-TEL-DML-CONFIRMAR = "S" THEN
               MOVE WS-TEL-DML-NOME    TO DML-NOME
               MOVE WS-TEL-DML-EMAIL   TO DML-EMAIL
               MOVE WS-TEL-DML-ATIVO   TO DML-ATIVO
               REWRITE DML-REGISTRO
               IF WS-RST-ACESS-DESTMAIL <> 0 THEN
                   MOVE "ERRO REWRITE ARQ ARQDESTMAIL" TO WS-MSG-1
                   MOVE WS-RST-ACESS-DESTMAIL TO WS-MSG-STATUS
               ELSE
                   MOVE "Destinatario alterado com sucesso" TO
                        WS-MSG-DESTMAIL
               END-IF
           ELSE
               MOVE "Alteracao nao realizada" TO WS-MSG-DESTMAIL
           END-IF.
       023-ALTERAR-DESTINO-EXIT.
           EXIT.

       024-EXCLUIR-DESTINO section.
           MOVE DML-NOME  TO WS-TEL-DML-NOME.
           MOVE DML-EMAIL TO WS-TEL-DML-EMAIL.
           MOVE DML-ATIVO TO WS-TEL-DML-ATIVO.
           DISPLAY TELA-DADOS-DESTMAIL-CORPO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-DML-CONFIRMAR = "S" THEN
               DELETE ARQ-DESTMAIL RECORD
               IF WS-RST-ACESS-DESTMAIL <> 0 THEN
                   MOVE "ERRO DELETE ARQ ARQDESTMAIL" TO WS-MSG-1
                   MOVE WS-RST-ACESS-DESTMAIL TO WS-MSG-STATUS
               ELSE
                   MOVE "Destinatario excluido com sucesso" TO
                        WS-MSG-DESTMAIL
               END-IF
           ELSE
               MOVE "Exclusao nao realizada" TO WS-MSG-DESTMAIL
           END-IF.
       024-EXCLUIR-DESTINO-EXIT.
           EXIT.

       025-ACEITA-DADOS-DESTINO section.
           ACCEPT TELA-DADOS-NOME-DML.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0251-INFORMA-EMAIL
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0252-INFORMA-ATIVO
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       025-ACEITA-DADOS-DESTINO-EXIT.
           EXIT.

      *    CONFERENCIA MINIMA DO ENDERECO: PRECISA TER UM "@" QUE NAO
      *    SEJA O PRIMEIRO CARACTER. O RESTO FICA A CARGO DO GATEWAY,
      *    QUE DEVOLVE NO RETORNO O QUE NAO CONSEGUIU ENTREGAR.
       0251-INFORMA-EMAIL section.
            ACCEPT  TELA-DADOS-EMAIL-DML.
            MOVE 0 TO WS-QTD-ARROBA.
            INSPECT WS-TEL-DML-EMAIL TALLYING WS-QTD-ARROBA
                    FOR ALL "@".
            IF WS-QTD-ARROBA = 0
            OR WS-TEL-DML-EMAIL(1:1) = "@"
            OR WS-TEL-DML-EMAIL(1:1) = SPACE THEN
                MOVE "E-mail invalido" TO WS-MSG-DESTMAIL
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-DESTMAIL
            END-IF.
            DISPLAY TELA-CAD-DESTMAIL-MSG.
       0251-INFORMA-EMAIL-EXIT.
           EXIT.

       0252-INFORMA-ATIVO section.
            ACCEPT  TELA-DADOS-ATIVO-DML.
            IF  WS-TEL-DML-ATIVO <> "S"
            AND WS-TEL-DML-ATIVO <> "N" THEN
                MOVE "Opcao invalida (S/N)" TO WS-MSG-DESTMAIL
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-DESTMAIL
            END-IF.
            DISPLAY TELA-CAD-DESTMAIL-MSG.
       0252-INFORMA-ATIVO-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-DML.
            IF  WS-TEL-DML-CONFIRMAR <> "S"
            AND WS-TEL-DML-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-DESTMAIL
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-DESTMAIL
            END-IF.
            DISPLAY TELA-CAD-DESTMAIL-MSG.
       027-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       029-VERIFICAR-DESTINO section.
           MOVE WS-TEL-DML-TIPO    TO DML-TIPO.
           MOVE WS-TEL-DML-EMPRESA TO DML-EMPRESA.
           MOVE WS-TEL-DML-CODIGO  TO DML-CODIGO.
           READ ARQ-DESTMAIL KEY IS DML-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-DESTMAIL = 0 THEN
               MOVE 1 TO WS-EXISTE-DESTINO
           ELSE
               MOVE 0 TO WS-EXISTE-DESTINO
           END-IF.
       029-VERIFICAR-DESTINO-EXIT.
           EXIT.

       03-finalizar section.
           CLOSE ARQ-DESTMAIL.
       03-finalizar-exit. exit.
