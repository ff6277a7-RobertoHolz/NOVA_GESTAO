       identification division.
       program-id. "CADASTRO_TAXACOM".
       author.     Roberto Holz.
      *    TABELA DE PERCENTUAIS DE COMISSAO POR VENDEDOR, REGIAO E
      *    CLASSE DE PERIODICIDADE, MANTIDA PELA SUPERVISAO. CADA
      *    PARTE DA CHAVE ACEITA O CURINGA "QUALQUER" (VENDEDOR 0,
      *    REGIAO 0, CLASSE EM BRANCO); O RELATORIO_COMISSAO PROCURA
      *    DA LINHA MAIS ESPECIFICA PARA A MAIS GERAL.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-regiao.cpy'.
         copy 'select-arq-period.cpy'.
         copy 'select-arq-taxacom.cpy'.

       data division.
       file section.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-regiao.cpy'.
         copy 'fd-arq-period.cpy'.
         copy 'fd-arq-taxacom.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-REGIAO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-REGIAO  PIC 9(02) VALUE ZEROS.
              05 WS-REGIAO-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-PERIOD       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-PERIOD  PIC 9(02) VALUE ZEROS.
              05 WS-PERIOD-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-TAXACOM      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-TAXACOM PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-EXISTE-TAXACOM    PIC 9(01) VALUE ZEROS.
              05 WS-TELA-TAXACOM.
                 15 WS-MSG-TAXACOM          PIC X(40) VALUE SPACES.
                 15 WS-MSG-TAXACOM-R REDEFINES WS-MSG-TAXACOM.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-taxacom.
                 15 WS-TEL-TXC-CODVND       PIC 9(005) VALUES ZEROS.
                 15 WS-TEL-TXC-REGIAO       PIC 9(003) VALUES ZEROS.
                 15 WS-TEL-TXC-CLASSE       PIC X(001) VALUES SPACES.
                 15 WS-TEL-TXC-PERCENTUAL   PIC 9(003)V9(002)
                    VALUES ZEROS.
              05 WS-TEL-TXC-CONFIRMAR       PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CAD-TAXACOM.
          05 VALUE "--- TABELA DE PERCENTUAIS DE COMISSAO ---"
          BLANK SCREEN LINE 1 COL 22.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Vendedor 0, regiao 0 ou classe em branco valem"
             LINE 13 COL 20.
          05 VALUE "para qualquer um (linha geral)."
             LINE 14 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-EXCLUIR 9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAD-TAXACOM-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-TAXACOM.

       01 TELA-DADOS-TAXACOM-CH.
          05 TELA-DADOS-TXC-CODVND.
             10 LINE 06 COL 20 VALUE "Vendedor (0=qualquer)...:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-TXC-CODVND.
          05 TELA-DADOS-TXC-REGIAO.
             10 LINE 07 COL 20 VALUE "Regiao (0=qualquer).....:".
             10 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-TXC-REGIAO.
          05 TELA-DADOS-TXC-CLASSE.
             10 LINE 08 COL 20 VALUE "Classe periodicidade....:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-TXC-CLASSE.
       01 TELA-DADOS-TAXACOM-CORPO.
          05 TELA-DADOS-TXC-PERCENTUAL.
             10 LINE 09 COL 20 VALUE "Percentual de comissao..:".
             10 COLUMN PLUS 2 PIC ZZ9,99
                USING WS-TEL-TXC-PERCENTUAL.
          05 TELA-DADOS-CONFIRMAR-TXC.
             10 LINE 11 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-TXC-CONFIRMAR.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           perform 01-inicializar.
           perform 02-processar
             until ws-acao = 9
                OR WS-ERRO-ABERTURA <> 0.
           perform 03-finalizar.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           initialize ws-variaveis.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           IF  WS-RST-ACESS-VND <> 00
           AND WS-RST-ACESS-VND <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQVND" TO WS-MSG-1
               MOVE WS-RST-ACESS-VND TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-TAXACOM
               ACCEPT TELA-CAD-TAXACOM
           END-IF.

      *    REGIOES E CLASSES SO SERVEM PARA VALIDAR A CHAVE; SEM OS
      *    CADASTROS, O CODIGO INFORMADO E ACEITO COMO ESTA.
           MOVE "ARQ_REGIAO" TO WID-ARQ-REGIAO.
           OPEN INPUT ARQ-REGIAO.
           IF  WS-RST-ACESS-REGIAO = 00
           OR  WS-RST-ACESS-REGIAO = 05 THEN
               MOVE "S" TO WS-REGIAO-DISPONIVEL
           END-IF.
           MOVE "ARQ_PERIOD" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-PERIOD.
           OPEN INPUT ARQ-PERIOD.
           IF  WS-RST-ACESS-PERIOD = 00
           OR  WS-RST-ACESS-PERIOD = 05 THEN
               MOVE "S" TO WS-PERIOD-DISPONIVEL
           END-IF.

           MOVE "ARQ_TAXACOM" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-TAXACOM.
           OPEN I-O ARQ-TAXACOM.
           IF WS-RST-ACESS-TAXACOM = 35 THEN
               OPEN OUTPUT ARQ-TAXACOM
               CLOSE ARQ-TAXACOM
               OPEN I-O ARQ-TAXACOM
           END-IF.
           IF  WS-RST-ACESS-TAXACOM <> 00
           AND WS-RST-ACESS-TAXACOM <> 05 THEN
               MOVE "ERRO ABERTURA ARQ TAXACOM" TO WS-MSG-1
               MOVE WS-RST-ACESS-TAXACOM TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-TAXACOM
               ACCEPT TELA-CAD-TAXACOM
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-TAXACOM.
           ACCEPT TELA-CAD-TAXACOM.
           MOVE SPACES TO WS-MSG-TAXACOM
           DISPLAY TELA-CAD-TAXACOM-MSG.
           if ws-acao = 9 then
              continue
           else
           if ws-acao = 1
           or ws-acao = 2
           or ws-acao = 3 then
              DISPLAY TELA-DADOS-TAXACOM-CH
              MOVE " " TO WS-PARAM-OK
              PERFORM 021-INFORMA-VENDEDOR
                UNTIL WS-PARAM-OK EQUAL "OK"
              MOVE " " TO WS-PARAM-OK
              PERFORM 022-INFORMA-REGIAO
                UNTIL WS-PARAM-OK EQUAL "OK"
              MOVE " " TO WS-PARAM-OK
              PERFORM 0221-INFORMA-CLASSE
                UNTIL WS-PARAM-OK EQUAL "OK"
              PERFORM 029-VERIFICAR-TAXACOM
              if ws-acao = 1 then
                  IF WS-EXISTE-TAXACOM = 0 THEN
                      PERFORM 023-INCLUIR-TAXACOM
                  ELSE
                      MOVE "Percentual ja cadastrado" TO WS-MSG-TAXACOM
                  END-IF
              else
              if ws-acao = 2 then
                  IF WS-EXISTE-TAXACOM = 1 THEN
                      PERFORM 024-ALTERAR-TAXACOM
                  ELSE
                      MOVE "Percentual inexistente" TO WS-MSG-TAXACOM
                  END-IF
              else
                  IF WS-EXISTE-TAXACOM = 1 THEN
                      PERFORM 025-EXCLUIR-TAXACOM
                  ELSE
                      MOVE "Percentual inexistente" TO WS-MSG-TAXACOM
                  END-IF
              end-if
              end-if
           else
              MOVE "Opcao invalida" TO WS-MSG-TAXACOM
           end-if
           end-if.
       02-processar-exit. exit.

       021-INFORMA-VENDEDOR section.
            ACCEPT  TELA-DADOS-TXC-CODVND.
            IF WS-TEL-TXC-CODVND = 0 THEN
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-TAXACOM
            ELSE
                MOVE WS-TEL-TXC-CODVND TO VND-CODIGO
                READ ARQ-VENDEDOR KEY IS VND-CODIGO
                  INVALID KEY CONTINUE
                END-READ
                IF WS-RST-ACESS-VND <> 0 THEN
                    MOVE "Vendedor inexistente" TO WS-MSG-TAXACOM
                ELSE
                    MOVE "OK" TO WS-PARAM-OK
                    MOVE SPACES TO WS-MSG-TAXACOM
                END-IF
            END-IF.
            DISPLAY TELA-CAD-TAXACOM-MSG.
       021-INFORMA-VENDEDOR-EXIT.
           EXIT.

       022-INFORMA-REGIAO section.
            ACCEPT  TELA-DADOS-TXC-REGIAO.
            IF WS-TEL-TXC-REGIAO = 0
            OR WS-REGIAO-DISPONIVEL = "N" THEN
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-TAXACOM
            ELSE
                MOVE WS-TEL-TXC-REGIAO TO REGIAO-CODIGO
                READ ARQ-REGIAO KEY IS REGIAO-CODIGO
                  INVALID KEY CONTINUE
                END-READ
                IF WS-RST-ACESS-REGIAO <> 0 THEN
                    MOVE "Regiao inexistente" TO WS-MSG-TAXACOM
                ELSE
                    MOVE "OK" TO WS-PARAM-OK
                    MOVE SPACES TO WS-MSG-TAXACOM
                END-IF
            END-IF.
            DISPLAY TELA-CAD-TAXACOM-MSG.
       022-INFORMA-REGIAO-EXIT.
           EXIT.

       0221-INFORMA-CLASSE section.
            ACCEPT  TELA-DADOS-TXC-CLASSE.
            IF WS-TEL-TXC-CLASSE = SPACE
            OR WS-PERIOD-DISPONIVEL = "N" THEN
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-TAXACOM
            ELSE
                MOVE WS-TEL-TXC-CLASSE TO PER-CLASSE
                READ ARQ-PERIOD KEY IS PER-CLASSE
                  INVALID KEY CONTINUE
                END-READ
                IF WS-RST-ACESS-PERIOD <> 0 THEN
                    MOVE "Classe inexistente" TO WS-MSG-TAXACOM
                ELSE
                    MOVE "OK" TO WS-PARAM-OK
                    MOVE SPACES TO WS-MSG-TAXACOM
                END-IF
            END-IF.
            DISPLAY TELA-CAD-TAXACOM-MSG.
       0221-INFORMA-CLASSE-EXIT.
           EXIT.

       023-INCLUIR-TAXACOM section.
           MOVE 0 TO WS-TEL-TXC-PERCENTUAL.
           DISPLAY TELA-DADOS-TAXACOM-CORPO.
           PERFORM 026-ACEITA-DADOS-TAXACOM.
           IF WS-TEL-TXC-CONFIRMAR = "S" THEN
               PERFORM 028-MONTAR-REGISTRO-TAXACOM
               WRITE TXC-REGISTRO
               IF WS-RST-ACESS-TAXACOM <> 0 THEN
                   MOVE "ERRO WRITE ARQ TAXACOM" TO WS-MSG-1
                   MOVE WS-RST-ACESS-TAXACOM TO WS-MSG-STATUS
               ELSE
                   MOVE "Percentual incluido com sucesso" TO
                        WS-MSG-TAXACOM
               END-IF
           ELSE
               MOVE "Inclusao nao realizada" TO WS-MSG-TAXACOM
           END-IF.
       023-INCLUIR-TAXACOM-EXIT.
           EXIT.

       024-ALTERAR-TAXACOM section.
           MOVE TXC-PERCENTUAL TO WS-TEL-TXC-PERCENTUAL.
           DISPLAY TELA-DADOS-TAXACOM-CORPO.
           PERFORM 026-ACEITA-DADOS-TAXACOM.
           IF WS-TEL-TXC-CONFIRMAR = "S" THEN
               PERFORM 028-MONTAR-REGISTRO-TAXACOM
               REWRITE TXC-REGISTRO
               IF WS-RST-ACESS-TAXACOM <> 0 THEN
                   MOVE "ERRO REWRITE ARQ TAXACOM" TO WS-MSG-1
                   MOVE WS-RST-ACESS-TAXACOM TO WS-MSG-STATUS
               ELSE
                   MOVE "Percentual alterado com sucesso" TO
                        WS-MSG-TAXACOM
               END-IF
           ELSE
               MOVE "Alteracao nao realizada" TO WS-MSG-TAXACOM
           END-IF.
       024-ALTERAR-TAXACOM-EXIT.
           EXIT.

       025-EXCLUIR-TAXACOM section.
           MOVE TXC-PERCENTUAL TO WS-TEL-TXC-PERCENTUAL.
           DISPLAY TELA-DADOS-TAXACOM-CORPO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-TXC-CONFIRMAR = "S" THEN
               DELETE ARQ-TAXACOM RECORD
               IF WS-RST-ACESS-TAXACOM <> 0 THEN
                   MOVE "ERRO DELETE ARQ TAXACOM" TO WS-MSG-1
                   MOVE WS-RST-ACESS-TAXACOM TO WS-MSG-STATUS
               ELSE
                   MOVE "Percentual excluido com sucesso" TO
                        WS-MSG-TAXACOM
               END-IF
           ELSE
               MOVE "Exclusao nao realizada" TO WS-MSG-TAXACOM
           END-IF.
       025-EXCLUIR-TAXACOM-EXIT.
           EXIT.

       026-ACEITA-DADOS-TAXACOM section.
           ACCEPT TELA-DADOS-TXC-PERCENTUAL.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       026-ACEITA-DADOS-TAXACOM-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-TXC.
            IF  WS-TEL-TXC-CONFIRMAR <> "S"
            AND WS-TEL-TXC-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-TAXACOM
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-TAXACOM
            END-IF.
            DISPLAY TELA-CAD-TAXACOM-MSG.
       027-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       028-MONTAR-REGISTRO-TAXACOM section.
           MOVE WS-TEL-TXC-CODVND     TO TXC-CODVND.
           MOVE WS-TEL-TXC-REGIAO     TO TXC-REGIAO.
           MOVE WS-TEL-TXC-CLASSE     TO TXC-CLASSE.
           MOVE WS-TEL-TXC-PERCENTUAL TO TXC-PERCENTUAL.
           MOVE WS-OPERADOR-ID        TO TXC-OPERADOR.
           ACCEPT TXC-DATA FROM DATE YYYYMMDD.
       028-MONTAR-REGISTRO-TAXACOM-EXIT.
           EXIT.

       029-VERIFICAR-TAXACOM section.
           MOVE WS-TEL-TXC-CODVND TO TXC-CODVND.
           MOVE WS-TEL-TXC-REGIAO TO TXC-REGIAO.
           MOVE WS-TEL-TXC-CLASSE TO TXC-CLASSE.
           READ ARQ-TAXACOM KEY IS TXC-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-TAXACOM = 0 THEN
               MOVE 1 TO WS-EXISTE-TAXACOM
           ELSE
               MOVE 0 TO WS-EXISTE-TAXACOM
           END-IF.
       029-VERIFICAR-TAXACOM-EXIT.
           EXIT.

       03-finalizar section.
           CLOSE ARQ-VENDEDOR.
           IF WS-REGIAO-DISPONIVEL = "S" THEN
               CLOSE ARQ-REGIAO
           END-IF.
           IF WS-PERIOD-DISPONIVEL = "S" THEN
               CLOSE ARQ-PERIOD
           END-IF.
           CLOSE ARQ-TAXACOM.
       03-finalizar-exit. exit.
