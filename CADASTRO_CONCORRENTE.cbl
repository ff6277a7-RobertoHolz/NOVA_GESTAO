       identification division.
       program-id. "CADASTRO_CONCORRENTE".
       author.     Roberto Holz.
      *    TABELA DE CONCORRENTES (ARQ_CONCORR) USADA NA PESQUISA DE
      *    PRESENCA DE CONCORRENCIA FEITA NAS VISITAS: O VENDEDOR SO
      *    ANOTA CONCORRENTE CADASTRADO E ATIVO.
      *    O CONCORRENTE NAO E EXCLUIDO, SO INATIVADO, PORQUE AS
      *    OBSERVACOES DOS CLIENTES (ARQ_CLICONC) APONTAM PARA ELE.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-concorr.cpy'.

       data division.
       file section.
         copy 'fd-arq-concorr.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-CONCORR       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CONCORR  PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID        PIC X(10) VALUE SPACES.
              05 WS-ERRO-ABERTURA      PIC 9(02) VALUE ZEROS.
              05 ws-acao               pic 9(01) value zeros.
              05 WS-PARAM-OK           PIC X(02) VALUE SPACES.
              05 WS-EXISTE-CONCORR     PIC 9(01) VALUE ZEROS.
              05 WS-TELA-CONC.
                 15 WS-MSG-CONC             PIC X(40) VALUE SPACES.
                 15 WS-MSG-CONC-R REDEFINES WS-MSG-CONC.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-conc.
                 15 WS-TEL-CONC-CODIGO      PIC 9(003) VALUES ZEROS.
                 15 WS-TEL-CONC-NOME        PIC X(030) VALUES SPACES.
                 15 WS-TEL-CONC-STATUS      PIC X(001) VALUES SPACES.
              05 WS-TEL-CONC-CONFIRMAR      PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CAD-CONC.
          05 VALUE "--- CADASTRO DE CONCORRENTES ---"
          BLANK SCREEN LINE 1 COL 28.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-INATIVAR/REATIVAR 9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAD-CONC-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CONC.

       01 TELA-DADOS-CONC-CH.
          05 TELA-DADOS-CONC-CODIGO.
             10 LINE 05 COL 20 VALUE "Codigo do concorrente...:".
             10 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-CONC-CODIGO.
       01 TELA-DADOS-CONC-CORPO.
          05 TELA-DADOS-CONC-NOME.
             10 LINE 06 COL 20 VALUE "Nome....................:".
             10 COLUMN PLUS 2 PIC X(30) USING WS-TEL-CONC-NOME.
          05 TELA-DADOS-CONC-STATUS.
             10 LINE 07 COL 20 VALUE "Situacao (A/I)..........:".
             10 COLUMN PLUS 2 PIC X(01) FROM WS-TEL-CONC-STATUS.
       01 TELA-DADOS-CONFIRMAR-CONC.
          05 LINE 15 COL 20 VALUE "Confirmar(S/N).:".
          05 COLUMN PLUS 2 PIC X(01) USING WS-TEL-CONC-CONFIRMAR.

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

      *    A TABELA E CRIADA VAZIA NA PRIMEIRA UTILIZACAO.
       01-inicializar section.
           initialize ws-variaveis.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           MOVE "ARQ_CONCORR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CONCORR.
           OPEN I-O ARQ-CONCORR.
           IF WS-RST-ACESS-CONCORR = 35 THEN
               OPEN OUTPUT ARQ-CONCORR
               CLOSE ARQ-CONCORR
               OPEN I-O ARQ-CONCORR
           END-IF.
           IF  WS-RST-ACESS-CONCORR <> 00
           AND WS-RST-ACESS-CONCORR <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQCONCORR" TO WS-MSG-1
               MOVE WS-RST-ACESS-CONCORR TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-CONC
               ACCEPT TELA-CAD-CONC
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-CONC.
           ACCEPT TELA-CAD-CONC.
           MOVE SPACES TO WS-MSG-CONC
           DISPLAY TELA-CAD-CONC-MSG.
           if ws-acao = 9 then
              continue
           else
           if ws-acao = 1
           or ws-acao = 2
           or ws-acao = 3 then
              DISPLAY TELA-DADOS-CONC-CH
              MOVE " " TO WS-PARAM-OK
              PERFORM 021-INFORMA-CODIGO
                UNTIL WS-PARAM-OK EQUAL "OK"
              PERFORM 029-VERIFICAR-CONCORRENTE
              if ws-acao = 1 then
                  IF WS-EXISTE-CONCORR = 0 THEN
                      PERFORM 022-INCLUIR-CONCORRENTE
                  ELSE
                      MOVE "Concorrente ja cadastrado" TO WS-MSG-CONC
                  END-IF
              else
              if WS-EXISTE-CONCORR = 0 then
                  MOVE "Concorrente inexistente" TO WS-MSG-CONC
              else
              if ws-acao = 2 then
                  PERFORM 023-ALTERAR-CONCORRENTE
              else
                  PERFORM 024-INATIVAR-CONCORRENTE
              end-if
              end-if
              end-if
           else
              MOVE "Opcao invalida" TO WS-MSG-CONC
           end-if
           end-if.
       02-processar-exit. exit.

       021-INFORMA-CODIGO section.
            ACCEPT  TELA-DADOS-CONC-CODIGO.
            IF WS-TEL-CONC-CODIGO = 0 THEN
                MOVE "Codigo deve ser informado" TO WS-MSG-CONC
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CONC
            END-IF.
            DISPLAY TELA-CAD-CONC-MSG.
       021-INFORMA-CODIGO-EXIT.
           EXIT.

       022-INCLUIR-CONCORRENTE section.
           MOVE SPACES TO WS-TEL-CONC-NOME.
           MOVE "A"    TO WS-TEL-CONC-STATUS.
           DISPLAY TELA-DADOS-CONC-CORPO.
           PERFORM 027-ACEITA-DADOS-CONCORRENTE.
           IF WS-TEL-CONC-CONFIRMAR = "S" THEN
               PERFORM 028-MONTAR-REGISTRO-CONC
               WRITE CONC-REGISTRO
               IF WS-RST-ACESS-CONCORR <> 0 THEN
                   MOVE "ERRO WRITE ARQ ARQCONCORR" TO WS-MSG-1
                   MOVE WS-RST-ACESS-CONCORR TO WS-MSG-STATUS
               ELSE
                   MOVE "Concorrente incluido com sucesso" TO
                        WS-MSG-CONC
               END-IF
           ELSE
               MOVE "Inclusao nao realizada" TO WS-MSG-CONC
           END-IF.
       022-INCLUIR-CONCORRENTE-EXIT.
           EXIT.

       023-ALTERAR-CONCORRENTE section.
           PERFORM 02A-MOSTRAR-CONCORRENTE.
           PERFORM 027-ACEITA-DADOS-CONCORRENTE.
           IF WS-TEL-CONC-CONFIRMAR = "S" THEN
               PERFORM 028-MONTAR-REGISTRO-CONC
               REWRITE CONC-REGISTRO
               IF WS-RST-ACESS-CONCORR <> 0 THEN
                   MOVE "ERRO REWRITE ARQ ARQCONCORR" TO WS-MSG-1
                   MOVE WS-RST-ACESS-CONCORR TO WS-MSG-STATUS
               ELSE
                   MOVE "Concorrente alterado com sucesso" TO
                        WS-MSG-CONC
               END-IF
           ELSE
               MOVE "Alteracao nao realizada" TO WS-MSG-CONC
           END-IF.
       023-ALTERAR-CONCORRENTE-EXIT.
           EXIT.

      *    INVERTE A SITUACAO DO CONCORRENTE. INATIVO NAO E MAIS
      *    ACEITO NAS VISITAS; O HISTORICO DE PRESENCA CONTINUA NO
      *    RELATORIO DE CONCORRENCIA.
       024-INATIVAR-CONCORRENTE section.
           PERFORM 02A-MOSTRAR-CONCORRENTE.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0271-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-CONC-CONFIRMAR NOT = "S" THEN
               MOVE "Operacao nao realizada" TO WS-MSG-CONC
               GO TO 024-INATIVAR-CONCORRENTE-EXIT
           END-IF.
           IF CONC-STATUS-ATIVO THEN
               MOVE "I" TO CONC-STATUS
           ELSE
               MOVE "A" TO CONC-STATUS
           END-IF.
           MOVE WS-OPERADOR-ID TO CONC-OPERADOR.
           ACCEPT CONC-DATA FROM DATE YYYYMMDD.
           REWRITE CONC-REGISTRO.
           IF WS-RST-ACESS-CONCORR <> 0 THEN
               MOVE "ERRO REWRITE ARQ ARQCONCORR" TO WS-MSG-1
               MOVE WS-RST-ACESS-CONCORR TO WS-MSG-STATUS
           ELSE
               IF CONC-STATUS-ATIVO THEN
                   MOVE "Concorrente reativado" TO WS-MSG-CONC
               ELSE
                   MOVE "Concorrente inativado" TO WS-MSG-CONC
               END-IF
           END-IF.
       024-INATIVAR-CONCORRENTE-EXIT.
           EXIT.

       027-ACEITA-DADOS-CONCORRENTE section.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0272-INFORMA-NOME
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0271-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       027-ACEITA-DADOS-CONCORRENTE-EXIT.
           EXIT.

       0271-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-CONC.
            IF  WS-TEL-CONC-CONFIRMAR <> "S"
            AND WS-TEL-CONC-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-CONC
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CONC
            END-IF.
            DISPLAY TELA-CAD-CONC-MSG.
       0271-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       0272-INFORMA-NOME section.
            ACCEPT  TELA-DADOS-CONC-NOME.
            IF WS-TEL-CONC-NOME = SPACES THEN
                MOVE "Nome deve ser informado" TO WS-MSG-CONC
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CONC
            END-IF.
            DISPLAY TELA-CAD-CONC-MSG.
       0272-INFORMA-NOME-EXIT.
           EXIT.

       028-MONTAR-REGISTRO-CONC section.
           MOVE WS-TEL-CONC-CODIGO    TO CONC-CODIGO.
           MOVE WS-TEL-CONC-NOME      TO CONC-NOME.
           MOVE WS-TEL-CONC-STATUS    TO CONC-STATUS.
           MOVE WS-OPERADOR-ID        TO CONC-OPERADOR.
           ACCEPT CONC-DATA FROM DATE YYYYMMDD.
       028-MONTAR-REGISTRO-CONC-EXIT.
           EXIT.

       029-VERIFICAR-CONCORRENTE section.
           MOVE WS-TEL-CONC-CODIGO TO CONC-CODIGO.
           READ ARQ-CONCORR KEY IS CONC-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-CONCORR = 0 THEN
               MOVE 1 TO WS-EXISTE-CONCORR
           ELSE
               MOVE 0 TO WS-EXISTE-CONCORR
           END-IF.
       029-VERIFICAR-CONCORRENTE-EXIT.
           EXIT.

       02A-MOSTRAR-CONCORRENTE section.
           MOVE CONC-NOME      TO WS-TEL-CONC-NOME.
           MOVE CONC-STATUS    TO WS-TEL-CONC-STATUS.
           DISPLAY TELA-DADOS-CONC-CORPO.
       02A-MOSTRAR-CONCORRENTE-EXIT.
           EXIT.

       03-finalizar section.
           IF WS-ERRO-ABERTURA = 1 THEN
               GO TO 03-finalizar-exit
           END-IF.
           CLOSE ARQ-CONCORR.
       03-finalizar-exit. exit.
