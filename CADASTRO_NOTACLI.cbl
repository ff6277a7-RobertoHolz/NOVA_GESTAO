       identification division.
       program-id. "CADASTRO_NOTACLI".
       author.     Roberto Holz.
      *    MANUTENCAO DAS NOTAS DATADAS DE UM CLIENTE (ARQ_NOTACLI,
      *    UM POR EMPRESA). E CHAMADO PELO CADASTRO_CLIENTE E PELO
      *    CADASTRO_PROSPECT JA COM O CODIGO VALIDADO, PARA QUE AS
      *    NOTAS DO PROSPECT SIGAM PARA O CLIENTE NA CONVERSAO.
      *    A TELA MOSTRA AS OITO NOTAS MAIS RECENTES (A MAIS NOVA EM
      *    CIMA). A SEQUENCIA E ATRIBUIDA NA INCLUSAO, DEPOIS DA
      *    MAIOR JA GRAVADA PARA O CODIGO; DATA E AUTOR DA INCLUSAO
      *    NAO MUDAM NA ALTERACAO, QUE GRAVA OPERADOR E DATA PROPRIOS.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-notacli.cpy'.

       data division.
       file section.
         copy 'fd-arq-notacli.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-NOTACLI      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-NOTACLI PIC 9(02) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 WS-EXISTE-NOTA       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-NOTAS         PIC 9(01) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-ULT-SEQ           PIC 9(03) VALUE ZEROS.
              05 WS-QTD-NOTAS         PIC 9(03) VALUE ZEROS.
              05 WS-IDX-NTL           PIC 9(02) VALUE ZEROS.
              05 WS-TEL-NTL-LINHA     PIC X(67) OCCURS 8 TIMES.
              05 WS-NTL-LINHA-ED.
                 10 WS-NTL-ED-SEQ          PIC ZZ9B.
                 10 WS-NTL-ED-DATA         PIC 9(08)B.
                 10 WS-NTL-ED-CAT          PIC X(01)B.
                 10 WS-NTL-ED-AUTOR        PIC X(10)B.
                 10 WS-NTL-ED-FIXADA       PIC X(01)B.
                 10 WS-NTL-ED-VALIDADE     PIC X(08)B.
                 10 WS-NTL-ED-TEXTO        PIC X(30).
              05 WS-TELA-CAD-NOTA.
                 15 WS-MSG-CAD-NOTA         PIC X(40) VALUE SPACES.
                 15 WS-MSG-CAD-NOTA-R REDEFINES WS-MSG-CAD-NOTA.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-nota.
                 15 WS-TEL-NOTA-CODCLI      PIC 9(007) VALUES ZEROS.
                 15 WS-TEL-NOTA-NOME        PIC X(040) VALUES SPACES.
                 15 WS-TEL-NOTA-SEQ         PIC 9(003) VALUES ZEROS.
                 15 WS-TEL-NOTA-DATA        PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-NOTA-AUTOR       PIC X(010) VALUES SPACES.
                 15 WS-TEL-NOTA-CAT         PIC X(001) VALUES SPACES.
                    88 WS-TEL-NOTA-CAT-OK   VALUE "A" "C" "F" "L" "G".
                 15 WS-TEL-NOTA-VALIDADE    PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-NOTA-FIXADA      PIC X(001) VALUES SPACES.
                 15 WS-TEL-NOTA-TEXTO.
                    20 WS-TEL-NOTA-LIN-1    PIC X(060) VALUES SPACES.
                    20 WS-TEL-NOTA-LIN-2    PIC X(060) VALUES SPACES.
                    20 WS-TEL-NOTA-LIN-3    PIC X(060) VALUES SPACES.
                    20 WS-TEL-NOTA-LIN-4    PIC X(060) VALUES SPACES.
              05 WS-TEL-NOTA-CONFIRMAR      PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).
       01 LK-NOTA-CODCLI                    PIC 9(07).
       01 LK-NOTA-NOME                      PIC X(40).

       SCREEN SECTION.
       01 TELA-CAD-NOTA.
          05 VALUE "--- NOTAS DO CLIENTE ---"
          BLANK SCREEN LINE 1 COL 28.
          05 LINE 3 COL 5 VALUE "Cliente: ".
          05 COLUMN PLUS 1 PIC 9(07) FROM WS-TEL-NOTA-CODCLI.
          05 COLUMN PLUS 2 PIC X(40) FROM WS-TEL-NOTA-NOME.
          05 LINE 4 COL 5 VALUE "Notas..: ".
          05 COLUMN PLUS 1 PIC ZZ9 FROM WS-QTD-NOTAS.
          05 VALUE
          "SEQ DATA     C AUTOR      F VALIDADE TEXTO"
          LINE 6 COL 5.
          05 LINE 07 COL 5 PIC X(67) FROM WS-TEL-NTL-LINHA(1).
          05 LINE 08 COL 5 PIC X(67) FROM WS-TEL-NTL-LINHA(2).
          05 LINE 09 COL 5 PIC X(67) FROM WS-TEL-NTL-LINHA(3).
          05 LINE 10 COL 5 PIC X(67) FROM WS-TEL-NTL-LINHA(4).
          05 LINE 11 COL 5 PIC X(67) FROM WS-TEL-NTL-LINHA(5).
          05 LINE 12 COL 5 PIC X(67) FROM WS-TEL-NTL-LINHA(6).
          05 LINE 13 COL 5 PIC X(67) FROM WS-TEL-NTL-LINHA(7).
          05 LINE 14 COL 5 PIC X(67) FROM WS-TEL-NTL-LINHA(8).
          05 VALUE "OPCAO.: " LINE 16 COL 20.
          05 ACAO-INPUT                          LINE 16 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 18 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-EXCLUIR 9-VOLTAR"
          LINE 19 COL 20.
          05 TELA-CAD-NOTA-MSG.
             10 LINE 21 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CAD-NOTA.

       01 TELA-NOTA-SEQ.
          05 LINE 16 COL 35 VALUE "Sequencia da nota:".
          05 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-NOTA-SEQ.

       01 TELA-DADOS-NOTA.
          05 VALUE "--- NOTA DO CLIENTE ---"
          BLANK SCREEN LINE 1 COL 28.
          05 LINE 3 COL 5 VALUE "Cliente: ".
          05 COLUMN PLUS 1 PIC 9(07) FROM WS-TEL-NOTA-CODCLI.
          05 COLUMN PLUS 2 PIC X(40) FROM WS-TEL-NOTA-NOME.
          05 LINE 05 COL 5 VALUE "Sequencia..............:".
          05 COLUMN PLUS 2 PIC ZZ9 FROM WS-TEL-NOTA-SEQ.
          05 LINE 06 COL 5 VALUE "Data (AAAAMMDD)........:".
          05 COLUMN PLUS 2 PIC 9(08) FROM WS-TEL-NOTA-DATA.
          05 LINE 07 COL 5 VALUE "Autor..................:".
          05 COLUMN PLUS 2 PIC X(10) FROM WS-TEL-NOTA-AUTOR.
          05 TELA-DADOS-NOTA-CAMPOS.
             10 LINE 08 COL 5 VALUE "Categoria..............:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-NOTA-CAT.
             10 COLUMN PLUS 2 VALUE
                "(A-Atend C-Comerc F-Financ L-Logist G-Geral)".
             10 LINE 09 COL 5 VALUE "Validade (0=sem).......:".
             10 COLUMN PLUS 2 PIC 9(08) USING WS-TEL-NOTA-VALIDADE.
             10 LINE 10 COL 5 VALUE "Fixada (S/N)...........:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-NOTA-FIXADA.
             10 LINE 12 COL 5 VALUE "Texto:".
             10 LINE 13 COL 5 PIC X(60) USING WS-TEL-NOTA-LIN-1.
             10 LINE 14 COL 5 PIC X(60) USING WS-TEL-NOTA-LIN-2.
             10 LINE 15 COL 5 PIC X(60) USING WS-TEL-NOTA-LIN-3.
             10 LINE 16 COL 5 PIC X(60) USING WS-TEL-NOTA-LIN-4.
          05 TELA-DADOS-CONFIRMAR-NOTA.
             10 LINE 18 COL 5 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-NOTA-CONFIRMAR.

       procedure division using LK-OPERADOR-ID
                                LK-NOTA-CODCLI
                                LK-NOTA-NOME.
       00-controle section.
           perform 01-inicializar.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           MOVE LK-NOTA-CODCLI TO WS-TEL-NOTA-CODCLI.
           MOVE LK-NOTA-NOME   TO WS-TEL-NOTA-NOME.
           perform 02-processar
             until ws-acao = 9
                OR WS-ERRO-ABERTURA <> 0.
           perform 03-finalizar.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           initialize ws-variaveis.
           MOVE "ARQ_NOTACLI" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-NOTACLI.
           OPEN I-O ARQ-NOTACLI.
           IF WS-RST-ACESS-NOTACLI = 35 THEN
               OPEN OUTPUT ARQ-NOTACLI
               CLOSE ARQ-NOTACLI
               OPEN I-O ARQ-NOTACLI
           END-IF.
           IF  WS-RST-ACESS-NOTACLI <> 00
           AND WS-RST-ACESS-NOTACLI <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQNOTACLI" TO WS-MSG-1
               MOVE WS-RST-ACESS-NOTACLI TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-NOTA
               ACCEPT TELA-CAD-NOTA
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           PERFORM 024-MONTAR-LISTA.
           DISPLAY TELA-CAD-NOTA.
           ACCEPT TELA-CAD-NOTA.
           MOVE SPACES TO WS-MSG-CAD-NOTA
           DISPLAY TELA-CAD-NOTA-MSG.
           if ws-acao = 1 then
              PERFORM 021-INCLUIR-NOTA
           else
           if ws-acao = 9 then
              continue
           else
           if ws-acao <> 2 and ws-acao <> 3 then
              MOVE 'Opcao invalida' TO WS-MSG-CAD-NOTA
           else
              MOVE ZEROS  TO WS-TEL-NOTA-SEQ
              DISPLAY TELA-NOTA-SEQ
              ACCEPT TELA-NOTA-SEQ
              perform 029-VERIFICAR-NOTA
              IF WS-EXISTE-NOTA = 0 THEN
                  MOVE "Nota inexistente" TO WS-MSG-CAD-NOTA
              ELSE
              IF ws-acao = 2 THEN
                  PERFORM 022-ALTERAR-NOTA
              ELSE
                  PERFORM 023-EXCLUIR-NOTA
              END-IF
              END-IF
           end-if
           end-if
           end-if.
       02-processar-exit. exit.

      *    A NOVA NOTA ENTRA COM A DATA DE HOJE, O OPERADOR COMO
      *    AUTOR E CATEGORIA GERAL, SEM VALIDADE E NAO FIXADA.
       021-INCLUIR-NOTA section.
           IF WS-ULT-SEQ >= 999 THEN
               MOVE "Limite de notas do cliente atingido" TO
                    WS-MSG-CAD-NOTA
               GO TO 021-INCLUIR-NOTA-EXIT
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-TEL-NOTA-SEQ = WS-ULT-SEQ + 1.
           MOVE WS-DATA-HOJE   TO WS-TEL-NOTA-DATA.
           MOVE WS-OPERADOR-ID TO WS-TEL-NOTA-AUTOR.
           MOVE "G"            TO WS-TEL-NOTA-CAT.
           MOVE ZEROS          TO WS-TEL-NOTA-VALIDADE.
           MOVE "N"            TO WS-TEL-NOTA-FIXADA.
           MOVE SPACES         TO WS-TEL-NOTA-TEXTO.
           MOVE SPACES         TO WS-TEL-NOTA-CONFIRMAR.
           DISPLAY TELA-DADOS-NOTA.
           PERFORM 025-ACEITA-DADOS-NOTA.
           IF WS-TEL-NOTA-CONFIRMAR = "S" THEN
               INITIALIZE NOTA-REGISTRO
               MOVE WS-TEL-NOTA-CODCLI TO NOTA-CODCLI
               MOVE WS-TEL-NOTA-SEQ    TO NOTA-SEQ
               MOVE WS-TEL-NOTA-DATA   TO NOTA-DATA
               MOVE WS-TEL-NOTA-AUTOR  TO NOTA-AUTOR
               PERFORM 026-MOVER-DADOS-NOTA
               WRITE NOTA-REGISTRO
               IF  WS-RST-ACESS-NOTACLI <> 0 THEN
                   MOVE "ERRO WRITE ARQ ARQNOTACLI" TO WS-MSG-1
                   MOVE WS-RST-ACESS-NOTACLI TO WS-MSG-STATUS
               ELSE
                   MOVE "Nota incluida com sucesso" TO
                        WS-MSG-CAD-NOTA
               END-IF
           ELSE
               MOVE "Inclusao nao realizada" TO WS-MSG-CAD-NOTA
           END-IF.
       021-INCLUIR-NOTA-EXIT.
           EXIT.

       022-ALTERAR-NOTA section.
           PERFORM 0221-CARREGAR-TELA-NOTA.
           DISPLAY TELA-DADOS-NOTA.
           PERFORM 025-ACEITA-DADOS-NOTA.
           IF WS-TEL-NOTA-CONFIRMAR = "S" THEN
               PERFORM 026-MOVER-DADOS-NOTA
               REWRITE NOTA-REGISTRO
               IF  WS-RST-ACESS-NOTACLI <> 0 THEN
                   MOVE "ERRO REWRITE ARQ ARQNOTACLI" TO WS-MSG-1
                   MOVE WS-RST-ACESS-NOTACLI TO WS-MSG-STATUS
               ELSE
                   MOVE "Nota alterada com sucesso" TO
                        WS-MSG-CAD-NOTA
               END-IF
           ELSE
               MOVE "Alteracao nao realizada" TO WS-MSG-CAD-NOTA
           END-IF.
       022-ALTERAR-NOTA-EXIT.
           EXIT.

       0221-CARREGAR-TELA-NOTA section.
           MOVE NOTA-DATA      TO WS-TEL-NOTA-DATA.
           MOVE NOTA-AUTOR     TO WS-TEL-NOTA-AUTOR.
           MOVE NOTA-CATEGORIA TO WS-TEL-NOTA-CAT.
           MOVE NOTA-VALIDADE  TO WS-TEL-NOTA-VALIDADE.
           MOVE NOTA-FIXADA    TO WS-TEL-NOTA-FIXADA.
           MOVE NOTA-LINHA(1)  TO WS-TEL-NOTA-LIN-1.
           MOVE NOTA-LINHA(2)  TO WS-TEL-NOTA-LIN-2.
           MOVE NOTA-LINHA(3)  TO WS-TEL-NOTA-LIN-3.
           MOVE NOTA-LINHA(4)  TO WS-TEL-NOTA-LIN-4.
           MOVE SPACES         TO WS-TEL-NOTA-CONFIRMAR.
       0221-CARREGAR-TELA-NOTA-EXIT.
           EXIT.

       023-EXCLUIR-NOTA section.
           PERFORM 0221-CARREGAR-TELA-NOTA.
           DISPLAY TELA-DADOS-NOTA.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-NOTA-CONFIRMAR = "S" THEN
               DELETE ARQ-NOTACLI RECORD
               IF  WS-RST-ACESS-NOTACLI <> 0 THEN
                   MOVE "ERRO DELETE ARQ ARQNOTACLI" TO WS-MSG-1
                   MOVE WS-RST-ACESS-NOTACLI TO WS-MSG-STATUS
               ELSE
                   MOVE "Nota excluida com sucesso" TO
                        WS-MSG-CAD-NOTA
               END-IF
           ELSE
               MOVE "Exclusao nao realizada" TO WS-MSG-CAD-NOTA
           END-IF.
       023-EXCLUIR-NOTA-EXIT.
           EXIT.

      *    PERCORRE AS NOTAS DO CODIGO GUARDANDO AS OITO ULTIMAS PARA
      *    A TELA (A MAIS NOVA NA PRIMEIRA LINHA) E A MAIOR SEQUENCIA.
       024-MONTAR-LISTA section.
           MOVE 1 TO WS-IDX-NTL.
           PERFORM 0242-LIMPAR-LINHA-NOTA UNTIL WS-IDX-NTL > 8.
           MOVE 0 TO WS-QTD-NOTAS.
           MOVE 0 TO WS-ULT-SEQ.
           MOVE 0 TO WS-FIM-NOTAS.
           MOVE WS-TEL-NOTA-CODCLI TO NOTA-CODCLI.
           MOVE 0                  TO NOTA-SEQ.
           START ARQ-NOTACLI KEY IS GREATER THAN NOTA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-NOTAS
           END-START.
           PERFORM 0241-ACUMULAR-NOTA UNTIL WS-FIM-NOTAS = 1.
       024-MONTAR-LISTA-EXIT.
           EXIT.

       0241-ACUMULAR-NOTA section.
           READ ARQ-NOTACLI NEXT RECORD
             AT END MOVE 1 TO WS-FIM-NOTAS
           END-READ.
           IF WS-FIM-NOTAS = 1 THEN
               GO TO 0241-ACUMULAR-NOTA-EXIT
           END-IF.
           IF NOTA-CODCLI NOT = WS-TEL-NOTA-CODCLI THEN
               MOVE 1 TO WS-FIM-NOTAS
               GO TO 0241-ACUMULAR-NOTA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-NOTAS.
           MOVE NOTA-SEQ TO WS-ULT-SEQ.
           MOVE 8 TO WS-IDX-NTL.
           PERFORM 0243-DESCER-LINHA-NOTA UNTIL WS-IDX-NTL < 2.
           MOVE SPACES         TO WS-NTL-LINHA-ED.
           MOVE NOTA-SEQ       TO WS-NTL-ED-SEQ.
           MOVE NOTA-DATA      TO WS-NTL-ED-DATA.
           MOVE NOTA-CATEGORIA TO WS-NTL-ED-CAT.
           MOVE NOTA-AUTOR     TO WS-NTL-ED-AUTOR.
           MOVE NOTA-FIXADA    TO WS-NTL-ED-FIXADA.
           IF NOTA-VALIDADE > 0 THEN
               MOVE NOTA-VALIDADE TO WS-NTL-ED-VALIDADE
           END-IF.
           MOVE NOTA-LINHA(1)  TO WS-NTL-ED-TEXTO.
           MOVE WS-NTL-LINHA-ED TO WS-TEL-NTL-LINHA(1).
       0241-ACUMULAR-NOTA-EXIT.
           EXIT.

       0242-LIMPAR-LINHA-NOTA section.
           MOVE SPACES TO WS-TEL-NTL-LINHA(WS-IDX-NTL).
           ADD 1 TO WS-IDX-NTL.
       0242-LIMPAR-LINHA-NOTA-EXIT.
           EXIT.

       0243-DESCER-LINHA-NOTA section.
           MOVE WS-TEL-NTL-LINHA(WS-IDX-NTL - 1) TO
                WS-TEL-NTL-LINHA(WS-IDX-NTL).
           SUBTRACT 1 FROM WS-IDX-NTL.
       0243-DESCER-LINHA-NOTA-EXIT.
           EXIT.

       025-ACEITA-DADOS-NOTA section.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0251-INFORMA-CAMPOS
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       025-ACEITA-DADOS-NOTA-EXIT.
           EXIT.

      *    A PRIMEIRA LINHA DO TEXTO E OBRIGATORIA; A VALIDADE, SE
      *    INFORMADA, TEM QUE SER UMA DATA VALIDA.
       0251-INFORMA-CAMPOS section.
           ACCEPT TELA-DADOS-NOTA-CAMPOS.
           MOVE SPACES TO WS-MSG-CAD-NOTA.
           IF NOT WS-TEL-NOTA-CAT-OK THEN
               MOVE "Categoria invalida" TO WS-MSG-CAD-NOTA
           ELSE
           IF  WS-TEL-NOTA-VALIDADE > 0
           AND FUNCTION TEST-DATE-YYYYMMDD(WS-TEL-NOTA-VALIDADE)
               NOT = 0 THEN
               MOVE "Validade invalida" TO WS-MSG-CAD-NOTA
           ELSE
           IF  WS-TEL-NOTA-FIXADA <> "S"
           AND WS-TEL-NOTA-FIXADA <> "N" THEN
               MOVE "Fixada deve ser S ou N" TO WS-MSG-CAD-NOTA
           ELSE
           IF WS-TEL-NOTA-LIN-1 = SPACES THEN
               MOVE "Texto da nota deve ser informado" TO
                    WS-MSG-CAD-NOTA
           ELSE
               MOVE "OK" TO WS-PARAM-OK
           END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY TELA-CAD-NOTA-MSG.
       0251-INFORMA-CAMPOS-EXIT.
           EXIT.

       026-MOVER-DADOS-NOTA section.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-TEL-NOTA-CAT      TO NOTA-CATEGORIA.
           MOVE WS-TEL-NOTA-VALIDADE TO NOTA-VALIDADE.
           MOVE WS-TEL-NOTA-FIXADA   TO NOTA-FIXADA.
           MOVE WS-TEL-NOTA-LIN-1    TO NOTA-LINHA(1).
           MOVE WS-TEL-NOTA-LIN-2    TO NOTA-LINHA(2).
           MOVE WS-TEL-NOTA-LIN-3    TO NOTA-LINHA(3).
           MOVE WS-TEL-NOTA-LIN-4    TO NOTA-LINHA(4).
           MOVE WS-OPERADOR-ID       TO NOTA-OPERADOR-ALT.
           MOVE WS-DATA-HOJE         TO NOTA-DATA-ALTERACAO.
       026-MOVER-DADOS-NOTA-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-NOTA.
            IF  WS-TEL-NOTA-CONFIRMAR <> "S"
            AND WS-TEL-NOTA-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-CAD-NOTA
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-NOTA
            END-IF.
            DISPLAY TELA-CAD-NOTA-MSG.
       027-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       029-VERIFICAR-NOTA SECTION.
           MOVE WS-TEL-NOTA-CODCLI TO NOTA-CODCLI.
           MOVE WS-TEL-NOTA-SEQ    TO NOTA-SEQ.
           READ ARQ-NOTACLI KEY IS NOTA-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-NOTACLI = 0 THEN
               MOVE 1 TO WS-EXISTE-NOTA
           ELSE
               MOVE 0 TO WS-EXISTE-NOTA
           END-IF.
       029-VERIFICAR-NOTA-EXIT.
           EXIT.

       03-finalizar section.
           close ARQ-NOTACLI.
       03-finalizar-exit.
           EXIT.
