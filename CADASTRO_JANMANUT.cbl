       identification division.
       program-id. "CADASTRO_JANMANUT".
       author.     Roberto Holz.
      *    JANELAS DE MANUTENCAO DO SISTEMA (ARQ_JANMANUT, UNICO PARA
      *    TODAS AS EMPRESAS): RESTAURACAO, REORGANIZACAO, RODADA
      *    LONGA DE DISTRIBUICAO. CADA JANELA TEM INICIO E FIM (DATA
      *    E HORA), A MENSAGEM DIVULGADA NO MENU E O TIPO:
      *      B - LOGIN RECUSADO E SESSOES ABERTAS SO PODEM SAIR
      *      C - SO AS OPCOES DE CONSULTA/RELATORIO
      *      A - APENAS AVISO, SEM RESTRICAO
      *    SUPERVISORES NAO SOFREM RESTRICAO. O JOB_NOTURNO LISTA NO
      *    DIGESTO AS JANELAS PREVISTAS PARA O DIA SEGUINTE.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-janmanut.cpy'.

       data division.
       file section.
         copy 'fd-arq-janmanut.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-JANMANUT     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-JANMANUT PIC 9(02) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-EXISTE-JANELA     PIC 9(01) VALUE ZEROS.
              05 WS-TELA-JANMANUT.
                 15 WS-MSG-JANMANUT         PIC X(40) VALUE SPACES.
                 15 WS-MSG-JANMANUT-R REDEFINES WS-MSG-JANMANUT.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-janmanut.
                 15 WS-TEL-JAN-CODIGO       PIC 9(005) VALUES ZEROS.
                 15 WS-TEL-JAN-DATA-INI     PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-JAN-HORA-INI     PIC 9(004) VALUES ZEROS.
                 15 WS-TEL-JAN-HORA-INI-R
                    REDEFINES WS-TEL-JAN-HORA-INI.
                    20 WS-TEL-JAN-HH-INI    PIC 9(002).
                    20 WS-TEL-JAN-MM-INI    PIC 9(002).
                 15 WS-TEL-JAN-DATA-FIM     PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-JAN-HORA-FIM     PIC 9(004) VALUES ZEROS.
                 15 WS-TEL-JAN-HORA-FIM-R
                    REDEFINES WS-TEL-JAN-HORA-FIM.
                    20 WS-TEL-JAN-HH-FIM    PIC 9(002).
                    20 WS-TEL-JAN-MM-FIM    PIC 9(002).
                 15 WS-TEL-JAN-TIPO         PIC X(001) VALUES SPACES.
                 15 WS-TEL-JAN-MENSAGEM     PIC X(060) VALUES SPACES.
              05 WS-TEL-JAN-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-CARIMBO-INI             PIC 9(12) VALUE ZEROS.
              05 WS-CARIMBO-FIM             PIC 9(12) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CAD-JANMANUT.
          05 VALUE "--- JANELAS DE MANUTENCAO ---"
          BLANK SCREEN LINE 1 COL 25.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-EXCLUIR 9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAD-JANMANUT-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-JANMANUT.

       01 TELA-DADOS-JANMANUT-CH.
          05 TELA-DADOS-CODIGO-JAN.
             10 LINE 05 COL 10 VALUE "Codigo da janela........:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-JAN-CODIGO.
       01 TELA-DADOS-JANMANUT-CORPO.
          05 TELA-DADOS-INI-JAN.
             10 LINE 06 COL 10 VALUE "Inicio (AAAAMMDD HHMM)..:".
             10 COLUMN PLUS 2 PIC 9(08) USING WS-TEL-JAN-DATA-INI.
             10 COLUMN PLUS 1 PIC 9(04) USING WS-TEL-JAN-HORA-INI.
          05 TELA-DADOS-FIM-JAN.
             10 LINE 07 COL 10 VALUE "Fim (AAAAMMDD HHMM).....:".
             10 COLUMN PLUS 2 PIC 9(08) USING WS-TEL-JAN-DATA-FIM.
             10 COLUMN PLUS 1 PIC 9(04) USING WS-TEL-JAN-HORA-FIM.
          05 TELA-DADOS-TIPO-JAN.
             10 LINE 08 COL 10 VALUE "Tipo (B/C/A)............:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-JAN-TIPO.
             10 LINE 09 COL 12 VALUE
                "B=bloqueia login  C=so consultas  A=so aviso".
          05 TELA-DADOS-MENSAGEM-JAN.
             10 LINE 10 COL 10 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(60) USING WS-TEL-JAN-MENSAGEM.
          05 TELA-DADOS-CONFIRMAR-JAN.
             10 LINE 12 COL 10 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-JAN-CONFIRMAR.

       procedure division using LK-OPERADOR-ID.
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
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           MOVE "ARQ_JANMANUT" TO WID-ARQ-JANMANUT.
           OPEN I-O ARQ-JANMANUT.
           IF WS-RST-ACESS-JANMANUT = 35 THEN
               OPEN OUTPUT ARQ-JANMANUT
               CLOSE ARQ-JANMANUT
               OPEN I-O ARQ-JANMANUT
           END-IF.
           IF  WS-RST-ACESS-JANMANUT <> 00
           AND WS-RST-ACESS-JANMANUT <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQJANMANUT" TO WS-MSG-1
               MOVE WS-RST-ACESS-JANMANUT TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-JANMANUT
               ACCEPT TELA-CAD-JANMANUT
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-JANMANUT.
           ACCEPT TELA-CAD-JANMANUT.
           MOVE SPACES TO WS-MSG-JANMANUT
           DISPLAY TELA-CAD-JANMANUT-MSG.
           if ws-acao = 9 then
              continue
           else
           if ws-acao = 1
           or ws-acao = 2
           or ws-acao = 3 then
              DISPLAY TELA-DADOS-JANMANUT-CH
              MOVE " " TO WS-PARAM-OK
              PERFORM 021-INFORMA-CODIGO
                UNTIL WS-PARAM-OK EQUAL "OK"
              PERFORM 029-VERIFICAR-JANELA
              if ws-acao = 1 then
                  IF WS-EXISTE-JANELA = 0 THEN
                      PERFORM 022-INCLUIR-JANELA
                  ELSE
                      MOVE "Janela ja cadastrada" TO WS-MSG-JANMANUT
                  END-IF
              else
              if ws-acao = 2 then
                  IF WS-EXISTE-JANELA = 1 THEN
                      PERFORM 023-ALTERAR-JANELA
                  ELSE
                      MOVE "Janela inexistente" TO WS-MSG-JANMANUT
                  END-IF
              else
                  IF WS-EXISTE-JANELA = 1 THEN
                      PERFORM 024-EXCLUIR-JANELA
                  ELSE
                      MOVE "Janela inexistente" TO WS-MSG-JANMANUT
                  END-IF
              end-if
              end-if
           else
              MOVE "Opcao invalida" TO WS-MSG-JANMANUT
           end-if
           end-if.
       02-processar-exit. exit.

       021-INFORMA-CODIGO section.
            ACCEPT  TELA-DADOS-CODIGO-JAN.
            IF WS-TEL-JAN-CODIGO = 0 THEN
                MOVE "Codigo deve ser informado" TO WS-MSG-JANMANUT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-JANMANUT
            END-IF.
            DISPLAY TELA-CAD-JANMANUT-MSG.
       021-INFORMA-CODIGO-EXIT.
           EXIT.

       022-INCLUIR-JANELA section.
           ACCEPT WS-TEL-JAN-DATA-INI FROM DATE YYYYMMDD.
           MOVE 0      TO WS-TEL-JAN-HORA-INI.
           MOVE WS-TEL-JAN-DATA-INI TO WS-TEL-JAN-DATA-FIM.
           MOVE 2359   TO WS-TEL-JAN-HORA-FIM.
           MOVE "B"    TO WS-TEL-JAN-TIPO.
           MOVE SPACES TO WS-TEL-JAN-MENSAGEM.
           DISPLAY TELA-DADOS-JANMANUT-CORPO.
           PERFORM 025-ACEITA-DADOS-JANELA.
           IF WS-TEL-JAN-CONFIRMAR = "S" THEN
               PERFORM 026-MOVER-DADOS-JANELA
               WRITE JAN-REGISTRO
               IF WS-RST-ACESS-JANMANUT <> 0 THEN
                   MOVE "ERRO WRITE ARQ ARQJANMANUT" TO WS-MSG-1
                   MOVE WS-RST-ACESS-JANMANUT TO WS-MSG-STATUS
               ELSE
                   MOVE "Janela incluida com sucesso" TO
                        WS-MSG-JANMANUT
               END-IF
           ELSE
               MOVE "Inclusao nao realizada" TO WS-MSG-JANMANUT
           END-IF.
       022-INCLUIR-JANELA-EXIT.
           EXIT.

       023-ALTERAR-JANELA section.
           PERFORM 028-CARREGAR-TELA-JANELA.
           DISPLAY TELA-DADOS-JANMANUT-CORPO.
           PERFORM 025-ACEITA-DADOS-JANELA.
           IF WS-TEL-JAN-CONFIRMAR = "S" THEN
               PERFORM 026-MOVER-DADOS-JANELA
               REWRITE JAN-REGISTRO
               IF WS-RST-ACESS-JANMANUT <> 0 THEN
                   MOVE "ERRO REWRITE ARQ ARQJANMANUT" TO WS-MSG-1
                   MOVE WS-RST-ACESS-JANMANUT TO WS-MSG-STATUS
               ELSE
                   MOVE "Janela alterada com sucesso" TO
                        WS-MSG-JANMANUT
               END-IF
           ELSE
               MOVE "Alteracao nao realizada" TO WS-MSG-JANMANUT
           END-IF.
       023-ALTERAR-JANELA-EXIT.
           EXIT.

       024-EXCLUIR-JANELA section.
           PERFORM 028-CARREGAR-TELA-JANELA.
           DISPLAY TELA-DADOS-JANMANUT-CORPO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-JAN-CONFIRMAR = "S" THEN
               DELETE ARQ-JANMANUT RECORD
               IF WS-RST-ACESS-JANMANUT <> 0 THEN
                   MOVE "ERRO DELETE ARQ ARQJANMANUT" TO WS-MSG-1
                   MOVE WS-RST-ACESS-JANMANUT TO WS-MSG-STATUS
               ELSE
                   MOVE "Janela excluida com sucesso" TO
                        WS-MSG-JANMANUT
               END-IF
           ELSE
               MOVE "Exclusao nao realizada" TO WS-MSG-JANMANUT
           END-IF.
       024-EXCLUIR-JANELA-EXIT.
           EXIT.

       025-ACEITA-DADOS-JANELA section.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0251-INFORMA-PERIODO
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0252-INFORMA-TIPO
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0253-INFORMA-MENSAGEM
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       025-ACEITA-DADOS-JANELA-EXIT.
           EXIT.

      *    INICIO E FIM COM DATA VALIDA, HORA ENTRE 0000 E 2359 E O
      *    FIM DEPOIS DO INICIO.
       0251-INFORMA-PERIODO section.
           ACCEPT TELA-DADOS-INI-JAN.
           ACCEPT TELA-DADOS-FIM-JAN.
           MOVE SPACES TO WS-MSG-JANMANUT.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TEL-JAN-DATA-INI)
              NOT = 0
           OR WS-TEL-JAN-HH-INI > 23
           OR WS-TEL-JAN-MM-INI > 59 THEN
               MOVE "Inicio invalido" TO WS-MSG-JANMANUT
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TEL-JAN-DATA-FIM)
              NOT = 0
           OR WS-TEL-JAN-HH-FIM > 23
           OR WS-TEL-JAN-MM-FIM > 59 THEN
               MOVE "Fim invalido" TO WS-MSG-JANMANUT
           ELSE
               COMPUTE WS-CARIMBO-INI =
                       WS-TEL-JAN-DATA-INI * 10000 + WS-TEL-JAN-HORA-INI
               COMPUTE WS-CARIMBO-FIM =
                       WS-TEL-JAN-DATA-FIM * 10000 + WS-TEL-JAN-HORA-FIM
               IF WS-CARIMBO-FIM NOT > WS-CARIMBO-INI THEN
                   MOVE "Fim deve ser depois do inicio" TO
                        WS-MSG-JANMANUT
               ELSE
                   MOVE "OK" TO WS-PARAM-OK
               END-IF
           END-IF
           END-IF.
           DISPLAY TELA-CAD-JANMANUT-MSG.
       0251-INFORMA-PERIODO-EXIT.
           EXIT.

       0252-INFORMA-TIPO section.
            ACCEPT  TELA-DADOS-TIPO-JAN.
            IF  WS-TEL-JAN-TIPO <> "B"
            AND WS-TEL-JAN-TIPO <> "C"
            AND WS-TEL-JAN-TIPO <> "A" THEN
                MOVE "Tipo invalido (B/C/A)" TO WS-MSG-JANMANUT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-JANMANUT
            END-IF.
            DISPLAY TELA-CAD-JANMANUT-MSG.
       0252-INFORMA-TIPO-EXIT.
           EXIT.

       0253-INFORMA-MENSAGEM section.
            ACCEPT  TELA-DADOS-MENSAGEM-JAN.
            IF WS-TEL-JAN-MENSAGEM = SPACES THEN
                MOVE "Mensagem deve ser informada" TO WS-MSG-JANMANUT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-JANMANUT
            END-IF.
            DISPLAY TELA-CAD-JANMANUT-MSG.
       0253-INFORMA-MENSAGEM-EXIT.
           EXIT.

       026-MOVER-DADOS-JANELA section.
           MOVE WS-TEL-JAN-CODIGO   TO JAN-CODIGO.
           MOVE WS-TEL-JAN-DATA-INI TO JAN-DATA-INI.
           MOVE WS-TEL-JAN-HORA-INI TO JAN-HORA-INI.
           MOVE WS-TEL-JAN-DATA-FIM TO JAN-DATA-FIM.
           MOVE WS-TEL-JAN-HORA-FIM TO JAN-HORA-FIM.
           MOVE WS-TEL-JAN-TIPO     TO JAN-TIPO.
           MOVE WS-TEL-JAN-MENSAGEM TO JAN-MENSAGEM.
           MOVE WS-OPERADOR-ID      TO JAN-OPERADOR.
           ACCEPT JAN-DATA-CADASTRO FROM DATE YYYYMMDD.
       026-MOVER-DADOS-JANELA-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-JAN.
            IF  WS-TEL-JAN-CONFIRMAR <> "S"
            AND WS-TEL-JAN-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-JANMANUT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-JANMANUT
            END-IF.
            DISPLAY TELA-CAD-JANMANUT-MSG.
       027-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       028-CARREGAR-TELA-JANELA section.
           MOVE JAN-DATA-INI TO WS-TEL-JAN-DATA-INI.
           MOVE JAN-HORA-INI TO WS-TEL-JAN-HORA-INI.
           MOVE JAN-DATA-FIM TO WS-TEL-JAN-DATA-FIM.
           MOVE JAN-HORA-FIM TO WS-TEL-JAN-HORA-FIM.
           MOVE JAN-TIPO     TO WS-TEL-JAN-TIPO.
           MOVE JAN-MENSAGEM TO WS-TEL-JAN-MENSAGEM.
       028-CARREGAR-TELA-JANELA-EXIT.
           EXIT.

       029-VERIFICAR-JANELA section.
           MOVE WS-TEL-JAN-CODIGO TO JAN-CODIGO.
           READ ARQ-JANMANUT KEY IS JAN-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-JANMANUT = 0 THEN
               MOVE 1 TO WS-EXISTE-JANELA
           ELSE
               MOVE 0 TO WS-EXISTE-JANELA
           END-IF.
       029-VERIFICAR-JANELA-EXIT.
           EXIT.

       03-finalizar section.
           CLOSE ARQ-JANMANUT.
       03-finalizar-exit. exit.
