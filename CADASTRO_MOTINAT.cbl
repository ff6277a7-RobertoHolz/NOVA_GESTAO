       identification division.
       program-id. "CADASTRO_MOTINAT".
       author.     Roberto Holz.
      *    CADASTRO DOS MOTIVOS DE INATIVACAO DE CLIENTE: CODIGO DE
      *    DOIS CARACTERES, DESCRICAO E O INDICADOR DE "CONTA COMO
      *    PERDA". O CADASTRO DE CLIENTES EXIGE UM DESTES CODIGOS NA
      *    INATIVACAO, E O RELATORIO DE CLIENTES PERDIDOS USA O
      *    INDICADOR PARA SEPARAR A PERDA REAL DOS MOTIVOS
      *    ADMINISTRATIVOS (FUSAO, DUPLICIDADE, TRANSFERENCIA).
      *    NA PRIMEIRA UTILIZACAO O ARQUIVO E SEMEADO PELA
      *    REGISTRA_MOTIVO_INAT. OS CODIGOS USADOS PELOS PROCESSOS
      *    AUTOMATICOS (FU, TE, BX, NI) NAO PODEM SER EXCLUIDOS.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-motinat.cpy'.

       data division.
       file section.
         copy 'fd-arq-motinat.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-MOTINAT      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MOTINAT PIC 9(02) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-EXISTE-MOTINAT    PIC 9(01) VALUE ZEROS.
              05 WS-REGISTRA-MOTIVO-PRM.
                 10 WS-MTV-FUNCAO           PIC X(01) VALUE SPACES.
                 10 WS-MTV-CODCLI           PIC 9(07) VALUE ZEROS.
                 10 WS-MTV-MOTIVO           PIC X(02) VALUE SPACES.
                 10 WS-MTV-DATA             PIC 9(08) VALUE ZEROS.
                 10 WS-MTV-OPERADOR         PIC X(10) VALUE SPACES.
                 10 WS-MTV-ORIGEM           PIC X(01) VALUE SPACES.
                 10 WS-MTV-DESCRICAO        PIC X(30) VALUE SPACES.
                 10 WS-MTV-PERDA            PIC X(01) VALUE SPACES.
                 10 WS-MTV-OK               PIC X(01) VALUE SPACES.
              05 WS-TELA-MOTINAT.
                 15 WS-MSG-MOTINAT          PIC X(40) VALUE SPACES.
                 15 WS-MSG-MOTINAT-R REDEFINES WS-MSG-MOTINAT.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-motinat.
                 15 WS-TEL-MTI-CODIGO       PIC X(002) VALUES SPACES.
                 15 WS-TEL-MTI-DESCRICAO    PIC X(030) VALUES SPACES.
                 15 WS-TEL-MTI-PERDA        PIC X(001) VALUES SPACES.
              05 WS-TEL-MTI-CONFIRMAR       PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01 TELA-CAD-MOTINAT.
          05 VALUE "--- CADASTRO DE MOTIVOS DE INATIVACAO ---"
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
          05 TELA-CAD-MOTINAT-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-MOTINAT.

       01 TELA-DADOS-MOTINAT-CH.
          05 TELA-DADOS-COD-MTI.
             10 LINE 06 COL 20 VALUE "Codigo do motivo........:".
             10 COLUMN PLUS 2 PIC X(02) USING WS-TEL-MTI-CODIGO.
       01 TELA-DADOS-MOTINAT-CORPO.
          05 TELA-DADOS-DESC-MTI.
             10 LINE 07 COL 20 VALUE "Descricao...............:".
             10 COLUMN PLUS 2 PIC X(30) USING WS-TEL-MTI-DESCRICAO.
          05 TELA-DADOS-PERDA-MTI.
             10 LINE 08 COL 20 VALUE "Conta como perda (S/N)..:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-MTI-PERDA.
          05 TELA-DADOS-CONFIRMAR-MTI.
             10 LINE 10 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-MTI-CONFIRMAR.

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
           MOVE "ARQ_MOTINAT" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MOTINAT.
           OPEN I-O ARQ-MOTINAT.
           IF WS-RST-ACESS-MOTINAT = 35 THEN
               PERFORM 011-SEMEAR-CODIGOS
               OPEN I-O ARQ-MOTINAT
           END-IF.
           IF  WS-RST-ACESS-MOTINAT <> 00
           AND WS-RST-ACESS-MOTINAT <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQMOTINAT" TO WS-MSG-1
               MOVE WS-RST-ACESS-MOTINAT TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-MOTINAT
               ACCEPT TELA-CAD-MOTINAT
           END-IF.
       01-inicializar-exit. exit.

      *    A TABELA PADRAO E A MESMA QUE OS PROCESSOS AUTOMATICOS
      *    ESPERAM ENCONTRAR; QUEM A CRIA E SEMEIA E A ROTINA
      *    COMUM DE MOTIVOS.
       011-SEMEAR-CODIGOS section.
           MOVE "V"    TO WS-MTV-FUNCAO.
           MOVE SPACES TO WS-MTV-MOTIVO.
           CALL 'REGISTRA_MOTIVO_INAT' USING WS-REGISTRA-MOTIVO-PRM.
       011-SEMEAR-CODIGOS-EXIT.
           EXIT.

       02-processar section.
           DISPLAY TELA-CAD-MOTINAT.
           ACCEPT TELA-CAD-MOTINAT.
           MOVE SPACES TO WS-MSG-MOTINAT
           DISPLAY TELA-CAD-MOTINAT-MSG.
           if ws-acao = 9 then
              continue
           else
           if ws-acao = 1
           or ws-acao = 2
           or ws-acao = 3 then
              DISPLAY TELA-DADOS-MOTINAT-CH
              MOVE " " TO WS-PARAM-OK
              PERFORM 021-INFORMA-CODIGO
                UNTIL WS-PARAM-OK EQUAL "OK"
              PERFORM 029-VERIFICAR-MOTINAT
              if ws-acao = 1 then
                  IF WS-EXISTE-MOTINAT = 0 THEN
                      PERFORM 022-INCLUIR-MOTINAT
                  ELSE
                      MOVE "Codigo ja cadastrado" TO WS-MSG-MOTINAT
                  END-IF
              else
              if ws-acao = 2 then
                  IF WS-EXISTE-MOTINAT = 1 THEN
                      PERFORM 023-ALTERAR-MOTINAT
                  ELSE
                      MOVE "Codigo inexistente" TO WS-MSG-MOTINAT
                  END-IF
              else
                  IF WS-EXISTE-MOTINAT = 1 THEN
                      IF WS-TEL-MTI-CODIGO = "FU" OR "TE" OR "BX"
                                          OR "NI" THEN
                          MOVE "Codigo usado por processo automatico"
                            TO WS-MSG-MOTINAT
                      ELSE
                          PERFORM 024-EXCLUIR-MOTINAT
                      END-IF
                  ELSE
                      MOVE "Codigo inexistente" TO WS-MSG-MOTINAT
                  END-IF
              end-if
              end-if
           else
              MOVE "Opcao invalida" TO WS-MSG-MOTINAT
           end-if
           end-if.
       02-processar-exit. exit.

       021-INFORMA-CODIGO section.
            ACCEPT  TELA-DADOS-COD-MTI.
            IF WS-TEL-MTI-CODIGO EQUAL SPACES THEN
                MOVE "Codigo deve ser informado" TO WS-MSG-MOTINAT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-MOTINAT
            END-IF.
            DISPLAY TELA-CAD-MOTINAT-MSG.
       021-INFORMA-CODIGO-EXIT.
           EXIT.

       022-INCLUIR-MOTINAT section.
           MOVE SPACES TO WS-TEL-MTI-DESCRICAO.
           MOVE "N"    TO WS-TEL-MTI-PERDA.
           DISPLAY TELA-DADOS-MOTINAT-CORPO.
           PERFORM 025-ACEITA-DADOS-MOTINAT.

           IF WS-TEL-MTI-CONFIRMAR = "S" THEN
               MOVE WS-TEL-MTI-CODIGO    TO MTI-CODIGO
               MOVE WS-TEL-MTI-DESCRICAO TO MTI-DESCRICAO
               MOVE WS-TEL-MTI-PERDA     TO MTI-PERDA
               WRITE MTI-REGISTRO
               IF WS-RST-ACESS-MOTINAT <> 0 THEN
                   MOVE "ERRO WRITE ARQ ARQMOTINAT" TO WS-MSG-1
                   MOVE WS-RST-ACESS-MOTINAT TO WS-MSG-STATUS
               ELSE
                   MOVE "Motivo incluido com sucesso" TO
                        WS-MSG-MOTINAT
               END-IF
           ELSE
               MOVE "Inclusao nao realizada" TO WS-MSG-MOTINAT
           END-IF.
       022-INCLUIR-MOTINAT-EXIT.
           EXIT.

       023-ALTERAR-MOTINAT section.
           MOVE MTI-DESCRICAO TO WS-TEL-MTI-DESCRICAO.
           MOVE MTI-PERDA     TO WS-TEL-MTI-PERDA.
           DISPLAY TELA-DADOS-MOTINAT-CORPO.
           PERFORM 025-ACEITA-DADOS-MOTINAT.

           IF WS-TEL-MTI-CONFIRMAR = "S" THEN
               MOVE WS-TEL-MTI-CODIGO    TO MTI-CODIGO
               MOVE WS-TEL-MTI-DESCRICAO TO MTI-DESCRICAO
               MOVE WS-TEL-MTI-PERDA     TO MTI-PERDA
               REWRITE MTI-REGISTRO
               IF WS-RST-ACESS-MOTINAT <> 0 THEN
                   MOVE "ERRO REWRITE ARQ ARQMOTINAT" TO WS-MSG-1
                   MOVE WS-RST-ACESS-MOTINAT TO WS-MSG-STATUS
               ELSE
                   MOVE "Motivo alterado com sucesso" TO
                        WS-MSG-MOTINAT
               END-IF
           ELSE
               MOVE "Alteracao nao realizada" TO WS-MSG-MOTINAT
           END-IF.
       023-ALTERAR-MOTINAT-EXIT.
           EXIT.

       024-EXCLUIR-MOTINAT section.
           MOVE MTI-DESCRICAO TO WS-TEL-MTI-DESCRICAO.
           MOVE MTI-PERDA     TO WS-TEL-MTI-PERDA.
           DISPLAY TELA-DADOS-MOTINAT-CORPO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 026-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-MTI-CONFIRMAR = "S" THEN
               DELETE ARQ-MOTINAT RECORD
               IF WS-RST-ACESS-MOTINAT <> 0 THEN
                   MOVE "ERRO DELETE ARQ ARQMOTINAT" TO WS-MSG-1
                   MOVE WS-RST-ACESS-MOTINAT TO WS-MSG-STATUS
               ELSE
                   MOVE "Motivo excluido com sucesso" TO
                        WS-MSG-MOTINAT
               END-IF
           ELSE
               MOVE "Exclusao nao realizada" TO WS-MSG-MOTINAT
           END-IF.
       024-EXCLUIR-MOTINAT-EXIT.
           EXIT.

       025-ACEITA-DADOS-MOTINAT section.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0251-INFORMA-DESCRICAO
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0252-INFORMA-PERDA
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 026-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       025-ACEITA-DADOS-MOTINAT-EXIT.
           EXIT.

       0251-INFORMA-DESCRICAO section.
            ACCEPT  TELA-DADOS-DESC-MTI.
            IF WS-TEL-MTI-DESCRICAO EQUAL SPACES THEN
                MOVE "Descricao deve ser informada" TO WS-MSG-MOTINAT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-MOTINAT
            END-IF.
            DISPLAY TELA-CAD-MOTINAT-MSG.
       0251-INFORMA-DESCRICAO-EXIT.
           EXIT.

       0252-INFORMA-PERDA section.
            ACCEPT  TELA-DADOS-PERDA-MTI.
            IF  WS-TEL-MTI-PERDA <> "S"
            AND WS-TEL-MTI-PERDA <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-MOTINAT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-MOTINAT
            END-IF.
            DISPLAY TELA-CAD-MOTINAT-MSG.
       0252-INFORMA-PERDA-EXIT.
           EXIT.

       026-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-MTI.
            IF  WS-TEL-MTI-CONFIRMAR <> "S"
            AND WS-TEL-MTI-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-MOTINAT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-MOTINAT
            END-IF.
            DISPLAY TELA-CAD-MOTINAT-MSG.
       026-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       029-VERIFICAR-MOTINAT section.
           MOVE WS-TEL-MTI-CODIGO TO MTI-CODIGO.
           READ ARQ-MOTINAT KEY IS MTI-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-MOTINAT = 0 THEN
               MOVE 1 TO WS-EXISTE-MOTINAT
           ELSE
               MOVE 0 TO WS-EXISTE-MOTINAT
           END-IF.
       029-VERIFICAR-MOTINAT-EXIT.
           EXIT.

       03-finalizar section.
           CLOSE ARQ-MOTINAT.
       03-finalizar-exit. exit.
