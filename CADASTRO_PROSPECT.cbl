      *    VERIFICADORES, CNPJ DUPLICADO, VENDEDOR ATIVO), RECEBE UM
      *    CODIGO NOVO DO CONTROLE DE CLIENTES E TRANSPORTA O
      *    HISTORICO DE VISITAS DO PROSPECT PARA O CODIGO DEFINITIVO.
      *
      *    AS NOTAS DATADAS DO PROSPECT (OPCAO 5, MESMA MANUTENCAO DO
      *    CADASTRO_CLIENTE) TAMBEM FICAM NO ARQ_NOTACLI SOB O CODIGO
      *    DO PROSPECT E SEGUEM PARA O CLIENTE NA CONVERSAO.
       environment division.
       configuration section.
       input-output section.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-clictrl.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-notacli.cpy'.

       data division.
       file section.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-clictrl.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-notacli.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-RST-ACESS-CLICTRL PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-VISITA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VISITA  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-NOTACLI      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-NOTACLI PIC 9(02) VALUE ZEROS.
              05 WS-FIM-NOTAS         PIC 9(01) VALUE ZEROS.
              05 WS-NOTA-TRANSPORTE   PIC X(296) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-CONVERTER 4-DESCARTAR 5-NOTAS 9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAD-PROSPECT-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
           else
           if ws-acao = 2
           or ws-acao = 3
           or ws-acao = 4
           or ws-acao = 5 then
              DISPLAY TELA-DADOS-PROSPECT-CH
              ACCEPT TELA-DADOS-COD-PRO
              perform 029-VERIFICAR-PROSPECT
                  else
                  if ws-acao = 3 then
                      PERFORM 024-CONVERTER-PROSPECT
                  else
                  if ws-acao = 5 then
                      PERFORM 025-NOTAS-PROSPECT
                  else
                      PERFORM 023-DESCARTAR-PROSPECT
                  end-if
                  end-if
                  end-if
              END-IF
           else
              MOVE "Opcao invalida" TO WS-MSG-PROSPECT
                IF WS-RST-ACESS-VND <> 0 THEN
                    MOVE "Vendedor inexistente" TO WS-MSG-PROSPECT
                ELSE
                    IF NOT VND-STATUS-ATIVO THEN
                        MOVE "Vendedor inativo ou pendente" TO
                             WS-MSG-PROSPECT
                    ELSE
                        MOVE "OK" TO WS-PARAM-OK
                        MOVE SPACES TO WS-MSG-PROSPECT
           ACCEPT CLI-DATA-STATUS FROM DATE YYYYMMDD.
           MOVE WS-TEL-CNV-CEP    TO CLI-CEP.
           MOVE PRO-LOCALIDADE    TO CLI-LOCALIDADE.
           MOVE SPACES            TO CLI-SEGMENTO.
           WRITE CLI-REGISTRO.
           IF WS-RESULTADO-ACESSO <> 0 THEN
               MOVE "ERRO WRITE ARQ ARQCLI" TO WS-MSG-1
           CALL 'GRAVA_AUDITORIA' USING WS-AUDITORIA.

           PERFORM 0245-TRANSPORTAR-VISITAS.
           PERFORM 0246-TRANSPORTAR-NOTAS.

           MOVE PRO-REGISTRO TO WS-AUD-IMAGEM-ANTES.
           MOVE "C"              TO PRO-STATUS.
            IF WS-RST-ACESS-VND <> 0 THEN
                MOVE "Vendedor inexistente" TO WS-MSG-PROSPECT
            ELSE
                IF NOT VND-STATUS-ATIVO THEN
                    MOVE "Vendedor inativo ou pendente" TO
                         WS-MSG-PROSPECT
                ELSE
                    MOVE "OK" TO WS-PARAM-OK
                    MOVE SPACES TO WS-MSG-PROSPECT
       02452-REGRAVAR-VISITA-PRO-EXIT.
           EXIT.

      *    AS NOTAS DO PROSPECT PASSAM PARA O CODIGO DEFINITIVO COM A
      *    MESMA SEQUENCIA, DATA E AUTOR. O ARQ_NOTACLI SO E ABERTO
      *    AQUI PORQUE A MANUTENCAO DAS NOTAS (CADASTRO_NOTACLI) ABRE
      *    O MESMO ARQUIVO POR CONTA PROPRIA.
       0246-TRANSPORTAR-NOTAS SECTION.
           MOVE "ARQ_NOTACLI" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-NOTACLI.
           OPEN I-O ARQ-NOTACLI.
           IF  WS-RST-ACESS-NOTACLI <> 00
           AND WS-RST-ACESS-NOTACLI <> 05 THEN
               GO TO 0246-TRANSPORTAR-NOTAS-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-NOTAS.
           PERFORM 02461-MOVER-NOTA-PRO
             UNTIL WS-FIM-NOTAS = 1.
           CLOSE ARQ-NOTACLI.
       0246-TRANSPORTAR-NOTAS-EXIT.
           EXIT.

      *    A CADA NOTA MOVIDA A LEITURA RECOMECA DO INICIO DO
      *    PROSPECT, JA QUE O REGISTRO LIDO ACABOU DE SER APAGADO.
       02461-MOVER-NOTA-PRO SECTION.
           MOVE PRO-CODIGO TO NOTA-CODCLI.
           MOVE 0          TO NOTA-SEQ.
           START ARQ-NOTACLI KEY IS GREATER THAN NOTA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-NOTAS
           END-START.
           IF WS-FIM-NOTAS = 0 THEN
               READ ARQ-NOTACLI NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-NOTAS
               END-READ
           END-IF.
           IF WS-FIM-NOTAS = 1 THEN
               GO TO 02461-MOVER-NOTA-PRO-EXIT
           END-IF.
           IF NOTA-CODCLI NOT = PRO-CODIGO THEN
               MOVE 1 TO WS-FIM-NOTAS
               GO TO 02461-MOVER-NOTA-PRO-EXIT
           END-IF.
           MOVE NOTA-REGISTRO TO WS-NOTA-TRANSPORTE.
           DELETE ARQ-NOTACLI RECORD.
           MOVE WS-NOTA-TRANSPORTE TO NOTA-REGISTRO.
           MOVE WS-NOVO-CODCLI     TO NOTA-CODCLI.
           WRITE NOTA-REGISTRO.
       02461-MOVER-NOTA-PRO-EXIT.
           EXIT.

      *    NOTAS DO PROSPECT, SO ENQUANTO ELE ESTA ATIVO: DEPOIS DA
      *    CONVERSAO ELAS JA ESTAO NO CLIENTE.
       025-NOTAS-PROSPECT SECTION.
           IF NOT PRO-STATUS-ATIVO THEN
               MOVE "Prospect ja convertido ou descartado" TO
                    WS-MSG-PROSPECT
               GO TO 025-NOTAS-PROSPECT-EXIT
           END-IF.
           CALL 'CADASTRO_NOTACLI' USING WS-OPERADOR-ID
                                         PRO-CODIGO
                                         PRO-NOME.
       025-NOTAS-PROSPECT-EXIT.
           EXIT.

      *    PROXIMO CODIGO DE PROSPECT PELO REGISTRO 2 DO ARQ_CLICTRL,
      *    SEMEADO EM 9000000 NA PRIMEIRA UTILIZACAO PARA OS CODIGOS
      *    DE PROSPECT NUNCA COLIDIREM COM OS DE CLIENTE.
