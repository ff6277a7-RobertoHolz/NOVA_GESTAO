       identification division.
       program-id. "CADASTRO_NPS".
       author.     Roberto Holz.
      *    REGISTRO DA PESQUISA DE SATISFACAO (NPS) DO CLIENTE: NOTA
      *    DE 0 A 10 (9-10 PROMOTOR, 7-8 NEUTRO, 0-6 DETRATOR),
      *    CATEGORIA DO MOTIVO (AT=ATENDIMENTO, PR=PRECO, EN=ENTREGA,
      *    PD=PRODUTO, OU=OUTROS), COMENTARIO LIVRE E A ORIGEM:
      *    V = COLETADA PELO VENDEDOR NA VISITA, T = PELO ESCRITORIO
      *    POR TELEFONE. O VENDEDOR, A EQUIPE E A REGIAO DO CLIENTE NA
      *    DATA FICAM GRAVADOS NA PESQUISA; O OPERADOR QUE DIGITOU
      *    TAMBEM.
      *    A TELA MOSTRA A ULTIMA PESQUISA DO CLIENTE E SE ELE ESTA
      *    DEVIDO PARA NOVA PESQUISA (LOCALIZA_NPS). A OPCAO 2 LISTA
      *    AS PESQUISAS MAIS RECENTES DO CLIENTE E A OPCAO 3 CHAMA O
      *    RELATORIO NPS (RELATORIO_NPS).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-nps.cpy'.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-nps.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-NPS          PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-NPS     PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-FIM-NPS           PIC 9(01) VALUE ZEROS.
              05 WS-QTD-HIST          PIC 9(02) VALUE ZEROS.
              05 WS-IDX-HIST          PIC 9(02) VALUE ZEROS.
              05 WS-TELA-NPS.
                 15 WS-MSG-NPS              PIC X(40) VALUE SPACES.
                 15 WS-MSG-NPS-R REDEFINES WS-MSG-NPS.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-nps.
                 15 WS-TEL-NPS-CODCLI       PIC 9(007) VALUES ZEROS.
                 15 WS-TEL-NPS-RAZAO        PIC X(040) VALUES SPACES.
                 15 WS-TEL-NPS-CODVND       PIC 9(005) VALUES ZEROS.
                 15 WS-TEL-NPS-EQUIPE       PIC 9(003) VALUES ZEROS.
                 15 WS-TEL-NPS-REGIAO       PIC 9(003) VALUES ZEROS.
                 15 WS-TEL-NPS-DATA-ULT     PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-NPS-NOTA-ULT     PIC 9(002) VALUES ZEROS.
                 15 WS-TEL-NPS-SITUACAO     PIC X(020) VALUES SPACES.
                 15 WS-TEL-NPS-ORIGEM       PIC X(001) VALUES SPACES.
                 15 WS-TEL-NPS-NOTA         PIC 9(002) VALUES ZEROS.
                 15 WS-TEL-NPS-MOTIVO       PIC X(002) VALUES SPACES.
                 15 WS-TEL-NPS-COMENTARIO   PIC X(060) VALUES SPACES.
              05 WS-TEL-NPS-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-TEL-NPS-SAIR            PIC X(01) VALUE SPACES.

      *    PESQUISAS MAIS RECENTES DO CLIENTE NA OPCAO 2; PASSANDO DE
      *    8 A MAIS ANTIGA SAI DA TABELA.
           01 WS-TAB-HISTORICO.
              05 WS-TEL-HIST-LINHA    PIC X(76) OCCURS 8 TIMES.
           01 WS-LINHA-HIST.
              05 WS-HIST-DATA         PIC 9999/99/99B.
              05 WS-HIST-NOTA         PIC Z9B.
              05 WS-HIST-CLASSE       PIC X(04)B.
              05 WS-HIST-MOTIVO       PIC X(02)B.
              05 WS-HIST-ORIGEM       PIC X(01)B.
              05 WS-HIST-CODVND       PIC ZZZZ9B.
              05 WS-HIST-COMENTARIO   PIC X(45).

           01 WS-LOCALIZA-NPS-PRM.
              05 WS-LNP-FUNCAO            PIC X(01) VALUE SPACES.
              05 WS-LNP-CODCLI            PIC 9(07) VALUE ZEROS.
              05 WS-LNP-DATA-REF          PIC 9(08) VALUE ZEROS.
              05 WS-LNP-DATA-ULT          PIC 9(08) VALUE ZEROS.
              05 WS-LNP-NOTA-ULT          PIC 9(02) VALUE ZEROS.
              05 WS-LNP-MOTIVO-ULT        PIC X(02) VALUE SPACES.
              05 WS-LNP-MESES             PIC 9(02) VALUE ZEROS.
              05 WS-LNP-DEVIDO            PIC X(01) VALUE SPACES.
              05 WS-LNP-DETRATOR          PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CAD-NPS.
          05 VALUE "--- PESQUISA DE SATISFACAO (NPS) ---"
          BLANK SCREEN LINE 1 COL 22.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-REGISTRAR PESQUISA  2-HISTORICO DO CLIENTE  9-VOLTAR"
          LINE 17 COL 20.
          05 VALUE
          "3-RELATORIO NPS"
          LINE 18 COL 20.
          05 TELA-CAD-NPS-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-NPS.

       01 TELA-DADOS-NPS.
          05 TELA-DADOS-NPS-CODCLI.
             10 LINE 05 COL 20 VALUE "Cliente.................:".
             10 COLUMN PLUS 2 PIC 9(07) USING WS-TEL-NPS-CODCLI.
          05 TELA-DADOS-NPS-CLIENTE.
             10 LINE 06 COL 20 PIC X(40) FROM WS-TEL-NPS-RAZAO.
             10 LINE 07 COL 20 VALUE "Vendedor................:".
             10 COLUMN PLUS 2 PIC 9(05) FROM WS-TEL-NPS-CODVND.
             10 LINE 08 COL 20 VALUE "Ultima pesquisa.........:".
             10 COLUMN PLUS 2 PIC 9999/99/99 FROM WS-TEL-NPS-DATA-ULT.
             10 COLUMN PLUS 2 VALUE "Nota:".
             10 COLUMN PLUS 1 PIC Z9 FROM WS-TEL-NPS-NOTA-ULT.
             10 LINE 09 COL 20 VALUE "Situacao................:".
             10 COLUMN PLUS 2 PIC X(20) FROM WS-TEL-NPS-SITUACAO.
          05 TELA-DADOS-NPS-ORIGEM.
             10 LINE 10 COL 20 VALUE "Origem (V=visita/T=tel.):".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-NPS-ORIGEM.
          05 TELA-DADOS-NPS-NOTA.
             10 LINE 11 COL 20 VALUE "Nota (0 a 10)...........:".
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-NPS-NOTA.
          05 TELA-DADOS-NPS-MOTIVO.
             10 LINE 12 COL 20 VALUE "Motivo (AT/PR/EN/PD/OU).:".
             10 COLUMN PLUS 2 PIC X(02) USING WS-TEL-NPS-MOTIVO.
          05 TELA-DADOS-NPS-COMENTARIO.
             10 LINE 13 COL 20 VALUE "Comentario:".
             10 LINE 14 COL 20 PIC X(60) USING WS-TEL-NPS-COMENTARIO.
          05 TELA-DADOS-CONFIRMAR-NPS.
             10 LINE 18 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-NPS-CONFIRMAR.

       01 TELA-HIST-NPS.
          05 VALUE "--- PESQUISAS DO CLIENTE ---"
             BLANK SCREEN LINE 1 COL 25.
          05 LINE 2 COL 3 PIC 9(07) FROM WS-TEL-NPS-CODCLI.
          05 LINE 2 COL 12 PIC X(40) FROM WS-TEL-NPS-RAZAO.
          05 VALUE
             "DATA       NT TIPO MT O  VEND COMENTARIO"
             LINE 4 COL 3.
          05 LINE 05 COL 3 PIC X(76) FROM WS-TEL-HIST-LINHA(1).
          05 LINE 06 COL 3 PIC X(76) FROM WS-TEL-HIST-LINHA(2).
          05 LINE 07 COL 3 PIC X(76) FROM WS-TEL-HIST-LINHA(3).
          05 LINE 08 COL 3 PIC X(76) FROM WS-TEL-HIST-LINHA(4).
          05 LINE 09 COL 3 PIC X(76) FROM WS-TEL-HIST-LINHA(5).
          05 LINE 10 COL 3 PIC X(76) FROM WS-TEL-HIST-LINHA(6).
          05 LINE 11 COL 3 PIC X(76) FROM WS-TEL-HIST-LINHA(7).
          05 LINE 12 COL 3 PIC X(76) FROM WS-TEL-HIST-LINHA(8).
          05 LINE 18 COL 3 VALUE
             "Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-TEL-NPS-SAIR.

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
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQCLI" TO WS-MSG-1
               MOVE WS-RESULTADO-ACESSO TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-NPS
               ACCEPT TELA-CAD-NPS
           END-IF.

           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.

           MOVE "ARQ_NPS" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-NPS.
           OPEN I-O ARQ-NPS.
           IF WS-RST-ACESS-NPS = 35 THEN
               OPEN OUTPUT ARQ-NPS
               CLOSE ARQ-NPS
               OPEN I-O ARQ-NPS
           END-IF.
           IF  WS-RST-ACESS-NPS <> 00
           AND WS-RST-ACESS-NPS <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQNPS" TO WS-MSG-1
               MOVE WS-RST-ACESS-NPS TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-NPS
               ACCEPT TELA-CAD-NPS
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-NPS.
           ACCEPT TELA-CAD-NPS.
           MOVE SPACES TO WS-MSG-NPS
           DISPLAY TELA-CAD-NPS-MSG.
           INITIALIZE ws-dados-tela-nps.
           MOVE SPACES TO WS-TEL-NPS-CONFIRMAR.
           if ws-acao = 1 then
              PERFORM 021-REGISTRAR-PESQUISA
           else
           if ws-acao = 2 then
              PERFORM 022-HISTORICO-CLIENTE
           else
           if ws-acao = 3 then
              PERFORM 023-RELATORIO-NPS
           else
           if ws-acao <> 9 then
              MOVE "Opcao invalida" TO WS-MSG-NPS
           end-if
           end-if
           end-if
           end-if.
       02-processar-exit. exit.

       021-REGISTRAR-PESQUISA section.
           DISPLAY TELA-DADOS-NPS.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0211-INFORMA-CLIENTE
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-NPS-CODCLI = 0 THEN
               MOVE "Registro cancelado" TO WS-MSG-NPS
               GO TO 021-REGISTRAR-PESQUISA-EXIT
           END-IF.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0212-INFORMA-ORIGEM
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0213-INFORMA-NOTA
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0214-INFORMA-MOTIVO
             UNTIL WS-PARAM-OK EQUAL "OK".
           ACCEPT TELA-DADOS-NPS-COMENTARIO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-NPS-CONFIRMAR NOT = "S" THEN
               MOVE "Pesquisa nao registrada" TO WS-MSG-NPS
               GO TO 021-REGISTRAR-PESQUISA-EXIT
           END-IF.

           INITIALIZE NPS-REGISTRO.
           MOVE WS-TEL-NPS-CODCLI     TO NPS-CODCLI.
           ACCEPT NPS-DATA FROM DATE YYYYMMDD.
           ACCEPT NPS-HORA FROM TIME.
           MOVE WS-TEL-NPS-NOTA       TO NPS-NOTA.
           MOVE WS-TEL-NPS-MOTIVO     TO NPS-MOTIVO.
           MOVE WS-TEL-NPS-COMENTARIO TO NPS-COMENTARIO.
           MOVE WS-TEL-NPS-ORIGEM     TO NPS-ORIGEM.
           MOVE WS-TEL-NPS-CODVND     TO NPS-CODVND.
           MOVE WS-TEL-NPS-EQUIPE     TO NPS-EQUIPE.
           MOVE WS-TEL-NPS-REGIAO     TO NPS-REGIAO.
           MOVE WS-OPERADOR-ID        TO NPS-OPERADOR.
           WRITE NPS-REGISTRO.
           IF WS-RST-ACESS-NPS <> 0 THEN
               MOVE "ERRO WRITE ARQ ARQNPS" TO WS-MSG-1
               MOVE WS-RST-ACESS-NPS TO WS-MSG-STATUS
           ELSE
               IF NPS-DETRATOR THEN
                   MOVE "Pesquisa registrada - DETRATOR"
                     TO WS-MSG-NPS
               ELSE
                   MOVE "Pesquisa registrada com sucesso"
                     TO WS-MSG-NPS
               END-IF
           END-IF.
       021-REGISTRAR-PESQUISA-EXIT.
           EXIT.

      *    CLIENTE ZERO CANCELA. A EQUIPE VEM DO VENDEDOR DO CLIENTE.
       0211-INFORMA-CLIENTE section.
            ACCEPT  TELA-DADOS-NPS-CODCLI.
            IF WS-TEL-NPS-CODCLI = 0 THEN
                MOVE "OK" TO WS-PARAM-OK
                GO TO 0211-INFORMA-CLIENTE-EXIT
            END-IF.
            MOVE WS-TEL-NPS-CODCLI TO CLI-CODIGO.
            READ ARQ-CLIENTE KEY IS CLI-CODIGO INVALID KEY CONTINUE
            END-READ.
            IF WS-RESULTADO-ACESSO <> 0 THEN
                MOVE "Cliente inexistente" TO WS-MSG-NPS
                DISPLAY TELA-CAD-NPS-MSG
                GO TO 0211-INFORMA-CLIENTE-EXIT
            END-IF.
            MOVE CLI-RAZAOSOCIAL TO WS-TEL-NPS-RAZAO.
            MOVE CLI-CODVND      TO WS-TEL-NPS-CODVND.
            MOVE CLI-REGIAO      TO WS-TEL-NPS-REGIAO.
            MOVE 0               TO WS-TEL-NPS-EQUIPE.
            MOVE CLI-CODVND      TO VND-CODIGO.
            READ ARQ-VENDEDOR KEY IS VND-CODIGO INVALID KEY CONTINUE
            END-READ.
            IF WS-RST-ACESS-VND = 0 THEN
                MOVE VND-EQUIPE TO WS-TEL-NPS-EQUIPE
            END-IF.
            PERFORM 02111-SITUACAO-PESQUISA.
            DISPLAY TELA-DADOS-NPS-CLIENTE.
            MOVE "OK" TO WS-PARAM-OK.
            MOVE SPACES TO WS-MSG-NPS.
            DISPLAY TELA-CAD-NPS-MSG.
       0211-INFORMA-CLIENTE-EXIT.
           EXIT.

      *    O LOCALIZA_NPS E ENCERRADO LOGO APOS A CONSULTA PORQUE ESTE
      *    PROGRAMA GRAVA NO MESMO ARQUIVO.
       02111-SITUACAO-PESQUISA section.
           MOVE "L"               TO WS-LNP-FUNCAO.
           MOVE WS-TEL-NPS-CODCLI TO WS-LNP-CODCLI.
           ACCEPT WS-LNP-DATA-REF FROM DATE YYYYMMDD.
           CALL 'LOCALIZA_NPS' USING WS-LOCALIZA-NPS-PRM.
           MOVE WS-LNP-DATA-ULT TO WS-TEL-NPS-DATA-ULT.
           MOVE WS-LNP-NOTA-ULT TO WS-TEL-NPS-NOTA-ULT.
           IF WS-LNP-DATA-ULT = 0 THEN
               MOVE "NUNCA PESQUISADO" TO WS-TEL-NPS-SITUACAO
           ELSE
               IF WS-LNP-DEVIDO = "S" THEN
                   MOVE "PESQUISA DEVIDA" TO WS-TEL-NPS-SITUACAO
               ELSE
                   MOVE "EM DIA" TO WS-TEL-NPS-SITUACAO
               END-IF
           END-IF.
           MOVE "R" TO WS-LNP-FUNCAO.
           CALL 'LOCALIZA_NPS' USING WS-LOCALIZA-NPS-PRM.
       02111-SITUACAO-PESQUISA-EXIT.
           EXIT.

       0212-INFORMA-ORIGEM section.
            ACCEPT  TELA-DADOS-NPS-ORIGEM.
            MOVE WS-TEL-NPS-ORIGEM TO NPS-ORIGEM.
            IF NOT NPS-ORIGEM-VALIDA THEN
                MOVE "Origem invalida (V/T)" TO WS-MSG-NPS
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-NPS
            END-IF.
            DISPLAY TELA-CAD-NPS-MSG.
       0212-INFORMA-ORIGEM-EXIT.
           EXIT.

       0213-INFORMA-NOTA section.
            ACCEPT  TELA-DADOS-NPS-NOTA.
            MOVE WS-TEL-NPS-NOTA TO NPS-NOTA.
            IF NOT NPS-NOTA-VALIDA THEN
                MOVE "Nota invalida (0 a 10)" TO WS-MSG-NPS
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-NPS
            END-IF.
            DISPLAY TELA-CAD-NPS-MSG.
       0213-INFORMA-NOTA-EXIT.
           EXIT.

       0214-INFORMA-MOTIVO section.
            ACCEPT  TELA-DADOS-NPS-MOTIVO.
            MOVE WS-TEL-NPS-MOTIVO TO NPS-MOTIVO.
            IF NOT NPS-MOTIVO-VALIDO THEN
                MOVE "Motivo invalido (AT/PR/EN/PD/OU)" TO WS-MSG-NPS
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-NPS
            END-IF.
            DISPLAY TELA-CAD-NPS-MSG.
       0214-INFORMA-MOTIVO-EXIT.
           EXIT.

       022-HISTORICO-CLIENTE section.
           DISPLAY TELA-DADOS-NPS.
           ACCEPT  TELA-DADOS-NPS-CODCLI.
           MOVE WS-TEL-NPS-CODCLI TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RESULTADO-ACESSO <> 0 THEN
               MOVE "Cliente inexistente" TO WS-MSG-NPS
               GO TO 022-HISTORICO-CLIENTE-EXIT
           END-IF.
           MOVE CLI-RAZAOSOCIAL TO WS-TEL-NPS-RAZAO.
           MOVE SPACES TO WS-TAB-HISTORICO.
           MOVE 0 TO WS-QTD-HIST.
           MOVE 0 TO WS-FIM-NPS.
           MOVE WS-TEL-NPS-CODCLI TO NPS-CODCLI.
           MOVE 0                 TO NPS-DATA.
           MOVE 0                 TO NPS-HORA.
           START ARQ-NPS KEY IS NOT LESS THAN NPS-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-NPS
           END-START.
           PERFORM 0221-LINHA-HISTORICO
             UNTIL WS-FIM-NPS = 1.
           IF WS-QTD-HIST = 0 THEN
               MOVE "Cliente sem pesquisa registrada" TO WS-MSG-NPS
               GO TO 022-HISTORICO-CLIENTE-EXIT
           END-IF.
           DISPLAY TELA-HIST-NPS.
           ACCEPT  TELA-HIST-NPS.
       022-HISTORICO-CLIENTE-EXIT.
           EXIT.

       0221-LINHA-HISTORICO section.
           READ ARQ-NPS NEXT RECORD
             AT END MOVE 1 TO WS-FIM-NPS
           END-READ.
           IF WS-FIM-NPS = 1 THEN
               GO TO 0221-LINHA-HISTORICO-EXIT
           END-IF.
           IF NPS-CODCLI NOT = WS-TEL-NPS-CODCLI THEN
               MOVE 1 TO WS-FIM-NPS
               GO TO 0221-LINHA-HISTORICO-EXIT
           END-IF.
           IF WS-QTD-HIST = 8 THEN
               PERFORM 02211-DESLOCAR-HISTORICO
                 VARYING WS-IDX-HIST FROM 1 BY 1
                   UNTIL WS-IDX-HIST > 7
           ELSE
               ADD 1 TO WS-QTD-HIST
           END-IF.
           MOVE SPACES TO WS-LINHA-HIST.
           MOVE NPS-DATA       TO WS-HIST-DATA.
           MOVE NPS-NOTA       TO WS-HIST-NOTA.
           EVALUATE TRUE
           WHEN NPS-PROMOTOR
             MOVE "PROM" TO WS-HIST-CLASSE
           WHEN NPS-NEUTRO
             MOVE "NEUT" TO WS-HIST-CLASSE
           WHEN OTHER
             MOVE "DETR" TO WS-HIST-CLASSE
           END-EVALUATE.
           MOVE NPS-MOTIVO     TO WS-HIST-MOTIVO.
           MOVE NPS-ORIGEM     TO WS-HIST-ORIGEM.
           MOVE NPS-CODVND     TO WS-HIST-CODVND.
           MOVE NPS-COMENTARIO TO WS-HIST-COMENTARIO.
           MOVE WS-LINHA-HIST  TO WS-TEL-HIST-LINHA(WS-QTD-HIST).
       0221-LINHA-HISTORICO-EXIT.
           EXIT.

       02211-DESLOCAR-HISTORICO section.
           MOVE WS-TEL-HIST-LINHA(WS-IDX-HIST + 1)
             TO WS-TEL-HIST-LINHA(WS-IDX-HIST).
       02211-DESLOCAR-HISTORICO-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-NPS.
            IF  WS-TEL-NPS-CONFIRMAR <> "S"
            AND WS-TEL-NPS-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-NPS
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-NPS
            END-IF.
            DISPLAY TELA-CAD-NPS-MSG.
       027-INFORMA-CONFIRMAR-EXIT.
           EXIT.

      *    O RELATORIO LE O ARQ_NPS POR CONTA PROPRIA: O ARQUIVO E
      *    FECHADO DURANTE A CHAMADA E REABERTO NA VOLTA.
       023-RELATORIO-NPS section.
           CLOSE ARQ-NPS.
           CALL 'RELATORIO_NPS'.
           CANCEL 'RELATORIO_NPS'.
           OPEN I-O ARQ-NPS.
           IF  WS-RST-ACESS-NPS <> 00
           AND WS-RST-ACESS-NPS <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQNPS" TO WS-MSG-1
               MOVE WS-RST-ACESS-NPS TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-NPS
               ACCEPT TELA-CAD-NPS
           END-IF.
       023-RELATORIO-NPS-exit. exit.

       03-finalizar section.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-NPS.
       03-finalizar-exit. exit.
