       identification division.
       program-id. "CAIXA_TRABALHO".
       author.     Roberto Holz.
      *    CAIXA DE TRABALHO DO OPERADOR: REUNE NUMA SO LISTA AS
      *    PENDENCIAS DAS FILAS DO SISTEMA (REJEITOS DA INTERFACE,
      *    QUALIDADE CADASTRAL, TRANSFERENCIAS DE CARTEIRA, ALERTAS E
      *    RETORNOS DE PROSPECT VENCIDOS), SINCRONIZADAS PELO
      *    ATUALIZA_CAIXA AO ENTRAR E A CADA VOLTA DE UM ITEM ABERTO.
      *    A LISTA SAI DA PRIORIDADE MAIS ALTA PARA A MAIS BAIXA E,
      *    DENTRO DELA, DO ITEM MAIS ANTIGO PARA O MAIS NOVO.
      *    VISOES: M = MEUS ITENS, L = ITENS LIVRES, T = TODOS (SO
      *    SUPERVISOR, QUE ENTRA NESSA VISAO).
      *    O OPERADOR PEGA UM ITEM LIVRE E DEVOLVE OS SEUS; O
      *    SUPERVISOR ATRIBUI QUALQUER ITEM A UM OPERADOR ATIVO (OU O
      *    LIBERA, COM O OPERADOR EM BRANCO). ABRIR O ITEM CHAMA O
      *    PROGRAMA DA FILA DE ORIGEM.
      *    O ARQ_CAIXA SO FICA ABERTO DURANTE CADA OPERACAO, POIS O
      *    ATUALIZA_CAIXA O REGRAVA A CADA SINCRONIZACAO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-caixa.cpy'.
         copy 'select-arq-operador.cpy'.
         SELECT CXA-SORT ASSIGN TO DISK WID-CXA-SORT.

       data division.
       file section.
         copy 'fd-arq-caixa.cpy'.
         copy 'fd-arq-operador.cpy'.

       SD CXA-SORT
          DATA RECORD IS REG-CXA-SORT.
       01 REG-CXA-SORT.
           05 PRIORIDADE-CSORT              PIC 9(01).
           05 DATA-CSORT                    PIC 9(08).
           05 TIPO-CSORT                    PIC X(01).
           05 REFERENCIA-CSORT              PIC 9(07).
           05 DESCRICAO-CSORT               PIC X(40).
           05 RESPONSAVEL-CSORT             PIC X(10).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-CAIXA        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CAIXA   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-OPERADOR     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-OPERADOR PIC 9(02) VALUE ZEROS.
              05 WID-CXA-SORT         PIC X(22) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-OPERADOR-PERFIL   PIC X(01) VALUE SPACES.
              05 WS-SAIR              PIC 9(01) VALUE ZEROS.
              05 ws-acao              PIC 9(01) VALUE ZEROS.
              05 WS-MSG-CAIXA         PIC X(40) VALUE SPACES.
              05 WS-VISAO             PIC X(01) VALUE SPACES.
                 88 WS-VISAO-MEUS     VALUE "M".
                 88 WS-VISAO-LIVRES   VALUE "L".
                 88 WS-VISAO-TODOS    VALUE "T".
              05 WS-TEL-VISAO         PIC X(01) VALUE SPACES.
              05 WS-TEL-NR-ITEM       PIC 9(03) VALUE ZEROS.
              05 WS-TEL-DESTINO       PIC X(10) VALUE SPACES.
              05 WS-TEL-PAGINA        PIC 9(02) VALUE ZEROS.
              05 WS-TEL-PAGINAS       PIC 9(02) VALUE ZEROS.
              05 WS-TEL-QTD-ITENS     PIC 9(05) VALUE ZEROS.
              05 WS-TEL-QTD-ABERTOS   PIC 9(05) VALUE ZEROS.
              05 WS-TEL-LINHA         PIC X(76) OCCURS 12 TIMES.
              05 WS-FIM-CAIXA         PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-CXA      PIC 9(01) VALUE ZEROS.
              05 WS-QTD-ITENS         PIC 9(05) VALUE ZEROS.
              05 WS-QTD-FORA          PIC 9(05) VALUE ZEROS.
              05 WS-MAX-ITENS         PIC 9(05) VALUE ZEROS.
              05 WS-IDX-TELA          PIC 9(02) VALUE ZEROS.
              05 WS-IDX-ITEM          PIC 9(05) VALUE ZEROS.
              05 WS-PAGINA            PIC 9(02) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-DIA-HOJE          PIC 9(07) VALUE ZEROS.
              05 WS-IDADE             PIC 9(04) VALUE ZEROS.
              05 WS-ATUALIZA-CAIXA.
                 10 WS-ACX-QTD-ABERTOS    PIC 9(05) VALUE ZEROS.
                 10 WS-ACX-QTD-NOVOS      PIC 9(05) VALUE ZEROS.
                 10 WS-ACX-QTD-ENCERRADOS PIC 9(05) VALUE ZEROS.
                 10 WS-ACX-OK             PIC X(01) VALUE SPACES.
      *    ITENS DA VISAO ATUAL, JA NA ORDEM DE ATENDIMENTO
              05 WS-ITENS OCCURS 500 TIMES.
                 10 WS-ITE-TIPO           PIC X(01).
                 10 WS-ITE-REFERENCIA     PIC 9(07).
                 10 WS-ITE-DESCRICAO      PIC X(40).
                 10 WS-ITE-DATA           PIC 9(08).
                 10 WS-ITE-PRIORIDADE     PIC 9(01).
                 10 WS-ITE-RESPONSAVEL    PIC X(10).
              05 WS-CAIXA-LINHA-ED.
                 10 WS-CXA-ED-NR          PIC ZZ9B.
                 10 WS-CXA-ED-TIPO        PIC X(01)B.
                 10 WS-CXA-ED-PRIORIDADE  PIC 9(01)B.
                 10 WS-CXA-ED-IDADE       PIC ZZZ9B.
                 10 WS-CXA-ED-REFERENCIA  PIC ZZZZZZ9B.
                 10 WS-CXA-ED-DESCRICAO   PIC X(34)B.
                 10 WS-CXA-ED-RESPONSAVEL PIC X(10).

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CAIXA.
          05 VALUE "--- CAIXA DE TRABALHO ---" BLANK SCREEN
             LINE 1 COL 28.
          05 LINE 2 COL 3 VALUE "Visao:".
          05 COLUMN PLUS 1 PIC X(01) FROM WS-VISAO.
          05 COLUMN PLUS 3 VALUE "Itens:".
          05 COLUMN PLUS 1 PIC ZZZZ9 FROM WS-TEL-QTD-ITENS.
          05 COLUMN PLUS 3 VALUE "Abertos na caixa:".
          05 COLUMN PLUS 1 PIC ZZZZ9 FROM WS-TEL-QTD-ABERTOS.
          05 COLUMN PLUS 3 VALUE "Pagina:".
          05 COLUMN PLUS 1 PIC Z9 FROM WS-TEL-PAGINA.
          05 COLUMN PLUS 1 VALUE "de".
          05 COLUMN PLUS 1 PIC Z9 FROM WS-TEL-PAGINAS.
          05 VALUE " NR T P IDADE    REF DESCRICAO"
             LINE 3 COL 3.
          05 VALUE "RESPONSAVEL" LINE 3 COL 59.
          05 LINE 04 COL 3 PIC X(76) FROM WS-TEL-LINHA(1).
          05 LINE 05 COL 3 PIC X(76) FROM WS-TEL-LINHA(2).
          05 LINE 06 COL 3 PIC X(76) FROM WS-TEL-LINHA(3).
          05 LINE 07 COL 3 PIC X(76) FROM WS-TEL-LINHA(4).
          05 LINE 08 COL 3 PIC X(76) FROM WS-TEL-LINHA(5).
          05 LINE 09 COL 3 PIC X(76) FROM WS-TEL-LINHA(6).
          05 LINE 10 COL 3 PIC X(76) FROM WS-TEL-LINHA(7).
          05 LINE 11 COL 3 PIC X(76) FROM WS-TEL-LINHA(8).
          05 LINE 12 COL 3 PIC X(76) FROM WS-TEL-LINHA(9).
          05 LINE 13 COL 3 PIC X(76) FROM WS-TEL-LINHA(10).
          05 LINE 14 COL 3 PIC X(76) FROM WS-TEL-LINHA(11).
          05 LINE 15 COL 3 PIC X(76) FROM WS-TEL-LINHA(12).
          05 VALUE
             "T: R=REJEITO Q=QUALIDADE T=TRANSF. A=ALERTA P=PROSPECT"
             LINE 16 COL 3.
          05 VALUE
             "1-ABRIR 2-PEGAR 3-ATRIBUIR 4-DEVOLVER 5-PROX.PAGINA"
             LINE 17 COL 3.
          05 VALUE
             "6-TROCAR VISAO 7-ENVELHECIMENTO 9-VOLTAR"
             LINE 18 COL 3.
          05 TELA-CAIXA-ACAO.
             10 LINE 19 COL 3 VALUE "Opcao:".
             10 COLUMN PLUS 2 PIC 9(01) USING ws-acao.
          05 TELA-CAIXA-MSG.
             10 LINE 21 COL 3 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CAIXA.

       01 TELA-CAIXA-ITEM.
          05 LINE 19 COL 15 VALUE "Item NR:".
          05 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-NR-ITEM.

       01 TELA-CAIXA-DESTINO.
          05 LINE 19 COL 32 VALUE "Operador (branco=liberar):".
          05 COLUMN PLUS 2 PIC X(10) USING WS-TEL-DESTINO.

       01 TELA-CAIXA-VISAO.
          05 LINE 19 COL 15 VALUE "Visao (M=meus L=livres T=todos):".
          05 COLUMN PLUS 2 PIC X(01) USING WS-TEL-VISAO.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           perform 01-inicializar.
           perform 02-processar
             until WS-SAIR = 1.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           initialize ws-variaveis.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           MOVE 500 TO WS-MAX-ITENS.
           ACCEPT WS-OPERADOR-PERFIL
               FROM ENVIRONMENT "OPERADOR_PERFIL".
           IF WS-OPERADOR-PERFIL = "S" THEN
               SET WS-VISAO-TODOS TO TRUE
           ELSE
               SET WS-VISAO-MEUS TO TRUE
           END-IF.
           MOVE "ARQ_CAIXA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CAIXA.
           MOVE "CAIXA_SORT" TO WID-CXA-SORT.
           MOVE "ARQ_OPERADOR" TO WID-ARQ-OPERADOR.
           PERFORM 04-SINCRONIZAR.
       01-inicializar-exit. exit.

       02-processar section.
           PERFORM 021-MONTAR-TELA.
           MOVE 0 TO ws-acao.
           DISPLAY TELA-CAIXA.
           ACCEPT TELA-CAIXA-ACAO.
           MOVE SPACES TO WS-MSG-CAIXA.
           EVALUATE ws-acao
               WHEN 1
                   PERFORM 022-ABRIR-ITEM
               WHEN 2
                   PERFORM 023-PEGAR-ITEM
               WHEN 3
                   PERFORM 024-ATRIBUIR-ITEM
               WHEN 4
                   PERFORM 025-DEVOLVER-ITEM
               WHEN 5
                   ADD 1 TO WS-PAGINA
                   IF WS-PAGINA > WS-TEL-PAGINAS THEN
                       MOVE 1 TO WS-PAGINA
                   END-IF
               WHEN 6
                   PERFORM 026-TROCAR-VISAO
               WHEN 7
                   CALL 'RELATORIO_CAIXA'
                   PERFORM 04-SINCRONIZAR
               WHEN 9
                   MOVE 1 TO WS-SAIR
               WHEN OTHER
                   MOVE "Opcao invalida" TO WS-MSG-CAIXA
           END-EVALUATE.
       02-processar-exit. exit.

      *    DOZE ITENS POR PAGINA; O NR E A POSICAO DO ITEM NA LISTA.
       021-MONTAR-TELA section.
           MOVE WS-QTD-ITENS TO WS-TEL-QTD-ITENS.
           COMPUTE WS-TEL-PAGINAS = (WS-QTD-ITENS + 11) / 12.
           IF WS-TEL-PAGINAS = 0 THEN
               MOVE 1 TO WS-TEL-PAGINAS
           END-IF.
           IF WS-PAGINA = 0
           OR WS-PAGINA > WS-TEL-PAGINAS THEN
               MOVE 1 TO WS-PAGINA
           END-IF.
           MOVE WS-PAGINA TO WS-TEL-PAGINA.
           MOVE 1 TO WS-IDX-TELA.
           PERFORM 0211-MONTAR-LINHA
             UNTIL WS-IDX-TELA > 12.
           IF WS-QTD-ITENS = 0
           AND WS-MSG-CAIXA = SPACES THEN
               MOVE "Nenhum item nesta visao" TO WS-MSG-CAIXA
           END-IF.
       021-MONTAR-TELA-EXIT.
           EXIT.

       0211-MONTAR-LINHA section.
           MOVE SPACES TO WS-TEL-LINHA(WS-IDX-TELA).
           COMPUTE WS-IDX-ITEM = (WS-PAGINA - 1) * 12 + WS-IDX-TELA.
           IF WS-IDX-ITEM <= WS-QTD-ITENS THEN
               COMPUTE WS-IDADE = WS-DIA-HOJE -
                   FUNCTION INTEGER-OF-DATE(WS-ITE-DATA(WS-IDX-ITEM))
               MOVE SPACES TO WS-CAIXA-LINHA-ED
               MOVE WS-IDX-ITEM TO WS-CXA-ED-NR
               MOVE WS-ITE-TIPO(WS-IDX-ITEM) TO WS-CXA-ED-TIPO
               MOVE WS-ITE-PRIORIDADE(WS-IDX-ITEM)
                 TO WS-CXA-ED-PRIORIDADE
               MOVE WS-IDADE TO WS-CXA-ED-IDADE
               MOVE WS-ITE-REFERENCIA(WS-IDX-ITEM)
                 TO WS-CXA-ED-REFERENCIA
               MOVE WS-ITE-DESCRICAO(WS-IDX-ITEM)
                 TO WS-CXA-ED-DESCRICAO
               MOVE WS-ITE-RESPONSAVEL(WS-IDX-ITEM)
                 TO WS-CXA-ED-RESPONSAVEL
               MOVE WS-CAIXA-LINHA-ED TO WS-TEL-LINHA(WS-IDX-TELA)
           END-IF.
           ADD 1 TO WS-IDX-TELA.
       0211-MONTAR-LINHA-EXIT.
           EXIT.

      *    ABRE O ITEM NO PROGRAMA DA SUA FILA; NA VOLTA A CAIXA E
      *    SINCRONIZADA, POIS O ITEM PODE TER SIDO RESOLVIDO.
       022-ABRIR-ITEM section.
           PERFORM 027-PEGAR-NR-ITEM.
           IF WS-IDX-ITEM = 0 THEN
               GO TO 022-ABRIR-ITEM-EXIT
           END-IF.
           EVALUATE WS-ITE-TIPO(WS-IDX-ITEM)
               WHEN "R"
                   CALL 'CONSULTA_REJEITO' USING WS-OPERADOR-ID
               WHEN "Q"
                   CALL 'CADASTRO_CLIENTE' USING WS-OPERADOR-ID
               WHEN "T"
                   CALL 'TRANSFERE_CLIENTE' USING WS-OPERADOR-ID
               WHEN "A"
                   CALL 'CONSULTA_ALERTA' USING WS-OPERADOR-ID
               WHEN "P"
                   CALL 'CADASTRO_PROSPECT' USING WS-OPERADOR-ID
           END-EVALUATE.
           PERFORM 04-SINCRONIZAR.
       022-ABRIR-ITEM-EXIT.
           EXIT.

       023-PEGAR-ITEM section.
           PERFORM 027-PEGAR-NR-ITEM.
           IF WS-IDX-ITEM = 0 THEN
               GO TO 023-PEGAR-ITEM-EXIT
           END-IF.
           PERFORM 028-LER-ITEM.
           IF WS-MSG-CAIXA NOT = SPACES THEN
               GO TO 023-PEGAR-ITEM-EXIT
           END-IF.
           IF CXA-RESPONSAVEL = WS-OPERADOR-ID THEN
               MOVE "Item ja esta com voce" TO WS-MSG-CAIXA
               CLOSE ARQ-CAIXA
               GO TO 023-PEGAR-ITEM-EXIT
           END-IF.
           IF CXA-RESPONSAVEL NOT = SPACES THEN
               STRING "Item ja esta com " CXA-RESPONSAVEL
                      DELIMITED BY SIZE INTO WS-MSG-CAIXA
               CLOSE ARQ-CAIXA
               GO TO 023-PEGAR-ITEM-EXIT
           END-IF.
           MOVE WS-OPERADOR-ID TO WS-TEL-DESTINO.
           PERFORM 029-GRAVAR-RESPONSAVEL.
           MOVE "Item atribuido a voce" TO WS-MSG-CAIXA.
       023-PEGAR-ITEM-EXIT.
           EXIT.

      *    COM O CADASTRO DE OPERADORES PRESENTE, O DESTINO TEM QUE
      *    EXISTIR E NAO ESTAR BLOQUEADO.
       024-ATRIBUIR-ITEM section.
           IF WS-OPERADOR-PERFIL NOT = "S" THEN
               MOVE "Opcao restrita a supervisores" TO WS-MSG-CAIXA
               GO TO 024-ATRIBUIR-ITEM-EXIT
           END-IF.
           PERFORM 027-PEGAR-NR-ITEM.
           IF WS-IDX-ITEM = 0 THEN
               GO TO 024-ATRIBUIR-ITEM-EXIT
           END-IF.
           MOVE SPACES TO WS-TEL-DESTINO.
           DISPLAY TELA-CAIXA-DESTINO.
           ACCEPT TELA-CAIXA-DESTINO.
           IF WS-TEL-DESTINO NOT = SPACES THEN
               PERFORM 0241-VALIDAR-DESTINO
           END-IF.
           IF WS-MSG-CAIXA NOT = SPACES THEN
               GO TO 024-ATRIBUIR-ITEM-EXIT
           END-IF.
           PERFORM 028-LER-ITEM.
           IF WS-MSG-CAIXA NOT = SPACES THEN
               GO TO 024-ATRIBUIR-ITEM-EXIT
           END-IF.
           PERFORM 029-GRAVAR-RESPONSAVEL.
           IF WS-TEL-DESTINO = SPACES THEN
               MOVE "Item liberado" TO WS-MSG-CAIXA
           ELSE
               STRING "Item atribuido a " WS-TEL-DESTINO
                      DELIMITED BY SIZE INTO WS-MSG-CAIXA
           END-IF.
       024-ATRIBUIR-ITEM-EXIT.
           EXIT.

       0241-VALIDAR-DESTINO section.
           OPEN INPUT ARQ-OPERADOR.
           IF  WS-RST-ACESS-OPERADOR NOT = 00
           AND WS-RST-ACESS-OPERADOR NOT = 05 THEN
               GO TO 0241-VALIDAR-DESTINO-EXIT
           END-IF.
           MOVE WS-TEL-DESTINO TO OPR-ID.
           READ ARQ-OPERADOR KEY IS OPR-ID
             INVALID KEY MOVE "Operador inexistente" TO WS-MSG-CAIXA
           END-READ.
           IF  WS-MSG-CAIXA = SPACES
           AND OPR-SITUACAO-BLOQUEADO THEN
               MOVE "Operador bloqueado" TO WS-MSG-CAIXA
           END-IF.
           CLOSE ARQ-OPERADOR.
       0241-VALIDAR-DESTINO-EXIT.
           EXIT.

      *    O OPERADOR SO DEVOLVE OS SEUS ITENS; O SUPERVISOR LIBERA
      *    QUALQUER UM.
       025-DEVOLVER-ITEM section.
           PERFORM 027-PEGAR-NR-ITEM.
           IF WS-IDX-ITEM = 0 THEN
               GO TO 025-DEVOLVER-ITEM-EXIT
           END-IF.
           PERFORM 028-LER-ITEM.
           IF WS-MSG-CAIXA NOT = SPACES THEN
               GO TO 025-DEVOLVER-ITEM-EXIT
           END-IF.
           IF CXA-RESPONSAVEL = SPACES THEN
               MOVE "Item ja esta livre" TO WS-MSG-CAIXA
               CLOSE ARQ-CAIXA
               GO TO 025-DEVOLVER-ITEM-EXIT
           END-IF.
           IF  CXA-RESPONSAVEL NOT = WS-OPERADOR-ID
           AND WS-OPERADOR-PERFIL NOT = "S" THEN
               MOVE "Item atribuido a outro operador" TO WS-MSG-CAIXA
               CLOSE ARQ-CAIXA
               GO TO 025-DEVOLVER-ITEM-EXIT
           END-IF.
           MOVE SPACES TO WS-TEL-DESTINO.
           PERFORM 029-GRAVAR-RESPONSAVEL.
           MOVE "Item devolvido" TO WS-MSG-CAIXA.
       025-DEVOLVER-ITEM-EXIT.
           EXIT.

       026-TROCAR-VISAO section.
           MOVE WS-VISAO TO WS-TEL-VISAO.
           DISPLAY TELA-CAIXA-VISAO.
           ACCEPT TELA-CAIXA-VISAO.
           IF  WS-TEL-VISAO NOT = "M"
           AND WS-TEL-VISAO NOT = "L"
           AND WS-TEL-VISAO NOT = "T" THEN
               MOVE "Visao invalida" TO WS-MSG-CAIXA
               GO TO 026-TROCAR-VISAO-EXIT
           END-IF.
           IF  WS-TEL-VISAO = "T"
           AND WS-OPERADOR-PERFIL NOT = "S" THEN
               MOVE "Visao restrita a supervisores" TO WS-MSG-CAIXA
               GO TO 026-TROCAR-VISAO-EXIT
           END-IF.
           MOVE WS-TEL-VISAO TO WS-VISAO.
           MOVE 1 TO WS-PAGINA.
           PERFORM 05-CARREGAR-ITENS.
       026-TROCAR-VISAO-EXIT.
           EXIT.

      *    DEVOLVE EM WS-IDX-ITEM O ITEM ESCOLHIDO (0 = NENHUM).
       027-PEGAR-NR-ITEM section.
           MOVE 0 TO WS-TEL-NR-ITEM.
           DISPLAY TELA-CAIXA-ITEM.
           ACCEPT TELA-CAIXA-ITEM.
           MOVE WS-TEL-NR-ITEM TO WS-IDX-ITEM.
           IF WS-IDX-ITEM = 0
           OR WS-IDX-ITEM > WS-QTD-ITENS THEN
               MOVE 0 TO WS-IDX-ITEM
               MOVE "Item inexistente" TO WS-MSG-CAIXA
           END-IF.
       027-PEGAR-NR-ITEM-EXIT.
           EXIT.

      *    LE O ITEM ESCOLHIDO PARA ATUALIZAR; O ARQUIVO FICA ABERTO
      *    SO QUANDO O ITEM AINDA ESTA ABERTO (SEM MENSAGEM).
       028-LER-ITEM section.
           OPEN I-O ARQ-CAIXA.
           IF  WS-RST-ACESS-CAIXA NOT = 00
           AND WS-RST-ACESS-CAIXA NOT = 05 THEN
               MOVE "Erro na abertura do ARQ_CAIXA" TO WS-MSG-CAIXA
               GO TO 028-LER-ITEM-EXIT
           END-IF.
           MOVE WS-ITE-TIPO(WS-IDX-ITEM)       TO CXA-TIPO.
           MOVE WS-ITE-REFERENCIA(WS-IDX-ITEM) TO CXA-REFERENCIA.
           READ ARQ-CAIXA KEY IS CXA-CHAVE
             INVALID KEY MOVE "E" TO CXA-SITUACAO
           END-READ.
           IF CXA-ENCERRADO THEN
               MOVE "Item ja encerrado" TO WS-MSG-CAIXA
               CLOSE ARQ-CAIXA
               PERFORM 05-CARREGAR-ITENS
           END-IF.
       028-LER-ITEM-EXIT.
           EXIT.

      *    GRAVA WS-TEL-DESTINO COMO RESPONSAVEL DO ITEM LIDO, FECHA O
      *    ARQUIVO E RECARREGA A VISAO.
       029-GRAVAR-RESPONSAVEL section.
           MOVE WS-TEL-DESTINO TO CXA-RESPONSAVEL.
           IF WS-TEL-DESTINO = SPACES THEN
               MOVE 0      TO CXA-DATA-ATRIBUICAO
               MOVE SPACES TO CXA-ATRIBUIDO-POR
           ELSE
               MOVE WS-DATA-HOJE   TO CXA-DATA-ATRIBUICAO
               MOVE WS-OPERADOR-ID TO CXA-ATRIBUIDO-POR
           END-IF.
           REWRITE CXA-REGISTRO.
           CLOSE ARQ-CAIXA.
           PERFORM 05-CARREGAR-ITENS.
       029-GRAVAR-RESPONSAVEL-EXIT.
           EXIT.

       04-SINCRONIZAR section.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           CALL 'ATUALIZA_CAIXA' USING WS-ATUALIZA-CAIXA.
           IF WS-ACX-OK NOT = "S" THEN
               MOVE "Erro na abertura do ARQ_CAIXA" TO WS-MSG-CAIXA
           END-IF.
           MOVE WS-ACX-QTD-ABERTOS TO WS-TEL-QTD-ABERTOS.
           PERFORM 05-CARREGAR-ITENS.
       04-SINCRONIZAR-EXIT.
           EXIT.

       05-CARREGAR-ITENS section.
           MOVE 0 TO WS-QTD-ITENS.
           MOVE 0 TO WS-QTD-FORA.
           OPEN INPUT ARQ-CAIXA.
           IF  WS-RST-ACESS-CAIXA NOT = 00
           AND WS-RST-ACESS-CAIXA NOT = 05 THEN
               GO TO 05-CARREGAR-ITENS-EXIT
           END-IF.
           SORT CXA-SORT
             ON ASCENDING KEY PRIORIDADE-CSORT DATA-CSORT
                              TIPO-CSORT REFERENCIA-CSORT
             INPUT PROCEDURE IS 051-ENTRADA-SORT-CXA
            OUTPUT PROCEDURE IS 052-SAIDA-SORT-CXA.
           CLOSE ARQ-CAIXA.
           IF WS-QTD-FORA > 0 THEN
               MOVE "Lista limitada aos 500 primeiros itens"
                 TO WS-MSG-CAIXA
           END-IF.
       05-CARREGAR-ITENS-EXIT.
           EXIT.

       051-ENTRADA-SORT-CXA section.
           MOVE 0 TO WS-FIM-CAIXA.
           MOVE LOW-VALUES TO CXA-CHAVE.
           START ARQ-CAIXA KEY IS NOT LESS THAN CXA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-CAIXA
           END-START.
           PERFORM 0511-AVALIAR-ITEM
             UNTIL WS-FIM-CAIXA = 1.
       051-ENTRADA-SORT-CXA-EXIT.
           EXIT.

       0511-AVALIAR-ITEM section.
           READ ARQ-CAIXA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CAIXA
           END-READ.
           IF WS-FIM-CAIXA = 1 THEN
               GO TO 0511-AVALIAR-ITEM-EXIT
           END-IF.
           IF NOT CXA-ABERTO THEN
               GO TO 0511-AVALIAR-ITEM-EXIT
           END-IF.
           IF  WS-VISAO-MEUS
           AND CXA-RESPONSAVEL NOT = WS-OPERADOR-ID THEN
               GO TO 0511-AVALIAR-ITEM-EXIT
           END-IF.
           IF  WS-VISAO-LIVRES
           AND CXA-RESPONSAVEL NOT = SPACES THEN
               GO TO 0511-AVALIAR-ITEM-EXIT
           END-IF.
           MOVE CXA-PRIORIDADE  TO PRIORIDADE-CSORT.
           MOVE CXA-DATA-ORIGEM TO DATA-CSORT.
           MOVE CXA-TIPO        TO TIPO-CSORT.
           MOVE CXA-REFERENCIA  TO REFERENCIA-CSORT.
           MOVE CXA-DESCRICAO   TO DESCRICAO-CSORT.
           MOVE CXA-RESPONSAVEL TO RESPONSAVEL-CSORT.
           RELEASE REG-CXA-SORT.
       0511-AVALIAR-ITEM-EXIT.
           EXIT.

       052-SAIDA-SORT-CXA section.
           MOVE 0 TO WS-FIM-SORT-CXA.
           PERFORM 0521-GUARDAR-ITEM
             UNTIL WS-FIM-SORT-CXA = 1.
       052-SAIDA-SORT-CXA-EXIT.
           EXIT.

       0521-GUARDAR-ITEM section.
           RETURN CXA-SORT
             AT END MOVE 1 TO WS-FIM-SORT-CXA.
           IF WS-FIM-SORT-CXA = 1 THEN
               GO TO 0521-GUARDAR-ITEM-EXIT
           END-IF.
           IF WS-QTD-ITENS >= WS-MAX-ITENS THEN
               ADD 1 TO WS-QTD-FORA
               GO TO 0521-GUARDAR-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           MOVE TIPO-CSORT        TO WS-ITE-TIPO(WS-QTD-ITENS).
           MOVE REFERENCIA-CSORT  TO WS-ITE-REFERENCIA(WS-QTD-ITENS).
           MOVE DESCRICAO-CSORT   TO WS-ITE-DESCRICAO(WS-QTD-ITENS).
           MOVE DATA-CSORT        TO WS-ITE-DATA(WS-QTD-ITENS).
           MOVE PRIORIDADE-CSORT  TO WS-ITE-PRIORIDADE(WS-QTD-ITENS).
           MOVE RESPONSAVEL-CSORT TO WS-ITE-RESPONSAVEL(WS-QTD-ITENS).
       0521-GUARDAR-ITEM-EXIT.
           EXIT.
