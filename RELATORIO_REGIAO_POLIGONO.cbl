       identification division.
       program-id. "RELATORIO_REGIAO_POLIGONO".
       author.     Roberto Holz.
      *    CONFRONTO DA REGIAO CADASTRADA DE CADA CLIENTE COM OS
      *    POLIGONOS DE FRONTEIRA (ARQ_REGVERT, CARGA NO
      *    CADASTRO_REGIAO). LISTA OS CLIENTES CUJA REGIAO MUDA SOB OS
      *    POLIGONOS - O PONTO CAI DENTRO DO POLIGONO DE OUTRA REGIAO,
      *    QUE E A QUE A DISTRIBUICAO E O BALANCEAMENTO PASSAM A USAR -
      *    E, A PARTE, OS CLIENTES QUE FICARAM FORA DO POLIGONO DA
      *    PROPRIA REGIAO SEM CAIR EM NENHUM OUTRO (CONTORNO A REVER
      *    NO GIS OU COORDENADA A CONFERIR). CLIENTES SEM COORDENADA
      *    (0,0) FICAM FORA.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-RPG           PIC X(40) VALUE SPACES.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-FIM-CLIENTES      PIC 9(01) VALUE ZEROS.
              05 WS-REGIAO-POLIGONO   PIC 9(03) VALUE ZEROS.
              05 WS-QTD-AVALIADOS     PIC 9(07) VALUE ZEROS.
              05 WS-QTD-MUDAM         PIC 9(07) VALUE ZEROS.
              05 WS-QTD-FORA          PIC 9(07) VALUE ZEROS.
              05 WS-LOCALIZA-REGIAO-PRM.
                 10 WS-LRG-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-LRG-LATITUDE   PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-LRG-LONGITUDE  PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-LRG-REGIAO     PIC 9(03) VALUE ZEROS.
                 10 WS-LRG-RESULTADO  PIC X(01) VALUE SPACES.

           01 WS-LINHAS-RPG.
              05 WS-LINHA-RPG-CAB-1        PIC X(80) VALUE
                 "  CLIENTES COM REGIAO DIFERENTE SOB OS POLIGONOS".
              05 WS-LINHA-RPG-CAB-2        PIC X(80) VALUE
                 "   CODCLI RAZAO SOCIAL              VEND ATU POL OBS".
              05 WS-LINHA-RPG-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-RPG-CODCLI           PIC ZZZZZZ9B.
                 10 WS-RPG-RAZAO            PIC X(25)B.
                 10 WS-RPG-CODVND           PIC ZZZZ9B.
                 10 WS-RPG-REG-ATUAL        PIC 9(03)B.
                 10 WS-RPG-REG-POLIG        PIC 9(03)B.
                 10 WS-RPG-SITUACAO         PIC X(20).
              05 WS-LINHA-RPG-TOT-1.
                 10 FILLER                  PIC X(25) VALUE
                    "Clientes avaliados.....:".
                 10 WS-TOT-AVALIADOS-ED     PIC ZZZZZZ9.
              05 WS-LINHA-RPG-TOT-2.
                 10 FILLER                  PIC X(25) VALUE
                    "Mudam de regiao........:".
                 10 WS-TOT-MUDAM-ED         PIC ZZZZZZ9.
              05 WS-LINHA-RPG-TOT-3.
                 10 FILLER                  PIC X(25) VALUE
                    "Fora de todo poligono..:".
                 10 WS-TOT-FORA-ED          PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-RPG.
          05 VALUE "--- REGIOES SOB OS POLIGONOS ---" BLANK SCREEN
          LINE 1 COL 27.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Confere a regiao de cada cliente contra os"
             LINE 6 COL 20.
          05 VALUE "poligonos de fronteira e lista as mudancas."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-RPG-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-RPG.

       01 TELA-RPG-PRM.
          05 TELA-RPG-PRM-NMARQ.
             10 LINE 10 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-RPG-SAIR.
          05 LINE 13 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               perform 02-gerar-relatorio
               DISPLAY TELA-RPG-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-RPG.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-RPG
               DISPLAY TELA-RPG-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-gerar-relatorio section.
           MOVE "REGIAO_POLIGONO" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-RPG-PRM.
           ACCEPT  TELA-RPG-PRM-NMARQ.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Geracao do relatorio cancelada" TO WS-MSG-RPG
               DISPLAY TELA-RPG-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               MOVE "Erro na abertura do arquivo de clientes" TO
                    WS-MSG-RPG
               DISPLAY TELA-RPG-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

      *    POLIGONOS RELIDOS A CADA EMISSAO, PARA REFLETIR UMA CARGA
      *    DE VERTICES FEITA NA MESMA SESSAO.
           MOVE "R" TO WS-LRG-FUNCAO.
           CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-LINHA-RPG-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-RPG-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           MOVE 0 TO WS-QTD-AVALIADOS.
           MOVE 0 TO WS-QTD-MUDAM.
           MOVE 0 TO WS-QTD-FORA.
           MOVE 0 TO WS-FIM-CLIENTES.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-CLIENTES
           END-START.
           IF WS-FIM-CLIENTES = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-CLIENTES
               END-READ
               PERFORM 021-avaliar-cliente
                 UNTIL WS-FIM-CLIENTES = 1
           END-IF.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-AVALIADOS TO WS-TOT-AVALIADOS-ED.
           MOVE WS-LINHA-RPG-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-MUDAM TO WS-TOT-MUDAM-ED.
           MOVE WS-LINHA-RPG-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-FORA TO WS-TOT-FORA-ED.
           MOVE WS-LINHA-RPG-TOT-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           CLOSE ARQ-IMPRESSO.
           CLOSE ARQ-CLIENTE.
           MOVE "Relatorio de regioes gerado" TO WS-MSG-RPG.
           DISPLAY TELA-RPG-MSG.
       02-gerar-relatorio-exit.
           EXIT.

       021-avaliar-cliente section.
           IF CLI-LATITUDE = 0 AND CLI-LONGITUDE = 0 THEN
               PERFORM 0212-ler-cliente
               GO TO 021-avaliar-cliente-exit
           END-IF.
           ADD 1 TO WS-QTD-AVALIADOS.
           MOVE "L"           TO WS-LRG-FUNCAO.
           MOVE CLI-LATITUDE  TO WS-LRG-LATITUDE.
           MOVE CLI-LONGITUDE TO WS-LRG-LONGITUDE.
           CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM.
           IF WS-LRG-RESULTADO = "S" THEN
               IF WS-LRG-REGIAO NOT = CLI-REGIAO THEN
                   MOVE WS-LRG-REGIAO TO WS-REGIAO-POLIGONO
                   MOVE "MUDA DE REGIAO" TO WS-RPG-SITUACAO
                   ADD 1 TO WS-QTD-MUDAM
                   PERFORM 0211-gravar-linha
               END-IF
               PERFORM 0212-ler-cliente
               GO TO 021-avaliar-cliente-exit
           END-IF.
      *    FORA DE TODOS OS POLIGONOS: SO INTERESSA SE A REGIAO DO
      *    CADASTRO TEM POLIGONO (A DISTRIBUICAO MANTEM A REGIAO DO
      *    CADASTRO, MAS O CONTORNO NAO CONFIRMA O CLIENTE).
           IF CLI-REGIAO NOT = 0 THEN
               MOVE "T"        TO WS-LRG-FUNCAO
               MOVE CLI-REGIAO TO WS-LRG-REGIAO
               CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM
               IF WS-LRG-RESULTADO = "N" THEN
                   MOVE 0 TO WS-REGIAO-POLIGONO
                   MOVE "FORA DOS POLIGONOS" TO WS-RPG-SITUACAO
                   ADD 1 TO WS-QTD-FORA
                   PERFORM 0211-gravar-linha
               END-IF
           END-IF.
           PERFORM 0212-ler-cliente.
       021-avaliar-cliente-exit.
           EXIT.

       0211-gravar-linha section.
           MOVE CLI-CODIGO         TO WS-RPG-CODCLI.
           MOVE CLI-RAZAOSOCIAL    TO WS-RPG-RAZAO.
           MOVE CLI-CODVND         TO WS-RPG-CODVND.
           MOVE CLI-REGIAO         TO WS-RPG-REG-ATUAL.
           MOVE WS-REGIAO-POLIGONO TO WS-RPG-REG-POLIG.
           MOVE WS-LINHA-RPG-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0211-gravar-linha-exit.
           EXIT.

       0212-ler-cliente section.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CLIENTES
             NOT AT END MOVE 0 TO WS-FIM-CLIENTES
           END-READ.
       0212-ler-cliente-exit.
           EXIT.
