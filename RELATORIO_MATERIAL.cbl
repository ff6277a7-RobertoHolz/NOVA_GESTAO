       identification division.
       program-id. "RELATORIO_MATERIAL".
       author.     Roberto Holz.
      *    RELATORIO MENSAL DE MATERIAL PROMOCIONAL E AMOSTRAS
      *    ENTREGUES A CLIENTES (MOVIMENTOS "S" DO ARQ_MATMOV NO MES),
      *    POR VENDEDOR E CLIENTE: UNIDADES, CUSTO (QUANTIDADE X CUSTO
      *    UNITARIO DO CATALOGO) E O FATURAMENTO DO CLIENTE NO MESMO
      *    MES (ARQ_FATURA), COM O CUSTO DO MATERIAL EM % DO
      *    FATURAMENTO. TOTAIS POR VENDEDOR E GERAL.
      *    NO FIM, O MATERIAL A RECOLHER: SALDOS POSITIVOS
      *    (ARQ_MATSALDO) EM PODER DE VENDEDORES INATIVOS.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-matmov.cpy'.
         copy 'select-arq-matsaldo.cpy'.
         copy 'select-arq-material.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-impresso.cpy'.
         SELECT MATERIAL-SORT ASSIGN TO DISK WID-MATERIAL-SORT.

       data division.
       file section.
         copy 'fd-arq-matmov.cpy'.
         copy 'fd-arq-matsaldo.cpy'.
         copy 'fd-arq-material.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-impresso.cpy'.

       SD MATERIAL-SORT
          DATA RECORD IS REG-MATERIAL-SORT.
       01 REG-MATERIAL-SORT.
           05 CODVND-MSORT                  PIC 9(05).
           05 CODCLI-MSORT                  PIC 9(07).
           05 QTDE-MSORT                    PIC 9(07).
           05 CUSTO-MSORT                   PIC 9(11)V9(02).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-MATMOV       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MATMOV  PIC 9(02) VALUE ZEROS.
              05 WS-MATMOV-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-MATSALDO     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MATSALDO PIC 9(02) VALUE ZEROS.
              05 WS-MATSALDO-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-MATERIAL     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MATERIAL PIC 9(02) VALUE ZEROS.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-FATURA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FATURA  PIC 9(02) VALUE ZEROS.
              05 WS-FATURA-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-MATERIAL-SORT    PIC X(22) VALUE "MATERIAL_SORT".
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-MATERIAL      PIC X(40) VALUE SPACES.
              05 WS-TEL-ANOMES        PIC 9(06) VALUE ZEROS.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-FIM-MATMOV        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-MATSALDO      PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT          PIC 9(01) VALUE ZEROS.
              05 WS-PRIMEIRO          PIC 9(01) VALUE ZEROS.
              05 WS-VND-QUEBRA        PIC 9(05) VALUE ZEROS.
              05 WS-CLI-QUEBRA        PIC 9(07) VALUE ZEROS.
              05 WS-FAT-CLIENTE       PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-PCT-CUSTO         PIC 9(03)V9(02) VALUE ZEROS.
      *       ACUMULADORES: CLIENTE, VENDEDOR E GERAL.
              05 WS-CLI-QTDE          PIC 9(09) VALUE ZEROS.
              05 WS-CLI-CUSTO         PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-VND-QTDE          PIC 9(09) VALUE ZEROS.
              05 WS-VND-CUSTO         PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-VND-FAT           PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-VND-CLIENTES      PIC 9(07) VALUE ZEROS.
              05 WS-GER-QTDE          PIC 9(09) VALUE ZEROS.
              05 WS-GER-CUSTO         PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-GER-FAT           PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-GER-CLIENTES      PIC 9(07) VALUE ZEROS.
              05 WS-REC-QTDE          PIC 9(09) VALUE ZEROS.
              05 WS-REC-VALOR         PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-REC-LINHAS        PIC 9(07) VALUE ZEROS.
              05 WS-REC-VALOR-ITEM    PIC 9(13)V9(02) VALUE ZEROS.

           01 WS-LINHAS-MATERIAL.
              05 WS-LINHA-MAT-CAB-1.
                 10 FILLER                  PIC X(42) VALUE
                    "  MATERIAL ENTREGUE A CLIENTES - MES ".
                 10 WS-MAT-CAB-ANOMES       PIC 9(06).
              05 WS-LINHA-MAT-VND.
                 10 FILLER                  PIC X(11) VALUE
                    "  VENDEDOR ".
                 10 WS-MAT-VND-COD-ED       PIC ZZZZ9B.
                 10 WS-MAT-VND-NOME         PIC X(40).
              05 WS-LINHA-MAT-CAB-2.
                 10 FILLER                  PIC X(10) VALUE
                    "   CODCLI ".
                 10 FILLER                  PIC X(26) VALUE
                    "RAZAO SOCIAL".
                 10 FILLER                  PIC X(08) VALUE
                    "  UNID. ".
                 10 FILLER                  PIC X(11) VALUE
                    "     CUSTO ".
                 10 FILLER                  PIC X(15) VALUE
                    "   FATURAMENTO ".
                 10 FILLER                  PIC X(06) VALUE
                    "CUSTO%".
              05 WS-LINHA-MAT-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-MAT-DET-CODCLI       PIC ZZZZZZ9B.
                 10 WS-MAT-DET-RAZAO        PIC X(25)B.
                 10 WS-MAT-DET-QTDE         PIC ZZZZZZ9B.
                 10 WS-MAT-DET-CUSTO        PIC ZZZZZZ9,99B.
                 10 WS-MAT-DET-FAT          PIC ZZZZZZZZZZ9,99B.
                 10 WS-MAT-DET-PCT          PIC ZZ9,99.
              05 WS-LINHA-MAT-TOT.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-MAT-TOT-ROTULO       PIC X(26) VALUE SPACES.
                 10 WS-MAT-TOT-CLIENTES     PIC ZZZZZZ9B.
                 10 WS-MAT-TOT-QTDE         PIC ZZZZZZ9B.
                 10 WS-MAT-TOT-CUSTO        PIC ZZZZZZ9,99B.
                 10 WS-MAT-TOT-FAT          PIC ZZZZZZZZZZ9,99B.
                 10 WS-MAT-TOT-PCT          PIC ZZ9,99.
              05 WS-LINHA-MAT-NENHUMA      PIC X(80) VALUE
                 "  Nenhuma entrega de material no mes.".
              05 WS-LINHA-REC-CAB-1        PIC X(80) VALUE
                 "  MATERIAL A RECOLHER - VENDEDORES INATIVOS".
              05 WS-LINHA-REC-CAB-2.
                 10 FILLER                  PIC X(08) VALUE
                    "  VEND. ".
                 10 FILLER                  PIC X(21) VALUE
                    "NOME".
                 10 FILLER                  PIC X(06) VALUE
                    " ITEM ".
                 10 FILLER                  PIC X(26) VALUE
                    "DESCRICAO".
                 10 FILLER                  PIC X(08) VALUE
                    "  SALDO ".
                 10 FILLER                  PIC X(10) VALUE
                    "     VALOR".
              05 WS-LINHA-REC-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-REC-DET-CODVND       PIC ZZZZ9B.
                 10 WS-REC-DET-NOME         PIC X(20)B.
                 10 WS-REC-DET-CODMAT       PIC ZZZZ9B.
                 10 WS-REC-DET-DESCRICAO    PIC X(25)B.
                 10 WS-REC-DET-SALDO        PIC ZZZZZZ9B.
                 10 WS-REC-DET-VALOR        PIC ZZZZZZ9,99.
              05 WS-LINHA-REC-TOT.
                 10 FILLER                  PIC X(61) VALUE
                    "  Total a recolher".
                 10 WS-REC-TOT-QTDE         PIC ZZZZZZ9B.
                 10 WS-REC-TOT-VALOR        PIC ZZZZZZ9,99.
              05 WS-LINHA-REC-NENHUM       PIC X(80) VALUE
                 "  Nenhum vendedor inativo com material em poder.".

       SCREEN SECTION.
       01 TELA-MATERIAL.
          05 VALUE "--- MATERIAL PROMOCIONAL ENTREGUE ---"
          BLANK SCREEN LINE 1 COL 25.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Material entregue por vendedor e cliente no"
             LINE 6 COL 20.
          05 VALUE "mes x faturamento, e material a recolher."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-MATERIAL-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-MATERIAL.

       01 TELA-MATERIAL-PRM.
          05 TELA-MATERIAL-ANOMES.
             10 LINE 10 COL 20 VALUE "Ano/mes (AAAAMM, 0=atual):".
             10 COLUMN PLUS 1 PIC 9(06) USING WS-TEL-ANOMES.
          05 TELA-MATERIAL-NMARQ.
             10 LINE 11 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-MATERIAL-SAIR.
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
               DISPLAY TELA-MATERIAL-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-MATERIAL.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-MATERIAL
               DISPLAY TELA-MATERIAL-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-gerar-relatorio section.
           MOVE 0 TO WS-TEL-ANOMES.
           MOVE "RELATORIO_MATERIAL" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-MATERIAL-PRM.
           ACCEPT  TELA-MATERIAL-ANOMES.
           ACCEPT  TELA-MATERIAL-NMARQ.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Geracao do relatorio cancelada"
                 TO WS-MSG-MATERIAL
               DISPLAY TELA-MATERIAL-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           IF WS-TEL-ANOMES = 0 THEN
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE(1:6) TO WS-TEL-ANOMES
           END-IF.

           MOVE "ARQ_MATERIAL" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MATERIAL.
           OPEN INPUT ARQ-MATERIAL.
           IF  WS-RST-ACESS-MATERIAL <> 00
           AND WS-RST-ACESS-MATERIAL <> 05 THEN
               MOVE "Catalogo de material nao cadastrado"
                 TO WS-MSG-MATERIAL
               DISPLAY TELA-MATERIAL-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

      *    RAZAO, SALDO E FATURAMENTO PODEM AINDA NAO EXISTIR; A
      *    PARTE CORRESPONDENTE DO RELATORIO SAI VAZIA.
           MOVE "ARQ_MATMOV" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MATMOV.
           OPEN INPUT ARQ-MATMOV.
           IF  WS-RST-ACESS-MATMOV = 00
           OR  WS-RST-ACESS-MATMOV = 05 THEN
               MOVE "S" TO WS-MATMOV-DISPONIVEL
           ELSE
               MOVE "N" TO WS-MATMOV-DISPONIVEL
           END-IF.
           MOVE "ARQ_MATSALDO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MATSALDO.
           OPEN INPUT ARQ-MATSALDO.
           IF  WS-RST-ACESS-MATSALDO = 00
           OR  WS-RST-ACESS-MATSALDO = 05 THEN
               MOVE "S" TO WS-MATSALDO-DISPONIVEL
           ELSE
               MOVE "N" TO WS-MATSALDO-DISPONIVEL
           END-IF.
           MOVE "ARQ_FATURA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-FATURA.
           OPEN INPUT ARQ-FATURA.
           IF  WS-RST-ACESS-FATURA = 00
           OR  WS-RST-ACESS-FATURA = 05 THEN
               MOVE "S" TO WS-FATURA-DISPONIVEL
           ELSE
               MOVE "N" TO WS-FATURA-DISPONIVEL
           END-IF.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           SORT MATERIAL-SORT
             ON ASCENDING KEY CODVND-MSORT CODCLI-MSORT
             INPUT PROCEDURE IS 021-ENTRADA-SORT-MAT
            OUTPUT PROCEDURE IS 022-SAIDA-SORT-MAT.
           PERFORM 023-MATERIAL-A-RECOLHER.
           CLOSE ARQ-IMPRESSO.

           CLOSE ARQ-MATERIAL.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-CLIENTE.
           IF WS-MATMOV-DISPONIVEL = "S" THEN
               CLOSE ARQ-MATMOV
           END-IF.
           IF WS-MATSALDO-DISPONIVEL = "S" THEN
               CLOSE ARQ-MATSALDO
           END-IF.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               CLOSE ARQ-FATURA
           END-IF.
           MOVE "Relatorio de material gerado" TO WS-MSG-MATERIAL.
           DISPLAY TELA-MATERIAL-MSG.
       02-gerar-relatorio-exit.
           EXIT.

      *    SO AS ENTREGAS A CLIENTE (TIPO S) DO MES, VALORIZADAS PELO
      *    CUSTO UNITARIO ATUAL DO CATALOGO.
       021-ENTRADA-SORT-MAT section.
           IF WS-MATMOV-DISPONIVEL = "N" THEN
               GO TO 021-ENTRADA-SORT-MAT-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-MATMOV.
           MOVE LOW-VALUES TO MMV-CHAVE.
           START ARQ-MATMOV KEY IS NOT LESS THAN MMV-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-MATMOV
           END-START.
           IF WS-FIM-MATMOV = 0 THEN
               READ ARQ-MATMOV NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-MATMOV
               END-READ
               PERFORM 0211-AVALIAR-MOVIMENTO
                 UNTIL WS-FIM-MATMOV = 1
           END-IF.
       021-ENTRADA-SORT-MAT-EXIT.
           EXIT.

       0211-AVALIAR-MOVIMENTO section.
           IF  MMV-TIPO-ENTREGA
           AND MMV-DATA(1:6) = WS-TEL-ANOMES THEN
               MOVE MMV-CODMAT TO MAT-CODIGO
               READ ARQ-MATERIAL KEY IS MAT-CODIGO
                   INVALID KEY MOVE 0 TO MAT-CUSTO-UNIT
               END-READ
               MOVE MMV-CODVND TO CODVND-MSORT
               MOVE MMV-CODCLI TO CODCLI-MSORT
               MOVE MMV-QTDE   TO QTDE-MSORT
               COMPUTE CUSTO-MSORT = MMV-QTDE * MAT-CUSTO-UNIT
               RELEASE REG-MATERIAL-SORT
           END-IF.
           READ ARQ-MATMOV NEXT RECORD
             AT END MOVE 1 TO WS-FIM-MATMOV
             NOT AT END MOVE 0 TO WS-FIM-MATMOV
           END-READ.
       0211-AVALIAR-MOVIMENTO-EXIT.
           EXIT.

       022-SAIDA-SORT-MAT section.
           MOVE WS-TEL-ANOMES TO WS-MAT-CAB-ANOMES.
           MOVE WS-LINHA-MAT-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           MOVE 0 TO WS-FIM-SORT.
           MOVE 0 TO WS-PRIMEIRO.
           MOVE 0 TO WS-GER-QTDE.
           MOVE 0 TO WS-GER-CUSTO.
           MOVE 0 TO WS-GER-FAT.
           MOVE 0 TO WS-GER-CLIENTES.
           PERFORM 0221-PROCESSAR-ENTREGA
             UNTIL WS-FIM-SORT = 1.

           IF WS-PRIMEIRO = 0 THEN
               MOVE WS-LINHA-MAT-NENHUMA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               GO TO 022-SAIDA-SORT-MAT-EXIT
           END-IF.
           PERFORM 0223-IMPRIME-LINHA-CLIENTE.
           PERFORM 0224-IMPRIME-TOTAL-VND.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO WS-LINHA-MAT-TOT.
           MOVE "TOTAL GERAL (CLIENTES):" TO WS-MAT-TOT-ROTULO.
           MOVE WS-GER-CLIENTES TO WS-MAT-TOT-CLIENTES.
           MOVE WS-GER-QTDE     TO WS-MAT-TOT-QTDE.
           MOVE WS-GER-CUSTO    TO WS-MAT-TOT-CUSTO.
           MOVE WS-GER-FAT      TO WS-MAT-TOT-FAT.
           MOVE WS-GER-CUSTO    TO WS-CLI-CUSTO.
           MOVE WS-GER-FAT      TO WS-FAT-CLIENTE.
           PERFORM 0225-CALCULAR-PERCENTUAL.
           MOVE WS-PCT-CUSTO    TO WS-MAT-TOT-PCT.
           MOVE WS-LINHA-MAT-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       022-SAIDA-SORT-MAT-EXIT.
           EXIT.

       0221-PROCESSAR-ENTREGA section.
           RETURN MATERIAL-SORT
             AT END MOVE 1 TO WS-FIM-SORT.
           IF WS-FIM-SORT = 1 THEN
               GO TO 0221-PROCESSAR-ENTREGA-EXIT
           END-IF.
           IF WS-PRIMEIRO = 0 THEN
               MOVE 1 TO WS-PRIMEIRO
               MOVE CODVND-MSORT TO WS-VND-QUEBRA
               MOVE CODCLI-MSORT TO WS-CLI-QUEBRA
               PERFORM 0222-IMPRIME-QUEBRA-VND
           ELSE
               IF CODVND-MSORT NOT = WS-VND-QUEBRA THEN
                   PERFORM 0223-IMPRIME-LINHA-CLIENTE
                   PERFORM 0224-IMPRIME-TOTAL-VND
                   MOVE CODVND-MSORT TO WS-VND-QUEBRA
                   MOVE CODCLI-MSORT TO WS-CLI-QUEBRA
                   PERFORM 0222-IMPRIME-QUEBRA-VND
               ELSE
                   IF CODCLI-MSORT NOT = WS-CLI-QUEBRA THEN
                       PERFORM 0223-IMPRIME-LINHA-CLIENTE
                       MOVE CODCLI-MSORT TO WS-CLI-QUEBRA
                   END-IF
               END-IF
           END-IF.
           ADD QTDE-MSORT  TO WS-CLI-QTDE.
           ADD CUSTO-MSORT TO WS-CLI-CUSTO.
       0221-PROCESSAR-ENTREGA-EXIT.
           EXIT.

       0222-IMPRIME-QUEBRA-VND section.
           MOVE 0 TO WS-CLI-QTDE.
           MOVE 0 TO WS-CLI-CUSTO.
           MOVE 0 TO WS-VND-QTDE.
           MOVE 0 TO WS-VND-CUSTO.
           MOVE 0 TO WS-VND-FAT.
           MOVE 0 TO WS-VND-CLIENTES.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-VND-QUEBRA TO WS-MAT-VND-COD-ED.
           MOVE WS-VND-QUEBRA TO VND-CODIGO.
           READ ARQ-VENDEDOR
               KEY IS VND-CODIGO
               INVALID KEY MOVE "(SEM VENDEDOR)" TO VND-NOME
           END-READ.
           MOVE VND-NOME TO WS-MAT-VND-NOME.
           MOVE WS-LINHA-MAT-VND TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-MAT-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0222-IMPRIME-QUEBRA-VND-EXIT.
           EXIT.

      *    FECHA O CLIENTE DA QUEBRA: FATURAMENTO DELE NO MES E A
      *    LINHA DE DETALHE; ACUMULA NO VENDEDOR E NO GERAL.
       0223-IMPRIME-LINHA-CLIENTE section.
           MOVE 0 TO WS-FAT-CLIENTE.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               MOVE WS-CLI-QUEBRA TO FAT-CODCLI
               MOVE WS-TEL-ANOMES TO FAT-ANOMES
               READ ARQ-FATURA KEY IS FAT-CHAVE INVALID KEY
                   CONTINUE
               END-READ
               IF WS-RST-ACESS-FATURA = 0 THEN
                   MOVE FAT-VALOR TO WS-FAT-CLIENTE
               END-IF
           END-IF.
           MOVE SPACES TO WS-LINHA-MAT-DET.
           MOVE WS-CLI-QUEBRA TO WS-MAT-DET-CODCLI.
           MOVE WS-CLI-QUEBRA TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO
               INVALID KEY MOVE "** NAO CADASTRADO **" TO
                           CLI-RAZAOSOCIAL
           END-READ.
           MOVE CLI-RAZAOSOCIAL TO WS-MAT-DET-RAZAO.
           MOVE WS-CLI-QTDE      TO WS-MAT-DET-QTDE.
           MOVE WS-CLI-CUSTO     TO WS-MAT-DET-CUSTO.
           MOVE WS-FAT-CLIENTE   TO WS-MAT-DET-FAT.
           PERFORM 0225-CALCULAR-PERCENTUAL.
           MOVE WS-PCT-CUSTO     TO WS-MAT-DET-PCT.
           MOVE WS-LINHA-MAT-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           ADD 1              TO WS-VND-CLIENTES.
           ADD WS-CLI-QTDE    TO WS-VND-QTDE.
           ADD WS-CLI-CUSTO   TO WS-VND-CUSTO.
           ADD WS-FAT-CLIENTE TO WS-VND-FAT.
           MOVE 0 TO WS-CLI-QTDE.
           MOVE 0 TO WS-CLI-CUSTO.
       0223-IMPRIME-LINHA-CLIENTE-EXIT.
           EXIT.

       0224-IMPRIME-TOTAL-VND section.
           MOVE SPACES TO WS-LINHA-MAT-TOT.
           MOVE "Total vendedor (clientes):" TO WS-MAT-TOT-ROTULO.
           MOVE WS-VND-CLIENTES TO WS-MAT-TOT-CLIENTES.
           MOVE WS-VND-QTDE     TO WS-MAT-TOT-QTDE.
           MOVE WS-VND-CUSTO    TO WS-MAT-TOT-CUSTO.
           MOVE WS-VND-FAT      TO WS-MAT-TOT-FAT.
           MOVE WS-VND-CUSTO    TO WS-CLI-CUSTO.
           MOVE WS-VND-FAT      TO WS-FAT-CLIENTE.
           PERFORM 0225-CALCULAR-PERCENTUAL.
           MOVE 0 TO WS-CLI-CUSTO.
           MOVE WS-PCT-CUSTO    TO WS-MAT-TOT-PCT.
           MOVE WS-LINHA-MAT-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD WS-VND-CLIENTES TO WS-GER-CLIENTES.
           ADD WS-VND-QTDE     TO WS-GER-QTDE.
           ADD WS-VND-CUSTO    TO WS-GER-CUSTO.
           ADD WS-VND-FAT      TO WS-GER-FAT.
       0224-IMPRIME-TOTAL-VND-EXIT.
           EXIT.

      *    CUSTO DO MATERIAL (WS-CLI-CUSTO) EM % DO FATURAMENTO
      *    (WS-FAT-CLIENTE); SEM FATURAMENTO NO MES, ZERO.
       0225-CALCULAR-PERCENTUAL section.
           MOVE 0 TO WS-PCT-CUSTO.
           IF WS-FAT-CLIENTE > 0 THEN
               COMPUTE WS-PCT-CUSTO ROUNDED =
                       WS-CLI-CUSTO * 100 / WS-FAT-CLIENTE
                 ON SIZE ERROR MOVE 999.99 TO WS-PCT-CUSTO
               END-COMPUTE
           END-IF.
       0225-CALCULAR-PERCENTUAL-EXIT.
           EXIT.

      *    SALDOS POSITIVOS EM PODER DE VENDEDOR INATIVO, PARA O
      *    RECOLHIMENTO (DEVOLUCAO NO CADASTRO_MATERIAL), VALORIZADOS
      *    PELO CUSTO UNITARIO DO CATALOGO.
       023-MATERIAL-A-RECOLHER section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-REC-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-REC-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-REC-QTDE.
           MOVE 0 TO WS-REC-VALOR.
           MOVE 0 TO WS-REC-LINHAS.
           IF WS-MATSALDO-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-MATSALDO
               MOVE LOW-VALUES TO MSL-CHAVE
               START ARQ-MATSALDO KEY IS NOT LESS THAN MSL-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-MATSALDO
               END-START
               IF WS-FIM-MATSALDO = 0 THEN
                   READ ARQ-MATSALDO NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-MATSALDO
                   END-READ
                   PERFORM 0231-AVALIAR-SALDO
                     UNTIL WS-FIM-MATSALDO = 1
               END-IF
           END-IF.
           IF WS-REC-LINHAS = 0 THEN
               MOVE WS-LINHA-REC-NENHUM TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           ELSE
               MOVE WS-REC-QTDE  TO WS-REC-TOT-QTDE
               MOVE WS-REC-VALOR TO WS-REC-TOT-VALOR
               MOVE WS-LINHA-REC-TOT TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
       023-MATERIAL-A-RECOLHER-EXIT.
           EXIT.

       0231-AVALIAR-SALDO section.
           IF MSL-SALDO > 0 THEN
               MOVE MSL-CODVND TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                   INVALID KEY CONTINUE
               END-READ
               IF  WS-RST-ACESS-VND = 0
               AND VND-STATUS-INATIVO THEN
                   PERFORM 0232-IMPRIME-LINHA-RECOLHER
               END-IF
           END-IF.
           READ ARQ-MATSALDO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-MATSALDO
           END-READ.
       0231-AVALIAR-SALDO-EXIT.
           EXIT.

       0232-IMPRIME-LINHA-RECOLHER section.
           MOVE MSL-CODMAT TO MAT-CODIGO.
           READ ARQ-MATERIAL KEY IS MAT-CODIGO
               INVALID KEY MOVE "** ITEM FORA DO CATALOGO **" TO
                           MAT-DESCRICAO
                           MOVE 0 TO MAT-CUSTO-UNIT
           END-READ.
           COMPUTE WS-REC-VALOR-ITEM = MSL-SALDO * MAT-CUSTO-UNIT.
           MOVE SPACES TO WS-LINHA-REC-DET.
           MOVE MSL-CODVND        TO WS-REC-DET-CODVND.
           MOVE VND-NOME          TO WS-REC-DET-NOME.
           MOVE MSL-CODMAT        TO WS-REC-DET-CODMAT.
           MOVE MAT-DESCRICAO     TO WS-REC-DET-DESCRICAO.
           MOVE MSL-SALDO         TO WS-REC-DET-SALDO.
           MOVE WS-REC-VALOR-ITEM TO WS-REC-DET-VALOR.
           MOVE WS-LINHA-REC-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1                 TO WS-REC-LINHAS.
           ADD MSL-SALDO         TO WS-REC-QTDE.
           ADD WS-REC-VALOR-ITEM TO WS-REC-VALOR.
       0232-IMPRIME-LINHA-RECOLHER-EXIT.
           EXIT.
