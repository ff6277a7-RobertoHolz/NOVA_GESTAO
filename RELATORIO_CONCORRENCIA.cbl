       identification division.
       program-id. "RELATORIO_CONCORRENCIA".
       author.     Roberto Holz.
      *    INTELIGENCIA DE MERCADO: PRESENCA DE CONCORRENTES NOS
      *    CLIENTES ATIVOS, A PARTIR DAS OBSERVACOES ANOTADAS PELOS
      *    VENDEDORES NAS VISITAS (ARQ_CLICONC), POR REGIAO E POR
      *    LOCALIDADE DO CLIENTE: QUANTOS CLIENTES CADA CONCORRENTE
      *    ATENDE, A PARTICIPACAO MEDIA ESTIMADA E QUANTOS CLIENTES
      *    ELE CONQUISTOU RECENTEMENTE (VISTO PELA PRIMEIRA VEZ NOS
      *    ULTIMOS N DIAS, PARAMETRO CONC_DIAS_RECENTE, PADRAO 90).
      *    NO FIM, A LISTA DESSES CLIENTES, DO MAIS RECENTE PARA O
      *    MAIS ANTIGO, PARA A GERENCIA AGIR ANTES QUE A PERDA
      *    APARECA NO FATURAMENTO.
      *    OBSERVACAO COM PARTICIPACAO ZERO (CONCORRENTE SAIU DO
      *    CLIENTE) NAO CONTA COMO PRESENCA.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliconc.cpy'.
         copy 'select-arq-concorr.cpy'.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-regiao.cpy'.
         copy 'select-impresso.cpy'.
         SELECT CONCORRENCIA-SORT ASSIGN TO DISK WID-CONCORRENCIA-SORT.

       data division.
       file section.
         copy 'fd-arq-cliconc.cpy'.
         copy 'fd-arq-concorr.cpy'.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-regiao.cpy'.
         copy 'fd-impresso.cpy'.

      *    TIPO 1 = POR REGIAO, 2 = POR LOCALIDADE (AGRUPAMENTO =
      *    CODIGO DA REGIAO / LOCALIDADE); TIPO 3 = CONCORRENTE NOVO
      *    NO CLIENTE (AGRUPAMENTO = DATA INVERTIDA, MAIS RECENTE
      *    PRIMEIRO).
       SD CONCORRENCIA-SORT
          DATA RECORD IS REG-CONCORRENCIA-SORT.
       01 REG-CONCORRENCIA-SORT.
           05 TIPO-CSORT                    PIC X(01).
           05 AGRUP-CSORT                   PIC X(30).
           05 CODCONC-CSORT                 PIC 9(03).
           05 CODCLI-CSORT                  PIC 9(07).
           05 LINHA-CSORT                   PIC X(10).
           05 PART-CSORT                    PIC 9(03).
           05 PRIMEIRA-CSORT                PIC 9(08).
           05 CODVND-CSORT                  PIC 9(05).
           05 REGIAO-CSORT                  PIC 9(03).
           05 RAZAO-CSORT                   PIC X(40).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-CLICONC      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLICONC PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CONCORR      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CONCORR PIC 9(02) VALUE ZEROS.
              05 WS-CONCORR-DISPONIVEL PIC X(01) VALUE "N".
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-REGIAO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-REGIAO  PIC 9(02) VALUE ZEROS.
              05 WS-REGIAO-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-CONCORRENCIA-SORT PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-CONC          PIC X(40) VALUE SPACES.
              05 WS-TEL-DIAS-RECENTE  PIC 9(03) VALUE 090.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-DATA-CORTE        PIC 9(08) VALUE ZEROS.
              05 WS-DIAS-INT          PIC 9(08) VALUE ZEROS.
              05 WS-DATA-INVERTIDA    PIC 9(08) VALUE ZEROS.
              05 WS-AGRUP-REGIAO      PIC 9(03) VALUE ZEROS.
              05 WS-FIM-CLICONC       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-CONC     PIC 9(01) VALUE ZEROS.
              05 WS-TIPO-QUEBRA       PIC X(01) VALUE SPACES.
              05 WS-AGRUP-QUEBRA      PIC X(30) VALUE SPACES.
              05 WS-CONC-QUEBRA       PIC 9(03) VALUE ZEROS.
              05 WS-CONC-PENDENTE     PIC X(01) VALUE "N".
              05 WS-ULT-CODCLI        PIC 9(07) VALUE ZEROS.
              05 WS-NOVO-CONTADO      PIC X(01) VALUE "N".
              05 WS-ACU-CLIENTES      PIC 9(07) VALUE ZEROS.
              05 WS-ACU-OBSERV        PIC 9(07) VALUE ZEROS.
              05 WS-ACU-PART          PIC 9(09) VALUE ZEROS.
              05 WS-ACU-NOVOS         PIC 9(07) VALUE ZEROS.
              05 WS-PART-MEDIA        PIC 9(03)V9(01) VALUE ZEROS.
              05 WS-QTD-PRESENCAS     PIC 9(07) VALUE ZEROS.
              05 WS-QTD-NOVAS         PIC 9(07) VALUE ZEROS.

           01 WS-LINHAS-CONCORRENCIA.
              05 WS-LINHA-CONC-CAB-1       PIC X(80) VALUE
                 "  INTELIGENCIA DE MERCADO - PRESENCA DE CONCORRENTES".
              05 WS-LINHA-CONC-CAB-2.
                 10 FILLER                  PIC X(48) VALUE
                    "  (NOVOS = VISTOS PELA PRIMEIRA VEZ NOS ULTIMOS ".
                 10 WS-CAB-DIAS-ED          PIC ZZ9.
                 10 FILLER                  PIC X(07) VALUE " DIAS)".
              05 WS-LINHA-CONC-SECAO       PIC X(80) VALUE SPACES.
              05 WS-LINHA-CONC-GRUPO.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-GRUPO-ROTULO         PIC X(11).
                 10 WS-GRUPO-CODIGO         PIC X(04).
                 10 WS-GRUPO-NOME           PIC X(30).
              05 WS-LINHA-CONC-COLUNAS.
                 10 FILLER                  PIC X(39) VALUE
                    "    COD CONCORRENTE".
                 10 FILLER                  PIC X(30) VALUE
                    "CLIENTES OBSERV. PART%   NOVOS".
              05 WS-LINHA-CONC-DET.
                 10 FILLER                  PIC X(04) VALUE SPACES.
                 10 WS-CONC-DET-CODIGO      PIC ZZ9B.
                 10 WS-CONC-DET-NOME        PIC X(30)B.
                 10 WS-CONC-DET-CLIENTES    PIC Z(07)9B.
                 10 WS-CONC-DET-OBSERV      PIC Z(06)9B.
                 10 WS-CONC-DET-PART        PIC ZZ9,9B.
                 10 WS-CONC-DET-NOVOS       PIC Z(06)9.
              05 WS-LINHA-NOVO-CAB.
                 10 FILLER                  PIC X(40) VALUE
                    "  1A.OBSERV.  CODCLI RAZAO SOCIAL".
                 10 FILLER                  PIC X(40) VALUE
                    "REG CONCORRENTE   LINHA      PRT  VEND".
              05 WS-LINHA-NOVO-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-NOVO-DATA            PIC 9999/99/99B.
                 10 WS-NOVO-CODCLI          PIC ZZZZZZ9B.
                 10 WS-NOVO-RAZAO           PIC X(18)B.
                 10 WS-NOVO-REGIAO          PIC ZZ9B.
                 10 WS-NOVO-CONC            PIC X(13)B.
                 10 WS-NOVO-LINHA           PIC X(10)B.
                 10 WS-NOVO-PART            PIC ZZ9B.
                 10 WS-NOVO-CODVND          PIC ZZZZ9.
              05 WS-LINHA-CONC-NENHUMA     PIC X(80) VALUE
                 "  Nenhuma presenca de concorrente anotada.".
              05 WS-LINHA-NOVO-NENHUM      PIC X(80) VALUE
                 "  Nenhum concorrente novo no periodo.".
              05 WS-LINHA-CONC-TOT.
                 10 FILLER                  PIC X(25) VALUE
                    "Presencas anotadas.....:".
                 10 WS-TOT-PRESENCAS-ED     PIC ZZZZZZ9.
              05 WS-LINHA-NOVO-TOT.
                 10 FILLER                  PIC X(25) VALUE
                    "Presencas novas........:".
                 10 WS-TOT-NOVAS-ED         PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-CONC.
          05 VALUE "--- RELATORIO DE CONCORRENCIA ---"
          BLANK SCREEN LINE 1 COL 25.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Presenca de concorrentes por regiao e"
             LINE 6 COL 20.
          05 VALUE "localidade, e clientes com concorrente novo."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CONC-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CONC.

       01 TELA-CONC-PRM.
          05 TELA-CONC-PRM-DIAS.
             10 LINE 10 COL 20 VALUE "Dias p/ concorrente novo:".
             10 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-DIAS-RECENTE.
          05 TELA-CONC-PRM-NMARQ.
             10 LINE 11 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-CONC-SAIR.
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
               DISPLAY TELA-CONC-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-CONC.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-CONC
               DISPLAY TELA-CONC-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-gerar-relatorio section.
      *    A JANELA DE "CONCORRENTE NOVO" VEM DO PARAMETRO CENTRAL
      *    CONC_DIAS_RECENTE E PODE SER AJUSTADA NA TELA.
           MOVE "CONC_DIAS_RECENTE" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:3) IS NUMERIC THEN
               MOVE WS-PRM-VALOR(1:3) TO WS-TEL-DIAS-RECENTE
           END-IF.
           MOVE "CONCORRENCIA" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-CONC-PRM.
           ACCEPT  TELA-CONC-PRM-DIAS.
           ACCEPT  TELA-CONC-PRM-NMARQ.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Geracao do relatorio cancelada" TO WS-MSG-CONC
               DISPLAY TELA-CONC-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE "ARQ_CLICONC" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLICONC.
           OPEN INPUT ARQ-CLICONC.
           IF  WS-RST-ACESS-CLICONC <> 00
           AND WS-RST-ACESS-CLICONC <> 05 THEN
               MOVE "Nenhuma concorrencia anotada" TO WS-MSG-CONC
               DISPLAY TELA-CONC-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               MOVE "Erro na abertura do arquivo de clientes" TO
                    WS-MSG-CONC
               DISPLAY TELA-CONC-MSG
               CLOSE ARQ-CLICONC
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE "ARQ_CONCORR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CONCORR.
           OPEN INPUT ARQ-CONCORR.
           IF  WS-RST-ACESS-CONCORR = 00
           OR  WS-RST-ACESS-CONCORR = 05 THEN
               MOVE "S" TO WS-CONCORR-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CONCORR-DISPONIVEL
           END-IF.

           MOVE "ARQ_REGIAO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-REGIAO.
           OPEN INPUT ARQ-REGIAO.
           IF  WS-RST-ACESS-REGIAO = 00
           OR  WS-RST-ACESS-REGIAO = 05 THEN
               MOVE "S" TO WS-REGIAO-DISPONIVEL
           ELSE
               MOVE "N" TO WS-REGIAO-DISPONIVEL
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-TEL-DIAS-RECENTE.
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INT).

           SORT CONCORRENCIA-SORT
             ON ASCENDING KEY TIPO-CSORT
                              AGRUP-CSORT
                              CODCONC-CSORT
                              CODCLI-CSORT
             INPUT PROCEDURE IS 021-ENTRADA-SORT-CONC
            OUTPUT PROCEDURE IS 022-SAIDA-SORT-CONC.

           CLOSE ARQ-CLICONC.
           CLOSE ARQ-CLIENTE.
           IF WS-CONCORR-DISPONIVEL = "S" THEN
               CLOSE ARQ-CONCORR
           END-IF.
           IF WS-REGIAO-DISPONIVEL = "S" THEN
               CLOSE ARQ-REGIAO
           END-IF.
           MOVE "Relatorio de concorrencia gerado" TO WS-MSG-CONC.
           DISPLAY TELA-CONC-MSG.
       02-gerar-relatorio-exit.
           EXIT.

       021-ENTRADA-SORT-CONC SECTION.
           MOVE 0 TO WS-FIM-CLICONC.
           MOVE LOW-VALUES TO CCO-CHAVE.
           START ARQ-CLICONC KEY IS NOT LESS THAN CCO-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-CLICONC
           END-START.
           PERFORM 0211-AVALIAR-OBSERVACAO
             UNTIL WS-FIM-CLICONC = 1.
       021-ENTRADA-SORT-CONC-EXIT.
           EXIT.

      *    SO A PRESENCA ATUAL (PARTICIPACAO > 0) EM CLIENTE ATIVO;
      *    CADA OBSERVACAO ENTRA UMA VEZ POR REGIAO, UMA POR
      *    LOCALIDADE E, SE FOR NOVA, MAIS UMA NA LISTA DE NOVOS.
       0211-AVALIAR-OBSERVACAO SECTION.
           READ ARQ-CLICONC NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CLICONC
           END-READ.
           IF WS-FIM-CLICONC = 1 THEN
               GO TO 0211-AVALIAR-OBSERVACAO-EXIT
           END-IF.
           IF CCO-AUSENTE THEN
               GO TO 0211-AVALIAR-OBSERVACAO-EXIT
           END-IF.
           MOVE CCO-CODCLI TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RESULTADO-ACESSO <> 0 THEN
               GO TO 0211-AVALIAR-OBSERVACAO-EXIT
           END-IF.
           IF NOT CLI-STATUS-ATIVO THEN
               GO TO 0211-AVALIAR-OBSERVACAO-EXIT
           END-IF.

           MOVE CCO-CODCONC       TO CODCONC-CSORT.
           MOVE CCO-CODCLI        TO CODCLI-CSORT.
           MOVE CCO-LINHA         TO LINHA-CSORT.
           MOVE CCO-PARTICIPACAO  TO PART-CSORT.
           MOVE CCO-DATA-PRIMEIRA TO PRIMEIRA-CSORT.
           MOVE CCO-CODVND        TO CODVND-CSORT.
           MOVE CLI-REGIAO        TO REGIAO-CSORT.
           MOVE CLI-RAZAOSOCIAL   TO RAZAO-CSORT.

           MOVE "1"        TO TIPO-CSORT.
           MOVE CLI-REGIAO TO WS-AGRUP-REGIAO.
           MOVE WS-AGRUP-REGIAO TO AGRUP-CSORT.
           RELEASE REG-CONCORRENCIA-SORT.

           MOVE "2" TO TIPO-CSORT.
           IF CLI-LOCALIDADE = SPACES THEN
               MOVE "(SEM LOCALIDADE)" TO AGRUP-CSORT
           ELSE
               MOVE CLI-LOCALIDADE TO AGRUP-CSORT
           END-IF.
           RELEASE REG-CONCORRENCIA-SORT.

           IF CCO-DATA-PRIMEIRA NOT < WS-DATA-CORTE THEN
               MOVE "3" TO TIPO-CSORT
               COMPUTE WS-DATA-INVERTIDA =
                       99999999 - CCO-DATA-PRIMEIRA
               MOVE WS-DATA-INVERTIDA TO AGRUP-CSORT
               RELEASE REG-CONCORRENCIA-SORT
           END-IF.
       0211-AVALIAR-OBSERVACAO-EXIT.
           EXIT.

       022-SAIDA-SORT-CONC SECTION.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.

           MOVE WS-TEL-DIAS-RECENTE TO WS-CAB-DIAS-ED.
           MOVE WS-LINHA-CONC-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CONC-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           MOVE 0      TO WS-QTD-PRESENCAS.
           MOVE 0      TO WS-QTD-NOVAS.
           MOVE SPACES TO WS-TIPO-QUEBRA.
           MOVE "N"    TO WS-CONC-PENDENTE.
           MOVE 0 TO WS-FIM-SORT-CONC.
           RETURN CONCORRENCIA-SORT
             AT END MOVE 1 TO WS-FIM-SORT-CONC.
           PERFORM 0221-TRATAR-REGISTRO-CONC
             UNTIL WS-FIM-SORT-CONC = 1.
           PERFORM 0222-IMPRIMIR-CONCORRENTE.

           IF WS-TIPO-QUEBRA = SPACES THEN
               MOVE SPACES TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               MOVE WS-LINHA-CONC-NENHUMA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           ELSE
               IF WS-TIPO-QUEBRA NOT = "3" THEN
                   MOVE "3" TO WS-TIPO-QUEBRA
                   PERFORM 0223-CABECALHO-SECAO
                   MOVE WS-LINHA-NOVO-NENHUM TO ARQ-IMPRESSO-LINHA
                   WRITE ARQ-IMPRESSO-LINHA
               END-IF
           END-IF.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-PRESENCAS TO WS-TOT-PRESENCAS-ED.
           MOVE WS-LINHA-CONC-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-NOVAS TO WS-TOT-NOVAS-ED.
           MOVE WS-LINHA-NOVO-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           CLOSE ARQ-IMPRESSO.
       022-SAIDA-SORT-CONC-EXIT.
           EXIT.

      *    QUEBRAS: TIPO (SECAO), AGRUPAMENTO (REGIAO / LOCALIDADE) E
      *    CONCORRENTE. DENTRO DO CONCORRENTE OS REGISTROS VEM NA
      *    ORDEM DO CLIENTE, O QUE PERMITE CONTAR CADA CLIENTE UMA
      *    VEZ SO, MESMO COM VARIAS LINHAS DE PRODUTO.
       0221-TRATAR-REGISTRO-CONC SECTION.
           IF TIPO-CSORT NOT = WS-TIPO-QUEBRA THEN
               PERFORM 0222-IMPRIMIR-CONCORRENTE
               MOVE TIPO-CSORT TO WS-TIPO-QUEBRA
               MOVE HIGH-VALUES TO WS-AGRUP-QUEBRA
               PERFORM 0223-CABECALHO-SECAO
           END-IF.

           IF TIPO-CSORT = "3" THEN
               PERFORM 0225-LINHA-NOVO
           ELSE
               PERFORM 0227-ACUMULAR-CONCORRENTE
           END-IF.
           RETURN CONCORRENCIA-SORT
             AT END MOVE 1 TO WS-FIM-SORT-CONC.
       0221-TRATAR-REGISTRO-CONC-EXIT.
           EXIT.

       0227-ACUMULAR-CONCORRENTE SECTION.
           IF AGRUP-CSORT NOT = WS-AGRUP-QUEBRA THEN
               PERFORM 0222-IMPRIMIR-CONCORRENTE
               MOVE AGRUP-CSORT TO WS-AGRUP-QUEBRA
               PERFORM 0224-CABECALHO-GRUPO
           END-IF.

           IF WS-CONC-PENDENTE = "N"
           OR CODCONC-CSORT NOT = WS-CONC-QUEBRA THEN
               PERFORM 0222-IMPRIMIR-CONCORRENTE
               MOVE CODCONC-CSORT TO WS-CONC-QUEBRA
               MOVE "S" TO WS-CONC-PENDENTE
               MOVE 0   TO WS-ACU-CLIENTES
               MOVE 0   TO WS-ACU-OBSERV
               MOVE 0   TO WS-ACU-PART
               MOVE 0   TO WS-ACU-NOVOS
               MOVE 0   TO WS-ULT-CODCLI
           END-IF.

           ADD 1          TO WS-ACU-OBSERV.
           ADD PART-CSORT TO WS-ACU-PART.
           IF CODCLI-CSORT NOT = WS-ULT-CODCLI THEN
               ADD 1 TO WS-ACU-CLIENTES
               MOVE CODCLI-CSORT TO WS-ULT-CODCLI
               MOVE "N" TO WS-NOVO-CONTADO
           END-IF.
           IF  PRIMEIRA-CSORT NOT < WS-DATA-CORTE
           AND WS-NOVO-CONTADO = "N" THEN
               ADD 1 TO WS-ACU-NOVOS
               MOVE "S" TO WS-NOVO-CONTADO
           END-IF.
           IF TIPO-CSORT = "1" THEN
               ADD 1 TO WS-QTD-PRESENCAS
           END-IF.
       0227-ACUMULAR-CONCORRENTE-EXIT.
           EXIT.

       0222-IMPRIMIR-CONCORRENTE SECTION.
           IF WS-CONC-PENDENTE = "N" THEN
               GO TO 0222-IMPRIMIR-CONCORRENTE-EXIT
           END-IF.
           MOVE "N" TO WS-CONC-PENDENTE.
           MOVE SPACES TO WS-LINHA-CONC-DET.
           MOVE WS-CONC-QUEBRA TO WS-CONC-DET-CODIGO.
           PERFORM 0226-NOME-CONCORRENTE.
           MOVE CONC-NOME TO WS-CONC-DET-NOME.
           COMPUTE WS-PART-MEDIA ROUNDED =
                   WS-ACU-PART / WS-ACU-OBSERV.
           MOVE WS-ACU-CLIENTES TO WS-CONC-DET-CLIENTES.
           MOVE WS-ACU-OBSERV   TO WS-CONC-DET-OBSERV.
           MOVE WS-PART-MEDIA   TO WS-CONC-DET-PART.
           MOVE WS-ACU-NOVOS    TO WS-CONC-DET-NOVOS.
           MOVE WS-LINHA-CONC-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0222-IMPRIMIR-CONCORRENTE-EXIT.
           EXIT.

       0223-CABECALHO-SECAO SECTION.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           EVALUATE WS-TIPO-QUEBRA
           WHEN "1"
             MOVE "  PRESENCA POR REGIAO" TO WS-LINHA-CONC-SECAO
           WHEN "2"
             MOVE "  PRESENCA POR LOCALIDADE" TO WS-LINHA-CONC-SECAO
           WHEN OTHER
             MOVE
               "  CLIENTES COM CONCORRENTE NOVO (MAIS RECENTE PRIMEIRO)"
               TO WS-LINHA-CONC-SECAO
           END-EVALUATE.
           MOVE WS-LINHA-CONC-SECAO TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-TIPO-QUEBRA = "3" THEN
               MOVE WS-LINHA-NOVO-CAB TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
       0223-CABECALHO-SECAO-EXIT.
           EXIT.

       0224-CABECALHO-GRUPO SECTION.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO WS-LINHA-CONC-GRUPO.
           IF TIPO-CSORT = "1" THEN
               MOVE "REGIAO"    TO WS-GRUPO-ROTULO
               MOVE REGIAO-CSORT TO WS-AGRUP-REGIAO
               MOVE WS-AGRUP-REGIAO TO WS-GRUPO-CODIGO
               IF REGIAO-CSORT = 0 THEN
                   MOVE "SEM REGIAO" TO WS-GRUPO-NOME
               ELSE
                   MOVE "(REGIAO NAO CADASTRADA)" TO WS-GRUPO-NOME
                   IF WS-REGIAO-DISPONIVEL = "S" THEN
                       MOVE REGIAO-CSORT TO REGIAO-CODIGO
                       READ ARQ-REGIAO KEY IS REGIAO-CODIGO
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                           MOVE REGIAO-NOME TO WS-GRUPO-NOME
                       END-READ
                   END-IF
               END-IF
           ELSE
               MOVE "LOCALIDADE" TO WS-GRUPO-ROTULO
               MOVE AGRUP-CSORT  TO WS-GRUPO-NOME
           END-IF.
           MOVE WS-LINHA-CONC-GRUPO TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CONC-COLUNAS TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0224-CABECALHO-GRUPO-EXIT.
           EXIT.

       0225-LINHA-NOVO SECTION.
           ADD 1 TO WS-QTD-NOVAS.
           MOVE SPACES TO WS-LINHA-NOVO-DET.
           MOVE CODCONC-CSORT  TO WS-CONC-QUEBRA.
           PERFORM 0226-NOME-CONCORRENTE.
           MOVE PRIMEIRA-CSORT TO WS-NOVO-DATA.
           MOVE CODCLI-CSORT   TO WS-NOVO-CODCLI.
           MOVE RAZAO-CSORT    TO WS-NOVO-RAZAO.
           MOVE REGIAO-CSORT   TO WS-NOVO-REGIAO.
           MOVE CONC-NOME      TO WS-NOVO-CONC.
           MOVE LINHA-CSORT    TO WS-NOVO-LINHA.
           MOVE PART-CSORT     TO WS-NOVO-PART.
           MOVE CODVND-CSORT   TO WS-NOVO-CODVND.
           MOVE WS-LINHA-NOVO-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0225-LINHA-NOVO-EXIT.
           EXIT.

      *    NOME DO CONCORRENTE WS-CONC-QUEBRA EM CONC-NOME.
       0226-NOME-CONCORRENTE SECTION.
           MOVE "(NAO CADASTRADO)" TO CONC-NOME.
           IF WS-CONCORR-DISPONIVEL = "S" THEN
               MOVE WS-CONC-QUEBRA TO CONC-CODIGO
               READ ARQ-CONCORR KEY IS CONC-CODIGO
                 INVALID KEY MOVE "(NAO CADASTRADO)" TO CONC-NOME
               END-READ
           END-IF.
       0226-NOME-CONCORRENTE-EXIT.
           EXIT.
