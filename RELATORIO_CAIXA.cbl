       identification division.
       program-id. "RELATORIO_CAIXA".
       author.     Roberto Holz.
      *    ENVELHECIMENTO DA CAIXA DE TRABALHO (ARQ_CAIXA), POR
      *    OPERADOR RESPONSAVEL (OS ITENS SEM RESPONSAVEL SAEM COMO
      *    "(LIVRES)"): ITENS ABERTOS POR FAIXA DE IDADE (0-2, 3-7,
      *    8-14, 15-30 E MAIS DE 30 DIAS), IDADE DO MAIS ANTIGO,
      *    QUANTOS SAO DE PRIORIDADE ALTA E QUANTOS ITENS O OPERADOR
      *    ENCERROU NOS ULTIMOS 7 DIAS. EM SEGUIDA LISTA OS ITENS
      *    ABERTOS HA MAIS DE CAIXA_DIAS_LIMITE DIAS (PADRAO 14).
      *    A CAIXA E SINCRONIZADA (ATUALIZA_CAIXA) ANTES DA LEITURA.
      *    NA JANELA NOTURNA (PASSO CAIXA, RELATORIO_CAIXA_BATCH=S)
      *    O RELATORIO VAI PARA O SPOOL (TIPO CAIXA) E A RODADA
      *    TERMINA COM RETORNO 4 QUANDO HA ITEM ACIMA DO LIMITE.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-caixa.cpy'.
         copy 'select-impresso.cpy'.
         SELECT CXR-SORT ASSIGN TO DISK WID-CXR-SORT.

       data division.
       file section.
         copy 'fd-arq-caixa.cpy'.
         copy 'fd-impresso.cpy'.

       SD CXR-SORT
          DATA RECORD IS REG-CXR-SORT.
       01 REG-CXR-SORT.
           05 RESPONSAVEL-RSORT             PIC X(10).
           05 DATA-RSORT                    PIC 9(08).
           05 TIPO-RSORT                    PIC X(01).
           05 REFERENCIA-RSORT              PIC 9(07).
           05 PRIORIDADE-RSORT              PIC 9(01).
           05 SITUACAO-RSORT                PIC X(01).
           05 DATA-ENCERRAMENTO-RSORT       PIC 9(08).
           05 DESCRICAO-RSORT               PIC X(40).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-CAIXA        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CAIXA   PIC 9(02) VALUE ZEROS.
              05 WID-CXR-SORT         PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-CXR           PIC X(40) VALUE SPACES.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-DIAS-LIMITE       PIC 9(03) VALUE 14.
              05 WS-MODO-BATCH        PIC X(01) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-INT-HOJE          PIC 9(08) VALUE ZEROS.
              05 WS-DATA-SEMANA       PIC 9(08) VALUE ZEROS.
              05 WS-DIAS              PIC 9(05) VALUE ZEROS.
              05 WS-FIM-CAIXA         PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-CXR      PIC 9(01) VALUE ZEROS.
              05 WS-TOT-LIDOS         PIC 9(07) VALUE ZEROS.
              05 WS-TOT-VENCIDOS      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-OPERADORES    PIC 9(05) VALUE ZEROS.
              05 WS-RESP-ATUAL        PIC X(10) VALUE SPACES.
              05 WS-PRIMEIRO          PIC X(01) VALUE SPACES.
      *    ACUMULADORES DO OPERADOR (1) E DO TOTAL GERAL (2)
              05 WS-ACUMULADOR OCCURS 2 TIMES.
                 10 WS-ACU-FAIXA      PIC 9(05) OCCURS 5 TIMES.
                 10 WS-ACU-TOTAL      PIC 9(05).
                 10 WS-ACU-MAIS-ANTIGO PIC 9(05).
                 10 WS-ACU-ALTA       PIC 9(05).
                 10 WS-ACU-ENCERRADOS PIC 9(05).
              05 WS-IDX-ACU           PIC 9(01) VALUE ZEROS.
              05 WS-IDX-FAIXA         PIC 9(01) VALUE ZEROS.
      *    ITENS ACIMA DO LIMITE, LISTADOS DEPOIS DO QUADRO
              05 WS-QTD-VENCIDOS-TAB  PIC 9(03) VALUE ZEROS.
              05 WS-MAX-VENCIDOS      PIC 9(03) VALUE ZEROS.
              05 WS-IDX-VENCIDO       PIC 9(03) VALUE ZEROS.
              05 WS-VENCIDOS OCCURS 200 TIMES.
                 10 WS-VEN-TIPO           PIC X(01).
                 10 WS-VEN-REFERENCIA     PIC 9(07).
                 10 WS-VEN-PRIORIDADE     PIC 9(01).
                 10 WS-VEN-IDADE          PIC 9(05).
                 10 WS-VEN-RESPONSAVEL    PIC X(10).
                 10 WS-VEN-DESCRICAO      PIC X(40).
              05 WS-ATUALIZA-CAIXA.
                 10 WS-ACX-QTD-ABERTOS    PIC 9(05) VALUE ZEROS.
                 10 WS-ACX-QTD-NOVOS      PIC 9(05) VALUE ZEROS.
                 10 WS-ACX-QTD-ENCERRADOS PIC 9(05) VALUE ZEROS.
                 10 WS-ACX-OK             PIC X(01) VALUE SPACES.
              05 WS-SPOOL-REG.
                 10 WS-SPL-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-SPL-TIPO       PIC X(08) VALUE SPACES.
                 10 WS-SPL-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-SPL-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-SPL-ID         PIC 9(07) VALUE ZEROS.
                 10 WS-SPL-PARAMETROS PIC X(150) VALUE SPACES.
              05 WS-JOBLOG-PRM.
                 10 WS-JOB-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-JOB-DATA-INI   PIC 9(08) VALUE ZEROS.
                 10 WS-JOB-HORA-INI   PIC 9(06) VALUE ZEROS.
                 10 WS-JOB-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-JOB-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-QTD-AVISOS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-RETORNO    PIC 9(04) VALUE ZEROS.

           01 WS-LINHAS-CXR.
              05 WS-LINHA-CXR-CAB-1.
                 10 FILLER                  PIC X(50) VALUE
                    "  ENVELHECIMENTO DA CAIXA DE TRABALHO - EM ".
                 10 WS-CXR-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-CXR-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "  ITENS ABERTOS POR FAIXA DE IDADE (DIAS".
                 10 FILLER                  PIC X(40) VALUE
                    "); IDADE = DO ITEM MAIS ANTIGO".
              05 WS-LINHA-CXR-CAB-3.
                 10 FILLER                  PIC X(40) VALUE
                    "  ALTA = PRIORIDADE ALTA; ENC7D = ENCERR".
                 10 FILLER                  PIC X(40) VALUE
                    "ADOS NOS ULTIMOS 7 DIAS".
              05 WS-LINHA-CXR-CAB-4.
                 10 FILLER                  PIC X(40) VALUE
                    "  OPERADOR     0-2   3-7  8-14 15-30   +".
                 10 FILLER                  PIC X(40) VALUE
                    "30 TOTAL IDADE  ALTA ENC7D".
              05 WS-LINHA-CXR-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-CXR-DET-OPERADOR     PIC X(10)B.
                 10 WS-CXR-DET-FAIXA        PIC ZZZZ9B OCCURS 5 TIMES.
                 10 WS-CXR-DET-TOTAL        PIC ZZZZ9B.
                 10 WS-CXR-DET-MAIS-ANTIGO  PIC ZZZZ9B.
                 10 WS-CXR-DET-ALTA         PIC ZZZZ9B.
                 10 WS-CXR-DET-ENCERRADOS   PIC ZZZZ9.
              05 WS-LINHA-CXR-NENHUM.
                 10 FILLER                  PIC X(40) VALUE
                    "  (CAIXA DE TRABALHO VAZIA)".
              05 WS-LINHA-CXR-VEN-CAB.
                 10 FILLER                  PIC X(29) VALUE
                    "  ITENS ABERTOS HA MAIS DE ".
                 10 WS-CXR-VEN-CAB-DIAS     PIC ZZ9.
                 10 FILLER                  PIC X(38) VALUE
                    " DIAS (R/Q/T/A/P = FILA DE ORIGEM)".
              05 WS-LINHA-CXR-VEN-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "  T     REF P  DIAS OPERADOR   DESCRICAO".
              05 WS-LINHA-CXR-VEN.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-CXR-VEN-TIPO         PIC X(01)B.
                 10 WS-CXR-VEN-REFERENCIA   PIC ZZZZZZ9B.
                 10 WS-CXR-VEN-PRIORIDADE   PIC 9(01)B.
                 10 WS-CXR-VEN-IDADE        PIC ZZZ9B.
                 10 WS-CXR-VEN-RESPONSAVEL  PIC X(10)B.
                 10 WS-CXR-VEN-DESCRICAO    PIC X(40).
              05 WS-LINHA-CXR-VEN-NENHUM.
                 10 FILLER                  PIC X(40) VALUE
                    "  (NENHUM ITEM ACIMA DO LIMITE)".
              05 WS-LINHA-CXR-VEN-MAIS.
                 10 FILLER                  PIC X(10) VALUE
                    "  (MAIS ".
                 10 WS-CXR-VEN-MAIS         PIC ZZZZZZ9.
                 10 FILLER                  PIC X(30) VALUE
                    " ITENS NAO LISTADOS)".
              05 WS-LINHA-CXR-TOT.
                 10 FILLER                  PIC X(24) VALUE
                    "  Itens acima do limite:".
                 10 WS-CXR-TOT-VENCIDOS     PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-CXR.
          05 VALUE "--- ENVELHECIMENTO DA CAIXA DE TRABALHO ---"
          BLANK SCREEN LINE 1 COL 19.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Itens da caixa de trabalho por operador e por"
             LINE 6 COL 20.
          05 VALUE "idade, e os itens acima do limite de dias."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CXR-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CXR.

       01 TELA-CXR-PRM.
          05 TELA-CXR-NMARQ.
             10 LINE 10 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-CXR-SAIR.
          05 LINE 13 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT
                  "RELATORIO_CAIXA_BATCH".
           IF WS-MODO-BATCH = "S" THEN
               PERFORM 05-gerar-batch
               goback
           END-IF.
           MOVE 0 TO ws-acao.
           MOVE SPACES TO WS-MSG-CXR.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               MOVE "ENVELHECIMENTO_CAIXA" TO WS-TEL-NMARQUIVO
               DISPLAY TELA-CXR-PRM
               ACCEPT  TELA-CXR-NMARQ
               IF WS-TEL-NMARQUIVO = SPACES THEN
                   MOVE "Geracao do relatorio cancelada" TO WS-MSG-CXR
               ELSE
                   PERFORM 03-gerar-relatorio
               END-IF
               DISPLAY TELA-CXR-MSG
               DISPLAY TELA-CXR-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-CXR.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-CXR
               DISPLAY TELA-CXR-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       03-gerar-relatorio section.
           PERFORM 030-ler-parametros.
           CALL 'ATUALIZA_CAIXA' USING WS-ATUALIZA-CAIXA.
           MOVE "ARQ_CAIXA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CAIXA.
           MOVE "CAIXA_REL_SORT" TO WID-CXR-SORT.
           OPEN INPUT ARQ-CAIXA.
           IF  WS-RST-ACESS-CAIXA <> 00
           AND WS-RST-ACESS-CAIXA <> 05 THEN
               MOVE "Erro na abertura do ARQ_CAIXA" TO WS-MSG-CXR
               GO TO 03-gerar-relatorio-exit
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-DATA-SEMANA = FUNCTION DATE-OF-INTEGER
                   (WS-INT-HOJE - 7).
           MOVE 0 TO WS-TOT-LIDOS.
           MOVE 0 TO WS-TOT-VENCIDOS.
           MOVE 0 TO WS-QTD-OPERADORES.
           MOVE 0 TO WS-QTD-VENCIDOS-TAB.
           MOVE 200 TO WS-MAX-VENCIDOS.
           MOVE 2 TO WS-IDX-ACU.
           PERFORM 0331-ZERAR-ACUMULADOR.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-DATA-HOJE TO WS-CXR-CAB-DATA.
           MOVE WS-LINHA-CXR-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CXR-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CXR-CAB-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CXR-CAB-4 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           SORT CXR-SORT
             ON ASCENDING KEY RESPONSAVEL-RSORT DATA-RSORT
                              TIPO-RSORT REFERENCIA-RSORT
             INPUT PROCEDURE IS 032-ENTRADA-SORT-CXR
            OUTPUT PROCEDURE IS 033-SAIDA-SORT-CXR.

           IF WS-QTD-OPERADORES = 0 THEN
               MOVE WS-LINHA-CXR-NENHUM TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           ELSE
               MOVE SPACES TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               MOVE 2 TO WS-IDX-ACU
               MOVE "TOTAL" TO WS-RESP-ATUAL
               PERFORM 0334-IMPRIMIR-OPERADOR
           END-IF.
           PERFORM 034-IMPRIMIR-VENCIDOS.
           CLOSE ARQ-IMPRESSO.
           CLOSE ARQ-CAIXA.

           IF WS-TOT-VENCIDOS > 0 THEN
               MOVE 4 TO WS-RC-BATCH
           END-IF.
           MOVE "Relatorio de envelhecimento gerado" TO WS-MSG-CXR.
       03-gerar-relatorio-exit.
           EXIT.

       030-ler-parametros section.
           MOVE 14 TO WS-DIAS-LIMITE.
           MOVE "CAIXA_DIAS_LIMITE" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:3) IS NUMERIC
           AND WS-PRM-VALOR(1:3) > "000" THEN
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-LIMITE
           END-IF.
       030-ler-parametros-exit.
           EXIT.

      *    ENTRAM OS ITENS ABERTOS E OS ENCERRADOS NA ULTIMA SEMANA
      *    (ESTES SO CONTAM NA PRODUTIVIDADE DO OPERADOR).
       032-ENTRADA-SORT-CXR section.
           MOVE 0 TO WS-FIM-CAIXA.
           MOVE LOW-VALUES TO CXA-CHAVE.
           START ARQ-CAIXA KEY IS NOT LESS THAN CXA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-CAIXA
           END-START.
           PERFORM 0321-AVALIAR-ITEM
             UNTIL WS-FIM-CAIXA = 1.
       032-ENTRADA-SORT-CXR-EXIT.
           EXIT.

       0321-AVALIAR-ITEM section.
           READ ARQ-CAIXA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CAIXA
           END-READ.
           IF WS-FIM-CAIXA = 1 THEN
               GO TO 0321-AVALIAR-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-TOT-LIDOS.
           IF  CXA-ENCERRADO
           AND CXA-DATA-ENCERRAMENTO < WS-DATA-SEMANA THEN
               GO TO 0321-AVALIAR-ITEM-EXIT
           END-IF.
           MOVE CXA-RESPONSAVEL       TO RESPONSAVEL-RSORT.
           MOVE CXA-DATA-ORIGEM       TO DATA-RSORT.
           MOVE CXA-TIPO              TO TIPO-RSORT.
           MOVE CXA-REFERENCIA        TO REFERENCIA-RSORT.
           MOVE CXA-PRIORIDADE        TO PRIORIDADE-RSORT.
           MOVE CXA-SITUACAO          TO SITUACAO-RSORT.
           MOVE CXA-DATA-ENCERRAMENTO TO DATA-ENCERRAMENTO-RSORT.
           MOVE CXA-DESCRICAO         TO DESCRICAO-RSORT.
           RELEASE REG-CXR-SORT.
       0321-AVALIAR-ITEM-EXIT.
           EXIT.

      *    QUEBRA POR RESPONSAVEL: A LINHA DO OPERADOR SAI QUANDO O
      *    RESPONSAVEL MUDA E, A ULTIMA, NO FIM DO SORT.
       033-SAIDA-SORT-CXR section.
           MOVE 0 TO WS-FIM-SORT-CXR.
           MOVE "S" TO WS-PRIMEIRO.
           PERFORM 0332-ACUMULAR-ITEM
             UNTIL WS-FIM-SORT-CXR = 1.
           IF WS-PRIMEIRO = "N" THEN
               MOVE 1 TO WS-IDX-ACU
               PERFORM 0334-IMPRIMIR-OPERADOR
           END-IF.
       033-SAIDA-SORT-CXR-EXIT.
           EXIT.

       0331-ZERAR-ACUMULADOR section.
           MOVE 0 TO WS-ACU-FAIXA(WS-IDX-ACU 1).
           MOVE 0 TO WS-ACU-FAIXA(WS-IDX-ACU 2).
           MOVE 0 TO WS-ACU-FAIXA(WS-IDX-ACU 3).
           MOVE 0 TO WS-ACU-FAIXA(WS-IDX-ACU 4).
           MOVE 0 TO WS-ACU-FAIXA(WS-IDX-ACU 5).
           MOVE 0 TO WS-ACU-TOTAL(WS-IDX-ACU).
           MOVE 0 TO WS-ACU-MAIS-ANTIGO(WS-IDX-ACU).
           MOVE 0 TO WS-ACU-ALTA(WS-IDX-ACU).
           MOVE 0 TO WS-ACU-ENCERRADOS(WS-IDX-ACU).
       0331-ZERAR-ACUMULADOR-EXIT.
           EXIT.

       0332-ACUMULAR-ITEM section.
           RETURN CXR-SORT
             AT END MOVE 1 TO WS-FIM-SORT-CXR.
           IF WS-FIM-SORT-CXR = 1 THEN
               GO TO 0332-ACUMULAR-ITEM-EXIT
           END-IF.
           IF WS-PRIMEIRO = "S" THEN
               MOVE "N" TO WS-PRIMEIRO
               MOVE RESPONSAVEL-RSORT TO WS-RESP-ATUAL
               MOVE 1 TO WS-IDX-ACU
               PERFORM 0331-ZERAR-ACUMULADOR
           END-IF.
           IF RESPONSAVEL-RSORT NOT = WS-RESP-ATUAL THEN
               MOVE 1 TO WS-IDX-ACU
               PERFORM 0334-IMPRIMIR-OPERADOR
               PERFORM 0331-ZERAR-ACUMULADOR
               MOVE RESPONSAVEL-RSORT TO WS-RESP-ATUAL
           END-IF.
           MOVE 1 TO WS-IDX-ACU.
           PERFORM 0333-SOMAR-ITEM.
           MOVE 2 TO WS-IDX-ACU.
           PERFORM 0333-SOMAR-ITEM.
           IF  SITUACAO-RSORT = "A"
           AND WS-DIAS > WS-DIAS-LIMITE THEN
               PERFORM 0335-GUARDAR-VENCIDO
           END-IF.
       0332-ACUMULAR-ITEM-EXIT.
           EXIT.

       0333-SOMAR-ITEM section.
           IF SITUACAO-RSORT NOT = "A" THEN
               ADD 1 TO WS-ACU-ENCERRADOS(WS-IDX-ACU)
               GO TO 0333-SOMAR-ITEM-EXIT
           END-IF.
           COMPUTE WS-DIAS = WS-INT-HOJE -
                   FUNCTION INTEGER-OF-DATE(DATA-RSORT).
           EVALUATE TRUE
               WHEN WS-DIAS <= 2
                   MOVE 1 TO WS-IDX-FAIXA
               WHEN WS-DIAS <= 7
                   MOVE 2 TO WS-IDX-FAIXA
               WHEN WS-DIAS <= 14
                   MOVE 3 TO WS-IDX-FAIXA
               WHEN WS-DIAS <= 30
                   MOVE 4 TO WS-IDX-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-IDX-FAIXA
           END-EVALUATE.
           ADD 1 TO WS-ACU-FAIXA(WS-IDX-ACU WS-IDX-FAIXA).
           ADD 1 TO WS-ACU-TOTAL(WS-IDX-ACU).
           IF WS-DIAS > WS-ACU-MAIS-ANTIGO(WS-IDX-ACU) THEN
               MOVE WS-DIAS TO WS-ACU-MAIS-ANTIGO(WS-IDX-ACU)
           END-IF.
           IF PRIORIDADE-RSORT = 1 THEN
               ADD 1 TO WS-ACU-ALTA(WS-IDX-ACU)
           END-IF.
       0333-SOMAR-ITEM-EXIT.
           EXIT.

      *    IMPRIME O ACUMULADOR WS-IDX-ACU COM O NOME WS-RESP-ATUAL.
       0334-IMPRIMIR-OPERADOR section.
           IF WS-IDX-ACU = 1 THEN
               ADD 1 TO WS-QTD-OPERADORES
           END-IF.
           IF WS-RESP-ATUAL = SPACES THEN
               MOVE "(LIVRES)" TO WS-CXR-DET-OPERADOR
           ELSE
               MOVE WS-RESP-ATUAL TO WS-CXR-DET-OPERADOR
           END-IF.
           MOVE WS-ACU-FAIXA(WS-IDX-ACU 1) TO WS-CXR-DET-FAIXA(1).
           MOVE WS-ACU-FAIXA(WS-IDX-ACU 2) TO WS-CXR-DET-FAIXA(2).
           MOVE WS-ACU-FAIXA(WS-IDX-ACU 3) TO WS-CXR-DET-FAIXA(3).
           MOVE WS-ACU-FAIXA(WS-IDX-ACU 4) TO WS-CXR-DET-FAIXA(4).
           MOVE WS-ACU-FAIXA(WS-IDX-ACU 5) TO WS-CXR-DET-FAIXA(5).
           MOVE WS-ACU-TOTAL(WS-IDX-ACU)   TO WS-CXR-DET-TOTAL.
           MOVE WS-ACU-MAIS-ANTIGO(WS-IDX-ACU)
             TO WS-CXR-DET-MAIS-ANTIGO.
           MOVE WS-ACU-ALTA(WS-IDX-ACU)    TO WS-CXR-DET-ALTA.
           MOVE WS-ACU-ENCERRADOS(WS-IDX-ACU)
             TO WS-CXR-DET-ENCERRADOS.
           MOVE WS-LINHA-CXR-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0334-IMPRIMIR-OPERADOR-EXIT.
           EXIT.

       0335-GUARDAR-VENCIDO section.
           ADD 1 TO WS-TOT-VENCIDOS.
           IF WS-QTD-VENCIDOS-TAB >= WS-MAX-VENCIDOS THEN
               GO TO 0335-GUARDAR-VENCIDO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-VENCIDOS-TAB.
           MOVE TIPO-RSORT       TO WS-VEN-TIPO(WS-QTD-VENCIDOS-TAB).
           MOVE REFERENCIA-RSORT
             TO WS-VEN-REFERENCIA(WS-QTD-VENCIDOS-TAB).
           MOVE PRIORIDADE-RSORT
             TO WS-VEN-PRIORIDADE(WS-QTD-VENCIDOS-TAB).
           MOVE WS-DIAS          TO WS-VEN-IDADE(WS-QTD-VENCIDOS-TAB).
           MOVE RESPONSAVEL-RSORT
             TO WS-VEN-RESPONSAVEL(WS-QTD-VENCIDOS-TAB).
           MOVE DESCRICAO-RSORT
             TO WS-VEN-DESCRICAO(WS-QTD-VENCIDOS-TAB).
       0335-GUARDAR-VENCIDO-EXIT.
           EXIT.

       034-IMPRIMIR-VENCIDOS section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-DIAS-LIMITE TO WS-CXR-VEN-CAB-DIAS.
           MOVE WS-LINHA-CXR-VEN-CAB TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-TOT-VENCIDOS = 0 THEN
               MOVE WS-LINHA-CXR-VEN-NENHUM TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               GO TO 034-IMPRIMIR-VENCIDOS-EXIT
           END-IF.
           MOVE WS-LINHA-CXR-VEN-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 1 TO WS-IDX-VENCIDO.
           PERFORM 0341-IMPRIMIR-VENCIDO
             UNTIL WS-IDX-VENCIDO > WS-QTD-VENCIDOS-TAB.
           IF WS-TOT-VENCIDOS > WS-QTD-VENCIDOS-TAB THEN
               COMPUTE WS-CXR-VEN-MAIS =
                       WS-TOT-VENCIDOS - WS-QTD-VENCIDOS-TAB
               MOVE WS-LINHA-CXR-VEN-MAIS TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-VENCIDOS TO WS-CXR-TOT-VENCIDOS.
           MOVE WS-LINHA-CXR-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       034-IMPRIMIR-VENCIDOS-EXIT.
           EXIT.

       0341-IMPRIMIR-VENCIDO section.
           MOVE WS-VEN-TIPO(WS-IDX-VENCIDO) TO WS-CXR-VEN-TIPO.
           MOVE WS-VEN-REFERENCIA(WS-IDX-VENCIDO)
             TO WS-CXR-VEN-REFERENCIA.
           MOVE WS-VEN-PRIORIDADE(WS-IDX-VENCIDO)
             TO WS-CXR-VEN-PRIORIDADE.
           MOVE WS-VEN-IDADE(WS-IDX-VENCIDO) TO WS-CXR-VEN-IDADE.
           IF WS-VEN-RESPONSAVEL(WS-IDX-VENCIDO) = SPACES THEN
               MOVE "(LIVRE)" TO WS-CXR-VEN-RESPONSAVEL
           ELSE
               MOVE WS-VEN-RESPONSAVEL(WS-IDX-VENCIDO)
                 TO WS-CXR-VEN-RESPONSAVEL
           END-IF.
           MOVE WS-VEN-DESCRICAO(WS-IDX-VENCIDO)
             TO WS-CXR-VEN-DESCRICAO.
           MOVE WS-LINHA-CXR-VEN TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-IDX-VENCIDO.
       0341-IMPRIMIR-VENCIDO-EXIT.
           EXIT.

       05-gerar-batch section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE "JOBNOTURNO" TO WS-OPERADOR-ID.
           MOVE 0 TO WS-RC-BATCH.
           MOVE "CAIXA" TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR.
           MOVE SPACES TO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WS-TEL-NMARQUIVO.
           PERFORM 03-gerar-relatorio.
           MOVE "F" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE "RELATORIO_CAIXA"   TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID      TO WS-JOB-OPERADOR.
           MOVE WS-TOT-LIDOS        TO WS-JOB-QTD-REGISTROS.
           MOVE WS-TOT-VENCIDOS     TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH         TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       05-gerar-batch-exit.
           EXIT.
