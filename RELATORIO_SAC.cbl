       identification division.
       program-id. "RELATORIO_SAC".
       author.     Roberto Holz.
      *    ENVELHECIMENTO DOS CHAMADOS DE SAC EM ABERTO (SITUACAO O OU
      *    P NO ARQ_SAC), AGRUPADOS POR EQUIPE (COM O SUPERVISOR) E
      *    VENDEDOR RESPONSAVEL. CADA CHAMADO SAI COM OS DIAS EM
      *    ABERTO E, QUANDO O PRAZO EM DIAS UTEIS JA PASSOU, OS DIAS
      *    DE ATRASO. POR VENDEDOR E POR EQUIPE: QUANTIDADE EM ABERTO,
      *    VENCIDOS E A DISTRIBUICAO POR FAIXA DE IDADE (ATE 7, 8-15,
      *    16-30 E MAIS DE 30 DIAS).
      *    NA JANELA NOTURNA (PASSO SAC, VARIAVEL
      *    RELATORIO_SAC_BATCH=S) O RELATORIO VAI PARA O SPOOL E A
      *    RODADA TERMINA COM RC 4 QUANDO HA CHAMADO VENCIDO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-equipe.cpy'.
         copy 'select-arq-sac.cpy'.
         copy 'select-impresso.cpy'.
         SELECT SAC-SORT ASSIGN TO DISK WID-SAC-SORT.

       data division.
       file section.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-equipe.cpy'.
         copy 'fd-arq-sac.cpy'.
         copy 'fd-impresso.cpy'.

       SD SAC-SORT
          DATA RECORD IS REG-SAC-SORT.
       01 REG-SAC-SORT.
           05 EQUIPE-SSORT                  PIC 9(03).
           05 CODVND-SSORT                  PIC 9(05).
           05 ABERTURA-SSORT                PIC 9(08).
           05 NUMERO-SSORT                  PIC 9(07).
           05 CODCLI-SSORT                  PIC 9(07).
           05 CATEGORIA-SSORT               PIC X(02).
           05 SEVERIDADE-SSORT              PIC X(01).
           05 STATUS-SSORT                  PIC X(01).
           05 PRAZO-SSORT                   PIC 9(08).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-EQUIPE       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EQUIPE  PIC 9(02) VALUE ZEROS.
              05 WS-EQUIPE-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-SAC          PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-SAC     PIC 9(02) VALUE ZEROS.
              05 WID-SAC-SORT         PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-SAC           PIC X(40) VALUE SPACES.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-MODO-BATCH        PIC X(01) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(01) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-INT-HOJE          PIC 9(08) VALUE ZEROS.
              05 WS-DIAS-ABERTO       PIC 9(05) VALUE ZEROS.
              05 WS-DIAS-ATRASO       PIC 9(05) VALUE ZEROS.
              05 WS-IDX-FAIXA         PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SAC           PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-SAC      PIC 9(01) VALUE ZEROS.
              05 WS-PRIMEIRO-REG      PIC 9(01) VALUE ZEROS.
              05 WS-EQP-QUEBRA        PIC 9(03) VALUE ZEROS.
              05 WS-VND-QUEBRA        PIC 9(05) VALUE ZEROS.
              05 WS-TOT-ABERTOS       PIC 9(07) VALUE ZEROS.
              05 WS-TOT-VENCIDOS      PIC 9(07) VALUE ZEROS.
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

      *    ACUMULADORES: OCORRENCIA 1 = VENDEDOR, 2 = EQUIPE,
      *    3 = TOTAL GERAL; FAIXAS 1-4 = ATE 7, 8-15, 16-30, >30 DIAS.
           01 WS-ACUMULADORES-SAC.
              05 WS-ACM-NIVEL OCCURS 3 TIMES.
                 10 WS-ACM-ABERTOS    PIC 9(07).
                 10 WS-ACM-VENCIDOS   PIC 9(07).
                 10 WS-ACM-FAIXA      PIC 9(07) OCCURS 4 TIMES.

           01 WS-LINHAS-SAC.
              05 WS-LINHA-SAC-CAB-1.
                 10 FILLER                  PIC X(44) VALUE
                    "  CHAMADOS DE SAC EM ABERTO - POSICAO EM ".
                 10 WS-SAC-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-SAC-EQP.
                 10 FILLER                  PIC X(10) VALUE
                    "  EQUIPE ".
                 10 WS-SAC-EQP-CODIGO       PIC ZZ9B.
                 10 WS-SAC-EQP-NOME         PIC X(30)B.
                 10 FILLER                  PIC X(05) VALUE "SUP: ".
                 10 WS-SAC-EQP-SUPERVISOR   PIC X(10).
              05 WS-LINHA-SAC-VND.
                 10 FILLER                  PIC X(13) VALUE
                    "    VENDEDOR ".
                 10 WS-SAC-VND-CODIGO       PIC ZZZZ9B.
                 10 WS-SAC-VND-NOME         PIC X(40).
              05 WS-LINHA-SAC-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "     CHAMADO  CODCLI CT S SIT ABERTURA  ".
                 10 FILLER                  PIC X(30) VALUE
                    " PRAZO      DIAS ATRASO".
              05 WS-LINHA-SAC-DET.
                 10 FILLER                  PIC X(05) VALUE SPACES.
                 10 WS-SAC-DET-NUMERO       PIC ZZZZZZ9B.
                 10 WS-SAC-DET-CODCLI       PIC ZZZZZZ9B.
                 10 WS-SAC-DET-CATEGORIA    PIC X(02)B.
                 10 WS-SAC-DET-SEVERIDADE   PIC X(01)B.
                 10 WS-SAC-DET-STATUS       PIC X(01)BBB.
                 10 WS-SAC-DET-ABERTURA     PIC 9999/99/99B.
                 10 WS-SAC-DET-PRAZO        PIC 9999/99/99B.
                 10 WS-SAC-DET-DIAS         PIC ZZZZ9BB.
                 10 WS-SAC-DET-ATRASO       PIC ZZZZ9.
              05 WS-LINHA-SAC-TOT.
                 10 WS-SAC-TOT-ROTULO       PIC X(14).
                 10 FILLER                  PIC X(08) VALUE
                    " Abert.:".
                 10 WS-SAC-TOT-ABERTOS      PIC ZZZZZ9.
                 10 FILLER                  PIC X(07) VALUE
                    " Venc.:".
                 10 WS-SAC-TOT-VENCIDOS     PIC ZZZZZ9.
                 10 FILLER                  PIC X(06) VALUE " <=7:".
                 10 WS-SAC-TOT-FAIXA-1      PIC ZZZZ9.
                 10 FILLER                  PIC X(07) VALUE " 8-15:".
                 10 WS-SAC-TOT-FAIXA-2      PIC ZZZZ9.
                 10 FILLER                  PIC X(07) VALUE " 16-30:".
                 10 WS-SAC-TOT-FAIXA-3      PIC ZZZZ9.
                 10 FILLER                  PIC X(05) VALUE " >30:".
                 10 WS-SAC-TOT-FAIXA-4      PIC ZZZZ9.

       SCREEN SECTION.
       01 TELA-SAC.
          05 VALUE "--- ENVELHECIMENTO DOS CHAMADOS DE SAC ---"
          BLANK SCREEN LINE 1 COL 20.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-SAC-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-SAC.

       01 TELA-SAC-PRM.
          05 TELA-SAC-NMARQ.
             10 LINE 10 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-SAC-SAIR.
          05 LINE 13 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT
                  "RELATORIO_SAC_BATCH".
           IF WS-MODO-BATCH = "S" THEN
               PERFORM 05-gerar-batch
               goback
           END-IF.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               MOVE "SAC" TO WS-TEL-NMARQUIVO
               DISPLAY TELA-SAC-PRM
               ACCEPT  TELA-SAC-NMARQ
               IF WS-TEL-NMARQUIVO = SPACES THEN
                   MOVE "Geracao do relatorio cancelada" TO WS-MSG-SAC
               ELSE
                   PERFORM 03-gerar-relatorio
               END-IF
               DISPLAY TELA-SAC-MSG
               DISPLAY TELA-SAC-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-SAC.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-SAC
               DISPLAY TELA-SAC-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       03-gerar-relatorio section.
           PERFORM 031-abrir-arquivos.
           IF WS-ERRO-ABERTURA = 1 THEN
               MOVE 8 TO WS-RC-BATCH
               MOVE "Erro na abertura dos arquivos" TO WS-MSG-SAC
               GO TO 03-gerar-relatorio-exit
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           INITIALIZE WS-ACUMULADORES-SAC.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-DATA-HOJE TO WS-SAC-CAB-DATA.
           MOVE WS-LINHA-SAC-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           SORT SAC-SORT
             ON ASCENDING KEY EQUIPE-SSORT CODVND-SSORT ABERTURA-SSORT
                              NUMERO-SSORT
             INPUT PROCEDURE IS 032-ENTRADA-SORT-SAC
            OUTPUT PROCEDURE IS 033-SAIDA-SORT-SAC.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 3 TO WS-IDX-FAIXA.
           MOVE "TOTAL GERAL:" TO WS-SAC-TOT-ROTULO.
           PERFORM 0336-IMPRIMIR-TOTAL.
           MOVE WS-ACM-ABERTOS(3)  TO WS-TOT-ABERTOS.
           MOVE WS-ACM-VENCIDOS(3) TO WS-TOT-VENCIDOS.
           CLOSE ARQ-IMPRESSO.
           PERFORM 035-fechar-arquivos.
           IF WS-TOT-VENCIDOS > 0 THEN
               MOVE 4 TO WS-RC-BATCH
           END-IF.
           MOVE "Relatorio de SAC gerado" TO WS-MSG-SAC.
       03-gerar-relatorio-exit.
           EXIT.

       031-abrir-arquivos section.
           MOVE 0 TO WS-ERRO-ABERTURA.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           MOVE "ARQ_SAC" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-SAC.
           OPEN INPUT ARQ-SAC.
           IF  (WS-RST-ACESS-VND <> 00
                AND WS-RST-ACESS-VND <> 05)
           OR  (WS-RST-ACESS-SAC <> 00
                AND WS-RST-ACESS-SAC <> 05) THEN
               DISPLAY "RELATORIO_SAC: erro na abertura dos "
                       "cadastros/chamados"
               MOVE 1 TO WS-ERRO-ABERTURA
               CLOSE ARQ-VENDEDOR ARQ-SAC
               GO TO 031-abrir-arquivos-exit
           END-IF.
           MOVE "ARQ_EQUIPE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-EQUIPE.
           OPEN INPUT ARQ-EQUIPE.
           IF  WS-RST-ACESS-EQUIPE = 00
           OR  WS-RST-ACESS-EQUIPE = 05 THEN
               MOVE "S" TO WS-EQUIPE-DISPONIVEL
           ELSE
               MOVE "N" TO WS-EQUIPE-DISPONIVEL
           END-IF.
       031-abrir-arquivos-exit.
           EXIT.

       032-ENTRADA-SORT-SAC section.
           MOVE 0 TO WS-FIM-SAC.
           MOVE 1 TO SAC-NUMERO.
           START ARQ-SAC KEY IS NOT LESS THAN SAC-NUMERO
             INVALID KEY MOVE 1 TO WS-FIM-SAC
           END-START.
           IF WS-FIM-SAC = 0 THEN
               READ ARQ-SAC NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-SAC
               END-READ
               PERFORM 0321-AVALIAR-CHAMADO
                 UNTIL WS-FIM-SAC = 1
           END-IF.
       032-ENTRADA-SORT-SAC-EXIT.
           EXIT.

       0321-AVALIAR-CHAMADO section.
           IF SAC-STATUS-PENDENTE THEN
               MOVE SAC-CODVND TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                   INVALID KEY MOVE 0 TO VND-EQUIPE
               END-READ
               MOVE VND-EQUIPE        TO EQUIPE-SSORT
               MOVE SAC-CODVND        TO CODVND-SSORT
               MOVE SAC-DATA-ABERTURA TO ABERTURA-SSORT
               MOVE SAC-NUMERO        TO NUMERO-SSORT
               MOVE SAC-CODCLI        TO CODCLI-SSORT
               MOVE SAC-CATEGORIA     TO CATEGORIA-SSORT
               MOVE SAC-SEVERIDADE    TO SEVERIDADE-SSORT
               MOVE SAC-STATUS        TO STATUS-SSORT
               MOVE SAC-DATA-PRAZO    TO PRAZO-SSORT
               RELEASE REG-SAC-SORT
           END-IF.
           READ ARQ-SAC NEXT RECORD
             AT END MOVE 1 TO WS-FIM-SAC
           END-READ.
       0321-AVALIAR-CHAMADO-EXIT.
           EXIT.

       033-SAIDA-SORT-SAC section.
           MOVE 0 TO WS-FIM-SORT-SAC.
           MOVE 0 TO WS-PRIMEIRO-REG.
           PERFORM 0331-PROCESSAR-CHAMADO
             UNTIL WS-FIM-SORT-SAC = 1.
           IF WS-PRIMEIRO-REG = 1 THEN
               PERFORM 0334-TOTAL-VENDEDOR
               PERFORM 0335-TOTAL-EQUIPE
           END-IF.
       033-SAIDA-SORT-SAC-EXIT.
           EXIT.

       0331-PROCESSAR-CHAMADO section.
           RETURN SAC-SORT
             AT END MOVE 1 TO WS-FIM-SORT-SAC.
           IF WS-FIM-SORT-SAC = 1 THEN
               GO TO 0331-PROCESSAR-CHAMADO-EXIT
           END-IF.

           IF WS-PRIMEIRO-REG = 0 THEN
               MOVE 1 TO WS-PRIMEIRO-REG
               PERFORM 0332-QUEBRA-EQUIPE
               PERFORM 0333-QUEBRA-VENDEDOR
           ELSE
               IF EQUIPE-SSORT NOT = WS-EQP-QUEBRA THEN
                   PERFORM 0334-TOTAL-VENDEDOR
                   PERFORM 0335-TOTAL-EQUIPE
                   PERFORM 0332-QUEBRA-EQUIPE
                   PERFORM 0333-QUEBRA-VENDEDOR
               ELSE
                   IF CODVND-SSORT NOT = WS-VND-QUEBRA THEN
                       PERFORM 0334-TOTAL-VENDEDOR
                       PERFORM 0333-QUEBRA-VENDEDOR
                   END-IF
               END-IF
           END-IF.

           COMPUTE WS-DIAS-ABERTO = WS-INT-HOJE -
                   FUNCTION INTEGER-OF-DATE(ABERTURA-SSORT).
           MOVE 0 TO WS-DIAS-ATRASO.
           IF PRAZO-SSORT > 0
           AND PRAZO-SSORT < WS-DATA-HOJE THEN
               COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE -
                       FUNCTION INTEGER-OF-DATE(PRAZO-SSORT)
               ADD 1 TO WS-ACM-VENCIDOS(1)
           END-IF.
           ADD 1 TO WS-ACM-ABERTOS(1).
           EVALUATE TRUE
           WHEN WS-DIAS-ABERTO <= 7
             ADD 1 TO WS-ACM-FAIXA(1 1)
           WHEN WS-DIAS-ABERTO <= 15
             ADD 1 TO WS-ACM-FAIXA(1 2)
           WHEN WS-DIAS-ABERTO <= 30
             ADD 1 TO WS-ACM-FAIXA(1 3)
           WHEN OTHER
             ADD 1 TO WS-ACM-FAIXA(1 4)
           END-EVALUATE.

           MOVE NUMERO-SSORT     TO WS-SAC-DET-NUMERO.
           MOVE CODCLI-SSORT     TO WS-SAC-DET-CODCLI.
           MOVE CATEGORIA-SSORT  TO WS-SAC-DET-CATEGORIA.
           MOVE SEVERIDADE-SSORT TO WS-SAC-DET-SEVERIDADE.
           MOVE STATUS-SSORT     TO WS-SAC-DET-STATUS.
           MOVE ABERTURA-SSORT   TO WS-SAC-DET-ABERTURA.
           MOVE PRAZO-SSORT      TO WS-SAC-DET-PRAZO.
           MOVE WS-DIAS-ABERTO   TO WS-SAC-DET-DIAS.
           MOVE WS-DIAS-ATRASO   TO WS-SAC-DET-ATRASO.
           MOVE WS-LINHA-SAC-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0331-PROCESSAR-CHAMADO-EXIT.
           EXIT.

       0332-QUEBRA-EQUIPE section.
           MOVE EQUIPE-SSORT TO WS-EQP-QUEBRA.
           MOVE SPACES TO WS-SAC-EQP-NOME.
           MOVE SPACES TO WS-SAC-EQP-SUPERVISOR.
           IF EQUIPE-SSORT = 0 THEN
               MOVE "(SEM EQUIPE)" TO WS-SAC-EQP-NOME
           ELSE
               IF WS-EQUIPE-DISPONIVEL = "S" THEN
                   MOVE EQUIPE-SSORT TO EQP-CODIGO
                   READ ARQ-EQUIPE KEY IS EQP-CODIGO
                       INVALID KEY MOVE "(EQUIPE NAO CADASTRADA)" TO
                                   EQP-NOME
                                   MOVE SPACES TO EQP-SUPERVISOR
                   END-READ
                   MOVE EQP-NOME       TO WS-SAC-EQP-NOME
                   MOVE EQP-SUPERVISOR TO WS-SAC-EQP-SUPERVISOR
               END-IF
           END-IF.
           MOVE EQUIPE-SSORT TO WS-SAC-EQP-CODIGO.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-SAC-EQP TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0332-QUEBRA-EQUIPE-EXIT.
           EXIT.

       0333-QUEBRA-VENDEDOR section.
           MOVE CODVND-SSORT TO WS-VND-QUEBRA.
           MOVE CODVND-SSORT TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO
               INVALID KEY MOVE "(SEM VENDEDOR)" TO VND-NOME
           END-READ.
           MOVE CODVND-SSORT TO WS-SAC-VND-CODIGO.
           MOVE VND-NOME TO WS-SAC-VND-NOME.
           MOVE WS-LINHA-SAC-VND TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-SAC-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0333-QUEBRA-VENDEDOR-EXIT.
           EXIT.

      *    FECHA O NIVEL VENDEDOR (1) E ACUMULA NA EQUIPE (2).
       0334-TOTAL-VENDEDOR section.
           MOVE 1 TO WS-IDX-FAIXA.
           MOVE "    Vendedor:" TO WS-SAC-TOT-ROTULO.
           PERFORM 0336-IMPRIMIR-TOTAL.
           ADD WS-ACM-ABERTOS(1)  TO WS-ACM-ABERTOS(2).
           ADD WS-ACM-VENCIDOS(1) TO WS-ACM-VENCIDOS(2).
           ADD WS-ACM-FAIXA(1 1)  TO WS-ACM-FAIXA(2 1).
           ADD WS-ACM-FAIXA(1 2)  TO WS-ACM-FAIXA(2 2).
           ADD WS-ACM-FAIXA(1 3)  TO WS-ACM-FAIXA(2 3).
           ADD WS-ACM-FAIXA(1 4)  TO WS-ACM-FAIXA(2 4).
           INITIALIZE WS-ACM-NIVEL(1).
       0334-TOTAL-VENDEDOR-EXIT.
           EXIT.

      *    FECHA O NIVEL EQUIPE (2) E ACUMULA NO TOTAL GERAL (3).
       0335-TOTAL-EQUIPE section.
           MOVE 2 TO WS-IDX-FAIXA.
           MOVE "  Tot.equipe:" TO WS-SAC-TOT-ROTULO.
           PERFORM 0336-IMPRIMIR-TOTAL.
           ADD WS-ACM-ABERTOS(2)  TO WS-ACM-ABERTOS(3).
           ADD WS-ACM-VENCIDOS(2) TO WS-ACM-VENCIDOS(3).
           ADD WS-ACM-FAIXA(2 1)  TO WS-ACM-FAIXA(3 1).
           ADD WS-ACM-FAIXA(2 2)  TO WS-ACM-FAIXA(3 2).
           ADD WS-ACM-FAIXA(2 3)  TO WS-ACM-FAIXA(3 3).
           ADD WS-ACM-FAIXA(2 4)  TO WS-ACM-FAIXA(3 4).
           INITIALIZE WS-ACM-NIVEL(2).
       0335-TOTAL-EQUIPE-EXIT.
           EXIT.

      *    IMPRIME A LINHA DE TOTAIS DO NIVEL WS-IDX-FAIXA.
       0336-IMPRIMIR-TOTAL section.
           MOVE WS-ACM-ABERTOS(WS-IDX-FAIXA)  TO WS-SAC-TOT-ABERTOS.
           MOVE WS-ACM-VENCIDOS(WS-IDX-FAIXA) TO WS-SAC-TOT-VENCIDOS.
           MOVE WS-ACM-FAIXA(WS-IDX-FAIXA 1)  TO WS-SAC-TOT-FAIXA-1.
           MOVE WS-ACM-FAIXA(WS-IDX-FAIXA 2)  TO WS-SAC-TOT-FAIXA-2.
           MOVE WS-ACM-FAIXA(WS-IDX-FAIXA 3)  TO WS-SAC-TOT-FAIXA-3.
           MOVE WS-ACM-FAIXA(WS-IDX-FAIXA 4)  TO WS-SAC-TOT-FAIXA-4.
           MOVE WS-LINHA-SAC-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0336-IMPRIMIR-TOTAL-EXIT.
           EXIT.

       035-fechar-arquivos section.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-SAC.
           IF WS-EQUIPE-DISPONIVEL = "S" THEN
               CLOSE ARQ-EQUIPE
           END-IF.
       035-fechar-arquivos-exit.
           EXIT.

       05-gerar-batch section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE "JOBNOTURNO" TO WS-OPERADOR-ID.
           MOVE 0 TO WS-RC-BATCH.
           MOVE "SAC" TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR.
           MOVE SPACES TO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WS-TEL-NMARQUIVO.
           PERFORM 03-gerar-relatorio.
           IF WS-ERRO-ABERTURA = 0 THEN
               MOVE "F" TO WS-SPL-FUNCAO
               CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG
           END-IF.
           MOVE "RELATORIO_SAC"     TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID      TO WS-JOB-OPERADOR.
           MOVE WS-TOT-ABERTOS      TO WS-JOB-QTD-REGISTROS.
           MOVE WS-TOT-VENCIDOS     TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH         TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       05-gerar-batch-exit.
           EXIT.
