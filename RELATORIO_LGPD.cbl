       identification division.
       program-id. "RELATORIO_LGPD".
       author.     Roberto Holz.
      *    SOLICITACOES DE TITULARES (LGPD) EM ATRASO: AS PENDENTES
      *    (SITUACAO A OU P NO ARQ_LGPD) CUJO PRAZO LEGAL EM DIAS
      *    UTEIS JA PASSOU, DA MAIS ATRASADA PARA A MENOS ATRASADA,
      *    COM O TIPO, O REQUERENTE, O CONTATO OU PROSPECT LIGADO, AS
      *    DATAS DE RECEBIMENTO E PRAZO E OS DIAS DE ATRASO. NO FIM,
      *    O TOTAL DE PENDENTES, QUANTAS ESTAO EM ATRASO E QUANTAS
      *    VENCEM NOS PROXIMOS 3 DIAS CORRIDOS.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-lgpd.cpy'.
         copy 'select-impresso.cpy'.
         SELECT LGPD-SORT ASSIGN TO DISK WID-LGPD-SORT.

       data division.
       file section.
         copy 'fd-arq-lgpd.cpy'.
         copy 'fd-impresso.cpy'.

       SD LGPD-SORT
          DATA RECORD IS REG-LGPD-SORT.
       01 REG-LGPD-SORT.
           05 PRAZO-LSORT                   PIC 9(08).
           05 NUMERO-LSORT                  PIC 9(07).
           05 TIPO-LSORT                    PIC X(01).
           05 STATUS-LSORT                  PIC X(01).
           05 RECEBIMENTO-LSORT             PIC 9(08).
           05 REQ-NOME-LSORT                PIC X(40).
           05 CTT-CODCLI-LSORT              PIC 9(07).
           05 CTT-SEQ-LSORT                 PIC 9(03).
           05 PRO-CODIGO-LSORT              PIC 9(07).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-LGPD         PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-LGPD    PIC 9(02) VALUE ZEROS.
              05 WID-LGPD-SORT        PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-LGPD          PIC X(40) VALUE SPACES.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-INT-HOJE          PIC 9(08) VALUE ZEROS.
              05 WS-DATA-ALERTA       PIC 9(08) VALUE ZEROS.
              05 WS-DIAS-ATRASO       PIC 9(05) VALUE ZEROS.
              05 WS-FIM-LGPD          PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-LGPD     PIC 9(01) VALUE ZEROS.
              05 WS-TOT-PENDENTES     PIC 9(07) VALUE ZEROS.
              05 WS-TOT-ATRASADAS     PIC 9(07) VALUE ZEROS.
              05 WS-TOT-A-VENCER      PIC 9(07) VALUE ZEROS.

           01 WS-LINHAS-LGPD.
              05 WS-LINHA-LGP-CAB-1.
                 10 FILLER                  PIC X(50) VALUE
                    "  SOLICITACOES LGPD EM ATRASO - POSICAO EM ".
                 10 WS-LGP-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-LGP-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "   NUMERO T S REQUERENTE                ".
                 10 FILLER                  PIC X(40) VALUE
                    "     LIGADO A     RECEBIDA   PRAZO      ".
                 10 FILLER                  PIC X(06) VALUE
                    "ATRASO".
              05 WS-LINHA-LGP-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-LGP-DET-NUMERO       PIC ZZZZZZ9B.
                 10 WS-LGP-DET-TIPO         PIC X(01)B.
                 10 WS-LGP-DET-STATUS       PIC X(01)B.
                 10 WS-LGP-DET-REQUERENTE   PIC X(30)B.
                 10 WS-LGP-DET-LIGADO       PIC X(12)B.
                 10 WS-LGP-DET-RECEBIMENTO  PIC 9999/99/99B.
                 10 WS-LGP-DET-PRAZO        PIC 9999/99/99B.
                 10 WS-LGP-DET-ATRASO       PIC ZZZZ9.
              05 WS-LGP-LIGADO-CTT.
                 10 FILLER                  PIC X(01) VALUE "C".
                 10 WS-LGP-LIG-CODCLI       PIC 9(07).
                 10 FILLER                  PIC X(01) VALUE "/".
                 10 WS-LGP-LIG-SEQ          PIC 9(03).
              05 WS-LGP-LIGADO-PRO.
                 10 FILLER                  PIC X(01) VALUE "P".
                 10 WS-LGP-LIG-PROSPECT     PIC 9(07).
                 10 FILLER                  PIC X(04) VALUE SPACES.
              05 WS-LINHA-LGP-NENHUMA.
                 10 FILLER                  PIC X(40) VALUE
                    "  (NENHUMA SOLICITACAO EM ATRASO)".
              05 WS-LINHA-LGP-TOT.
                 10 FILLER                  PIC X(14) VALUE
                    "  Pendentes: ".
                 10 WS-LGP-TOT-PENDENTES    PIC ZZZZZZ9.
                 10 FILLER                  PIC X(14) VALUE
                    "  Em atraso: ".
                 10 WS-LGP-TOT-ATRASADAS    PIC ZZZZZZ9.
                 10 FILLER                  PIC X(22) VALUE
                    "  Vencem em 3 dias: ".
                 10 WS-LGP-TOT-A-VENCER     PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-LGPD.
          05 VALUE "--- SOLICITACOES LGPD EM ATRASO ---"
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
          05 TELA-LGPD-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-LGPD.

       01 TELA-LGPD-PRM.
          05 TELA-LGPD-NMARQ.
             10 LINE 10 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-LGPD-SAIR.
          05 LINE 13 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               MOVE "LGPD_ATRASO" TO WS-TEL-NMARQUIVO
               DISPLAY TELA-LGPD-PRM
               ACCEPT  TELA-LGPD-NMARQ
               IF WS-TEL-NMARQUIVO = SPACES THEN
                   MOVE "Geracao do relatorio cancelada" TO
                        WS-MSG-LGPD
               ELSE
                   PERFORM 03-gerar-relatorio
               END-IF
               DISPLAY TELA-LGPD-MSG
               DISPLAY TELA-LGPD-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-LGPD.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-LGPD
               DISPLAY TELA-LGPD-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       03-gerar-relatorio section.
           MOVE "ARQ_LGPD" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-LGPD.
           OPEN INPUT ARQ-LGPD.
           IF  WS-RST-ACESS-LGPD <> 00
           AND WS-RST-ACESS-LGPD <> 05 THEN
               MOVE "Nenhuma solicitacao registrada" TO WS-MSG-LGPD
               GO TO 03-gerar-relatorio-exit
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-DATA-ALERTA =
                   FUNCTION DATE-OF-INTEGER(WS-INT-HOJE + 3).
           MOVE 0 TO WS-TOT-PENDENTES.
           MOVE 0 TO WS-TOT-ATRASADAS.
           MOVE 0 TO WS-TOT-A-VENCER.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-DATA-HOJE TO WS-LGP-CAB-DATA.
           MOVE WS-LINHA-LGP-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-LGP-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           SORT LGPD-SORT
             ON ASCENDING KEY PRAZO-LSORT NUMERO-LSORT
             INPUT PROCEDURE IS 032-ENTRADA-SORT-LGPD
            OUTPUT PROCEDURE IS 033-SAIDA-SORT-LGPD.

           IF WS-TOT-ATRASADAS = 0 THEN
               MOVE WS-LINHA-LGP-NENHUMA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-PENDENTES TO WS-LGP-TOT-PENDENTES.
           MOVE WS-TOT-ATRASADAS TO WS-LGP-TOT-ATRASADAS.
           MOVE WS-TOT-A-VENCER  TO WS-LGP-TOT-A-VENCER.
           MOVE WS-LINHA-LGP-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.
           CLOSE ARQ-LGPD.
           MOVE "Relatorio LGPD gerado" TO WS-MSG-LGPD.
       03-gerar-relatorio-exit.
           EXIT.

      *    SO AS PENDENTES ENTRAM NA CONTAGEM; SO AS VENCIDAS VAO
      *    PARA A ORDENACAO. O REGISTRO ZERO (CONTROLE) E PULADO.
       032-ENTRADA-SORT-LGPD section.
           MOVE 0 TO WS-FIM-LGPD.
           MOVE 1 TO LGP-NUMERO.
           START ARQ-LGPD KEY IS NOT LESS THAN LGP-NUMERO
             INVALID KEY MOVE 1 TO WS-FIM-LGPD
           END-START.
           IF WS-FIM-LGPD = 0 THEN
               READ ARQ-LGPD NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-LGPD
               END-READ
               PERFORM 0321-AVALIAR-SOLICITACAO
                 UNTIL WS-FIM-LGPD = 1
           END-IF.
       032-ENTRADA-SORT-LGPD-EXIT.
           EXIT.

       0321-AVALIAR-SOLICITACAO section.
           IF LGP-STATUS-PENDENTE THEN
               ADD 1 TO WS-TOT-PENDENTES
               IF LGP-DATA-PRAZO < WS-DATA-HOJE THEN
                   MOVE LGP-DATA-PRAZO       TO PRAZO-LSORT
                   MOVE LGP-NUMERO           TO NUMERO-LSORT
                   MOVE LGP-TIPO             TO TIPO-LSORT
                   MOVE LGP-STATUS           TO STATUS-LSORT
                   MOVE LGP-DATA-RECEBIMENTO TO RECEBIMENTO-LSORT
                   MOVE LGP-REQ-NOME         TO REQ-NOME-LSORT
                   MOVE LGP-CTT-CODCLI       TO CTT-CODCLI-LSORT
                   MOVE LGP-CTT-SEQ          TO CTT-SEQ-LSORT
                   MOVE LGP-PRO-CODIGO       TO PRO-CODIGO-LSORT
                   RELEASE REG-LGPD-SORT
               ELSE
                   IF LGP-DATA-PRAZO <= WS-DATA-ALERTA THEN
                       ADD 1 TO WS-TOT-A-VENCER
                   END-IF
               END-IF
           END-IF.
           READ ARQ-LGPD NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LGPD
           END-READ.
       0321-AVALIAR-SOLICITACAO-EXIT.
           EXIT.

       033-SAIDA-SORT-LGPD section.
           MOVE 0 TO WS-FIM-SORT-LGPD.
           PERFORM 0331-IMPRIMIR-SOLICITACAO
             UNTIL WS-FIM-SORT-LGPD = 1.
       033-SAIDA-SORT-LGPD-EXIT.
           EXIT.

      *    LIGADO A: C<CLIENTE>/<SEQ> PARA CONTATO, P<CODIGO> PARA
      *    PROSPECT (O CONTATO TEM PRECEDENCIA QUANDO HA OS DOIS).
       0331-IMPRIMIR-SOLICITACAO section.
           RETURN LGPD-SORT
             AT END MOVE 1 TO WS-FIM-SORT-LGPD.
           IF WS-FIM-SORT-LGPD = 1 THEN
               GO TO 0331-IMPRIMIR-SOLICITACAO-EXIT
           END-IF.
           ADD 1 TO WS-TOT-ATRASADAS.
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE -
                   FUNCTION INTEGER-OF-DATE(PRAZO-LSORT).
           MOVE NUMERO-LSORT      TO WS-LGP-DET-NUMERO.
           MOVE TIPO-LSORT        TO WS-LGP-DET-TIPO.
           MOVE STATUS-LSORT      TO WS-LGP-DET-STATUS.
           MOVE REQ-NOME-LSORT    TO WS-LGP-DET-REQUERENTE.
           IF CTT-CODCLI-LSORT > 0 THEN
               MOVE CTT-CODCLI-LSORT   TO WS-LGP-LIG-CODCLI
               MOVE CTT-SEQ-LSORT      TO WS-LGP-LIG-SEQ
               MOVE WS-LGP-LIGADO-CTT  TO WS-LGP-DET-LIGADO
           ELSE
               IF PRO-CODIGO-LSORT > 0 THEN
                   MOVE PRO-CODIGO-LSORT  TO WS-LGP-LIG-PROSPECT
                   MOVE WS-LGP-LIGADO-PRO TO WS-LGP-DET-LIGADO
               ELSE
                   MOVE "(NENHUM)"        TO WS-LGP-DET-LIGADO
               END-IF
           END-IF.
           MOVE RECEBIMENTO-LSORT TO WS-LGP-DET-RECEBIMENTO.
           MOVE PRAZO-LSORT       TO WS-LGP-DET-PRAZO.
           MOVE WS-DIAS-ATRASO    TO WS-LGP-DET-ATRASO.
           MOVE WS-LINHA-LGP-DET  TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0331-IMPRIMIR-SOLICITACAO-EXIT.
           EXIT.
