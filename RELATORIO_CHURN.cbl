      *    A LISTA SAI ORDENADA PELO PERCENTUAL DE QUEDA, DO MAIOR
      *    PARA O MENOR, PARA O VENDEDOR ATACAR PRIMEIRO QUEM ESTA
      *    MAIS PERTO DE PEDIR A INATIVACAO.
      *    A COLUNA NPS TRAZ A NOTA DA ULTIMA PESQUISA DE SATISFACAO
      *    DO CLIENTE. OS CLIENTES ATIVOS CUJA ULTIMA PESQUISA FOI DE
      *    DETRATOR (NOTA 0 A 6) E QUE NAO ENTRARAM PELO CRITERIO DE
      *    VISITA E FATURAMENTO SAEM EM SEGUIDA, NUMA SEGUNDA LISTA.
      *    COM A EXPLOSAO PEDIDA NA TELA O IMPRESSO E CATALOGADO NO
      *    SPOOL (TIPO CHURN) E SEPARADO EM UMA PARTE POR VENDEDOR E
      *    POR EQUIPE (EXPLODE_RELATORIO); OS TOTAIS E O TITULO DA
      *    LISTA DE DETRATORES SO FICAM NO IMPRESSO COMPLETO.
       environment division.
       configuration section.
       input-output section.
       SD CHURN-SORT
          DATA RECORD IS REG-CHURN-SORT.
       01 REG-CHURN-SORT.
           05 TIPO-CHSORT                   PIC X(01).
           05 QUEDA-CHSORT                  PIC 9(03)V9(01).
           05 CODCLI-CHSORT                 PIC 9(07).
           05 RAZAO-CHSORT                  PIC X(40).
           05 ULTVIS-CHSORT                 PIC 9(08).
           05 FATREC-CHSORT                 PIC 9(11)V9(02).
           05 FATANT-CHSORT                 PIC 9(11)V9(02).
           05 PESQ-CHSORT                   PIC X(01).
           05 NOTA-CHSORT                   PIC 9(02).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-FAT-ANTERIOR      PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-QUEDA-PCT         PIC 9(03)V9(01) VALUE ZEROS.
              05 WS-QTD-EM-RISCO      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DETRATORES    PIC 9(07) VALUE ZEROS.
              05 WS-EM-RISCO          PIC X(01) VALUE "N".
              05 WS-TIPO-QUEBRA       PIC X(01) VALUE SPACES.
              05 WS-TEL-EXPLODIR      PIC X(01) VALUE "N".
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-MARCA-TIPO-ATUAL  PIC X(01) VALUE SPACES.
              05 WS-MARCA-CODVND-ATUAL PIC 9(05) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-SPOOL-REG.
                 10 WS-SPL-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-SPL-TIPO       PIC X(08) VALUE SPACES.
                 10 WS-SPL-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-SPL-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-SPL-ID         PIC 9(07) VALUE ZEROS.
                 10 WS-SPL-PARAMETROS PIC X(150) VALUE SPACES.
              05 WS-EXPLODE-PRM.
                 10 WS-EXP-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-EXP-TIPO       PIC X(08) VALUE SPACES.
                 10 WS-EXP-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-EXP-PARAMETROS PIC X(150) VALUE SPACES.
                 10 WS-EXP-ORIGEM-ID  PIC 9(07) VALUE ZEROS.
                 10 WS-EXP-NOTIFICAR  PIC X(01) VALUE SPACES.
                 10 WS-EXP-QTD-PECAS  PIC 9(05) VALUE ZEROS.
              05 WS-EXP-QTD-PECAS-ED  PIC ZZZZ9.

           01 WS-LINHAS-CHURN.
              05 WS-LINHA-CHU-CAB-1.
                 10 FILLER                  PIC X(25) VALUE
                    " DIAS E FATURACAO EM QUEDA".
              05 WS-LINHA-CHU-CAB-2        PIC X(80) VALUE
                 "RANK  CODCLI RAZAO SOCIAL           VEND ULT.VISI QUED
      -          "A%   FAT.3M   FAT.ANT NPS".
              05 WS-LINHA-CHU-DET.
                 10 WS-CHU-RANK             PIC ZZZ9B.
                 10 WS-CHU-CODCLI           PIC ZZZZZZ9B.
                 10 WS-CHU-RAZAO            PIC X(21)B.
                 10 WS-CHU-CODVND           PIC ZZZZ9B.
                 10 WS-CHU-ULTVIS           PIC 9(08)B.
                 10 WS-CHU-QUEDA            PIC ZZ9,9B.
                 10 WS-CHU-FAT-REC          PIC ZZZZZZZZ9B.
                 10 WS-CHU-FAT-ANT          PIC ZZZZZZZZ9B.
                 10 WS-CHU-NOTA             PIC Z9.
              05 WS-LINHA-CHU-CAB-DETR     PIC X(80) VALUE
                 "  DETRATORES NA ULTIMA PESQUISA NPS, FORA DO CRITERIO
      -          "ACIMA".
              05 WS-LINHA-CHU-TOT.
                 10 FILLER                  PIC X(25) VALUE
                    "Clientes em risco......:".
                 10 WS-TOT-RISCO-ED         PIC ZZZZZZ9.
              05 WS-LINHA-CHU-TOT-DETR.
                 10 FILLER                  PIC X(25) VALUE
                    "Detratores (so NPS)....:".
                 10 WS-TOT-DETR-ED          PIC ZZZZZZ9.
              05 WS-LINHA-DESTINO.
                 10 FILLER                  PIC X(09) VALUE "*DESTINO*".
                 10 WS-DST-TIPO             PIC X(01) VALUE SPACES.
                 10 WS-DST-CODVND           PIC 9(05) VALUE ZEROS.

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

       SCREEN SECTION.
       01 TELA-CHURN.
          05 TELA-CHURN-PRM-NMARQ.
             10 LINE 11 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.
          05 TELA-CHURN-PRM-EXPLODIR.
             10 LINE 12 COL 20 VALUE "Explodir (N/S/E-email)..:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-EXPLODIR.

       01 TELA-CHURN-SAIR.
          05 LINE 13 COL 20 VALUE
               DISPLAY TELA-CHURN-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           MOVE "N" TO WS-TEL-EXPLODIR.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 023-INFORMA-EXPLODIR
             UNTIL WS-PARAM-OK EQUAL "OK".

           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           COMPUTE WS-ANOMES-INI-ANT =
                   WS-ANO-CORTE * 100 + WS-MES-CORTE.

      *    NA EXPLOSAO O IMPRESSO PASSA A SER UMA ENTRADA DO SPOOL,
      *    QUE DA O NOME DO ARQUIVO E O NUMERO DE ORIGEM DAS PARTES.
           IF WS-TEL-EXPLODIR NOT = "N" THEN
               ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
               MOVE "CHURN"          TO WS-SPL-TIPO
               MOVE WS-OPERADOR-ID   TO WS-SPL-OPERADOR
               MOVE SPACES           TO WS-SPL-PARAMETROS
               MOVE WS-TEL-DIAS-CHURN TO WS-SPL-PARAMETROS(1:3)
               MOVE "A" TO WS-SPL-FUNCAO
               CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG
               MOVE WS-SPL-NMARQUIVO TO WS-TEL-NMARQUIVO
           END-IF.

           SORT CHURN-SORT
             ON ASCENDING KEY TIPO-CHSORT
             ON DESCENDING KEY QUEDA-CHSORT
             INPUT PROCEDURE IS 021-ENTRADA-SORT-CHURN
            OUTPUT PROCEDURE IS 022-SAIDA-SORT-CHURN.
           MOVE "R" TO WS-LNP-FUNCAO.
           CALL 'LOCALIZA_NPS' USING WS-LOCALIZA-NPS-PRM.

           CLOSE ARQ-CLIENTE.
           IF WS-VISITA-DISPONIVEL = "S" THEN
               CLOSE ARQ-VISITA
           END-IF.
           CLOSE ARQ-FATURA.
           IF WS-TEL-EXPLODIR = "N" THEN
               MOVE "Relatorio de risco gerado" TO WS-MSG-CHURN
           ELSE
               PERFORM 024-EXPLODIR-RELATORIO
               MOVE "F" TO WS-SPL-FUNCAO
               CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG
               MOVE WS-EXP-QTD-PECAS TO WS-EXP-QTD-PECAS-ED
               MOVE SPACES TO WS-MSG-CHURN
               STRING "Spool " DELIMITED BY SIZE
                      WS-SPL-NMARQUIVO DELIMITED BY SPACE
                      " partes:" DELIMITED BY SIZE
                      WS-EXP-QTD-PECAS-ED DELIMITED BY SIZE
                 INTO WS-MSG-CHURN
           END-IF.
           DISPLAY TELA-CHURN-MSG.
       02-gerar-relatorio-exit.
           EXIT.
       021-ENTRADA-SORT-CHURN-EXIT.
           EXIT.

      *    TIPO 1 = RISCO PELO CRITERIO DE VISITA E FATURAMENTO;
      *    TIPO 2 = SO DETRATOR NA ULTIMA PESQUISA NPS.
       0211-AVALIAR-CLIENTE-CHURN SECTION.
           IF CLI-STATUS-ATIVO THEN
               MOVE "N" TO WS-EM-RISCO
               MOVE 0   TO WS-QUEDA-PCT
               PERFORM 02111-ULTIMA-VISITA-CLIENTE
               IF WS-ULTIMA-VISITA < WS-DATA-CORTE THEN
                   PERFORM 02112-SOMAR-JANELAS-FAT
                   PERFORM 02113-CALCULAR-QUEDA
               END-IF
               MOVE "L"          TO WS-LNP-FUNCAO
               MOVE CLI-CODIGO   TO WS-LNP-CODCLI
               MOVE WS-DATA-HOJE TO WS-LNP-DATA-REF
               CALL 'LOCALIZA_NPS' USING WS-LOCALIZA-NPS-PRM
               IF WS-EM-RISCO = "S" THEN
                   MOVE "1" TO TIPO-CHSORT
                   PERFORM 02114-LIBERAR-CLIENTE
               ELSE
                   IF WS-LNP-DETRATOR = "S" THEN
                       IF WS-ULTIMA-VISITA NOT < WS-DATA-CORTE THEN
                           PERFORM 02112-SOMAR-JANELAS-FAT
                           PERFORM 02113-CALCULAR-QUEDA
                       END-IF
                       MOVE "2" TO TIPO-CHSORT
                       PERFORM 02114-LIBERAR-CLIENTE
                   END-IF
               END-IF
           END-IF.
       021121-ACUMULAR-JANELA-FAT-EXIT.
           EXIT.

      *    QUEDA DO FATURAMENTO ENTRE AS DUAS JANELAS; SO A QUEDA
      *    COLOCA O CLIENTE SEM VISITA RECENTE NA LISTA DE RISCO.
       02113-CALCULAR-QUEDA SECTION.
           MOVE 0 TO WS-QUEDA-PCT.
           IF  WS-FAT-ANTERIOR > 0
           AND WS-FAT-RECENTE < WS-FAT-ANTERIOR THEN
               COMPUTE WS-QUEDA-PCT ROUNDED =
                       (WS-FAT-ANTERIOR - WS-FAT-RECENTE)
                       / WS-FAT-ANTERIOR * 100
               IF WS-ULTIMA-VISITA < WS-DATA-CORTE THEN
                   MOVE "S" TO WS-EM-RISCO
               END-IF
           END-IF.
       02113-CALCULAR-QUEDA-EXIT.
           EXIT.

       02114-LIBERAR-CLIENTE SECTION.
           MOVE WS-QUEDA-PCT    TO QUEDA-CHSORT.
           MOVE CLI-CODIGO      TO CODCLI-CHSORT.
           MOVE CLI-RAZAOSOCIAL TO RAZAO-CHSORT.
           MOVE CLI-CODVND      TO CODVND-CHSORT.
           MOVE WS-ULTIMA-VISITA TO ULTVIS-CHSORT.
           MOVE WS-FAT-RECENTE  TO FATREC-CHSORT.
           MOVE WS-FAT-ANTERIOR TO FATANT-CHSORT.
           IF WS-LNP-DATA-ULT > 0 THEN
               MOVE "S" TO PESQ-CHSORT
           ELSE
               MOVE "N" TO PESQ-CHSORT
           END-IF.
           MOVE WS-LNP-NOTA-ULT TO NOTA-CHSORT.
           RELEASE REG-CHURN-SORT.
       02114-LIBERAR-CLIENTE-EXIT.
           EXIT.

       022-SAIDA-SORT-CHURN SECTION.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.

           MOVE 0 TO WS-FIM-SORT-CHURN.
           MOVE 0 TO WS-QTD-EM-RISCO.
           MOVE 0 TO WS-QTD-DETRATORES.
           MOVE "1" TO WS-TIPO-QUEBRA.
           MOVE SPACES TO WS-MARCA-TIPO-ATUAL.
           MOVE 0      TO WS-MARCA-CODVND-ATUAL.
           PERFORM 0221-LINHA-DETALHE-CHURN
             UNTIL WS-FIM-SORT-CHURN = 1.

           MOVE "G" TO WS-DST-TIPO.
           MOVE 0   TO WS-DST-CODVND.
           PERFORM 0222-MARCAR-DESTINO.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-EM-RISCO TO WS-TOT-RISCO-ED.
           MOVE WS-LINHA-CHU-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-DETRATORES TO WS-TOT-DETR-ED.
           MOVE WS-LINHA-CHU-TOT-DETR TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           CLOSE ARQ-IMPRESSO.
       022-SAIDA-SORT-CHURN-EXIT.
             AT END MOVE 1 TO WS-FIM-SORT-CHURN.

           IF WS-FIM-SORT-CHURN = 0 THEN
               IF TIPO-CHSORT NOT = WS-TIPO-QUEBRA THEN
                   MOVE TIPO-CHSORT TO WS-TIPO-QUEBRA
                   MOVE "G" TO WS-DST-TIPO
                   MOVE 0   TO WS-DST-CODVND
                   PERFORM 0222-MARCAR-DESTINO
                   MOVE SPACES TO ARQ-IMPRESSO-LINHA
                   WRITE ARQ-IMPRESSO-LINHA
                   MOVE WS-LINHA-CHU-CAB-DETR TO ARQ-IMPRESSO-LINHA
                   WRITE ARQ-IMPRESSO-LINHA
                   MOVE WS-LINHA-CHU-CAB-2 TO ARQ-IMPRESSO-LINHA
                   WRITE ARQ-IMPRESSO-LINHA
               END-IF
               MOVE SPACES TO WS-LINHA-CHU-DET
               IF TIPO-CHSORT = "1" THEN
                   ADD 1 TO WS-QTD-EM-RISCO
                   MOVE WS-QTD-EM-RISCO TO WS-CHU-RANK
               ELSE
                   ADD 1 TO WS-QTD-DETRATORES
                   MOVE WS-QTD-DETRATORES TO WS-CHU-RANK
               END-IF
               IF PESQ-CHSORT = "S" THEN
                   MOVE NOTA-CHSORT TO WS-CHU-NOTA
               END-IF
               MOVE CODCLI-CHSORT   TO WS-CHU-CODCLI
               MOVE RAZAO-CHSORT    TO WS-CHU-RAZAO
               MOVE CODVND-CHSORT   TO WS-CHU-CODVND
               MOVE QUEDA-CHSORT    TO WS-CHU-QUEDA
               MOVE FATREC-CHSORT   TO WS-CHU-FAT-REC
               MOVE FATANT-CHSORT   TO WS-CHU-FAT-ANT
               IF CODVND-CHSORT = 0 THEN
                   MOVE "G" TO WS-DST-TIPO
               ELSE
                   MOVE "V" TO WS-DST-TIPO
               END-IF
               MOVE CODVND-CHSORT   TO WS-DST-CODVND
               PERFORM 0222-MARCAR-DESTINO
               MOVE WS-LINHA-CHU-DET TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
       0221-LINHA-DETALHE-CHURN-EXIT.
           EXIT.

      *    LINHA DE DESTINO DO MODO EXPLODIDO: SO E GRAVADA QUANDO O
      *    DONO DAS LINHAS SEGUINTES MUDA.
       0222-MARCAR-DESTINO SECTION.
           IF WS-TEL-EXPLODIR NOT = "N" THEN
               IF WS-DST-TIPO   NOT = WS-MARCA-TIPO-ATUAL
               OR WS-DST-CODVND NOT = WS-MARCA-CODVND-ATUAL THEN
                   MOVE WS-DST-TIPO   TO WS-MARCA-TIPO-ATUAL
                   MOVE WS-DST-CODVND TO WS-MARCA-CODVND-ATUAL
                   MOVE WS-LINHA-DESTINO TO ARQ-IMPRESSO-LINHA
                   WRITE ARQ-IMPRESSO-LINHA
               END-IF
           END-IF.
       0222-MARCAR-DESTINO-EXIT.
           EXIT.

      *    EXPLOSAO POR DESTINATARIO: N-NAO, S-UMA PARTE POR VENDEDOR
      *    E POR EQUIPE NO SPOOL, E-IDEM E ENVIA CADA PARTE POR E-MAIL.
       023-INFORMA-EXPLODIR SECTION.
           ACCEPT  TELA-CHURN-PRM-EXPLODIR.
           IF  WS-TEL-EXPLODIR <> "N"
           AND WS-TEL-EXPLODIR <> "S"
           AND WS-TEL-EXPLODIR <> "E"
               MOVE "Opcao invalida" TO WS-MSG-CHURN
           ELSE
               MOVE "OK" TO WS-PARAM-OK
               MOVE SPACES TO WS-MSG-CHURN
           END-IF.
           DISPLAY TELA-CHURN-MSG.
       023-INFORMA-EXPLODIR-EXIT.
           EXIT.

      *    SEPARA O IMPRESSO RECEM-GERADO EM UMA PARTE POR VENDEDOR E
      *    POR EQUIPE, CATALOGADAS NO SPOOL COM O DESTINATARIO.
       024-EXPLODIR-RELATORIO SECTION.
           MOVE WS-SPL-NMARQUIVO    TO WS-EXP-NMARQUIVO.
           MOVE "CHURN"             TO WS-EXP-TIPO.
           MOVE WS-OPERADOR-ID      TO WS-EXP-OPERADOR.
           MOVE WS-SPL-PARAMETROS   TO WS-EXP-PARAMETROS.
           MOVE WS-SPL-ID           TO WS-EXP-ORIGEM-ID.
           IF WS-TEL-EXPLODIR = "E" THEN
               MOVE "S" TO WS-EXP-NOTIFICAR
           ELSE
               MOVE "N" TO WS-EXP-NOTIFICAR
           END-IF.
           CALL 'EXPLODE_RELATORIO' USING WS-EXPLODE-PRM.
       024-EXPLODIR-RELATORIO-EXIT.
           EXIT.
