       identification division.
       program-id. "LOCALIZA_NPS".
       author.     Roberto Holz.
      *    SITUACAO DO CLIENTE NA PESQUISA DE SATISFACAO (NPS): A
      *    ULTIMA PESQUISA REGISTRADA NO ARQ_NPS E SE O CLIENTE ESTA
      *    DEVIDO PARA UMA NOVA. O CLIENTE E PESQUISADO A CADA
      *    NPS_MESES_PESQUISA MESES (PARAMETRO CENTRAL, PADRAO 6);
      *    CLIENTE NUNCA PESQUISADO ESTA SEMPRE DEVIDO.
      *    USADO PELO PLANEJA_ROTA E PELO EXPORTA_CARTEIRA (MARCAR OS
      *    CLIENTES A PESQUISAR), PELO CADASTRO_NPS E PELO
      *    RELATORIO_CHURN (DETRATORES NO QUADRO DE RISCO).
      *    O ARQUIVO FICA ABERTO ENTRE AS CHAMADAS; O CHAMADOR
      *    ENCERRA COM A FUNCAO "R" NO SEU PROPRIO FECHAMENTO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-nps.cpy'.

       data division.
       file section.
         copy 'fd-arq-nps.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-NPS          PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-NPS     PIC 9(02) VALUE ZEROS.
              05 WS-NPS-INICIADO      PIC X(01) VALUE "N".
              05 WS-NPS-ABERTO        PIC X(01) VALUE "N".
              05 WS-FIM-NPS           PIC 9(01) VALUE ZEROS.
              05 WS-MESES-PESQUISA    PIC 9(02) VALUE 06.
              05 WS-DATA-REF-R.
                 10 WS-REF-ANO        PIC 9(04).
                 10 WS-REF-MES        PIC 9(02).
                 10 WS-REF-DIA        PIC 9(02).
              05 WS-TOT-MESES         PIC 9(06) VALUE ZEROS.
              05 WS-ANO-LIMITE        PIC 9(04) VALUE ZEROS.
              05 WS-MES-LIMITE        PIC 9(02) VALUE ZEROS.
              05 WS-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".

       LINKAGE SECTION.
         copy 'lk-localiza-nps.cpy'.

       PROCEDURE DIVISION USING WL-LINK-LOCALIZA-NPS.
       00-CONTROLE SECTION.
           IF WL-NPS-FUNCAO = "R" THEN
               PERFORM 04-ENCERRAR
               goback
           END-IF.
           IF WS-NPS-INICIADO = "N" THEN
               PERFORM 01-INICIAR
           END-IF.
           MOVE 0      TO WL-NPS-DATA-ULT.
           MOVE 0      TO WL-NPS-NOTA-ULT.
           MOVE SPACES TO WL-NPS-MOTIVO-ULT.
           MOVE WS-MESES-PESQUISA TO WL-NPS-MESES.
           MOVE "S"    TO WL-NPS-DEVIDO.
           MOVE "N"    TO WL-NPS-DETRATOR.
           IF WL-NPS-FUNCAO NOT = "L" THEN
               goback
           END-IF.
           IF WS-NPS-ABERTO = "S" THEN
               PERFORM 02-ULTIMA-PESQUISA
           END-IF.
           IF WL-NPS-DATA-ULT > 0 THEN
               PERFORM 03-VERIFICAR-PRAZO
           END-IF.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

      *    SEM ARQ_NPS NENHUM CLIENTE FOI PESQUISADO: TODOS DEVIDOS.
       01-INICIAR SECTION.
           MOVE "S" TO WS-NPS-INICIADO.
           MOVE "NPS_MESES_PESQUISA" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:2) IS NUMERIC
           AND WS-PRM-VALOR(1:2) > "00" THEN
               MOVE WS-PRM-VALOR(1:2) TO WS-MESES-PESQUISA
           END-IF.
           MOVE "ARQ_NPS" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-NPS.
           OPEN INPUT ARQ-NPS.
           IF  WS-RST-ACESS-NPS = 00
           OR  WS-RST-ACESS-NPS = 05 THEN
               MOVE "S" TO WS-NPS-ABERTO
           END-IF.
       01-INICIAR-EXIT.
           EXIT.

      *    AS PESQUISAS DO CLIENTE FICAM JUNTAS E EM ORDEM DE DATA NA
      *    CHAVE; A ULTIMA LIDA E A MAIS RECENTE.
       02-ULTIMA-PESQUISA SECTION.
           MOVE 0 TO WS-FIM-NPS.
           MOVE WL-NPS-CODCLI TO NPS-CODCLI.
           MOVE 0             TO NPS-DATA.
           MOVE 0             TO NPS-HORA.
           START ARQ-NPS KEY IS NOT LESS THAN NPS-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-NPS
           END-START.
           PERFORM 021-LER-PESQUISA
             UNTIL WS-FIM-NPS = 1.
       02-ULTIMA-PESQUISA-EXIT.
           EXIT.

       021-LER-PESQUISA SECTION.
           READ ARQ-NPS NEXT RECORD
             AT END MOVE 1 TO WS-FIM-NPS
           END-READ.
           IF WS-FIM-NPS = 1 THEN
               GO TO 021-LER-PESQUISA-EXIT
           END-IF.
           IF NPS-CODCLI NOT = WL-NPS-CODCLI THEN
               MOVE 1 TO WS-FIM-NPS
               GO TO 021-LER-PESQUISA-EXIT
           END-IF.
           MOVE NPS-DATA   TO WL-NPS-DATA-ULT.
           MOVE NPS-NOTA   TO WL-NPS-NOTA-ULT.
           MOVE NPS-MOTIVO TO WL-NPS-MOTIVO-ULT.
           IF NPS-DETRATOR THEN
               MOVE "S" TO WL-NPS-DETRATOR
           ELSE
               MOVE "N" TO WL-NPS-DETRATOR
           END-IF.
       021-LER-PESQUISA-EXIT.
           EXIT.

      *    DATA LIMITE = DATA DE REFERENCIA MENOS N MESES (MESMO DIA);
      *    A ULTIMA PESQUISA ATE ESSA DATA JA VENCEU O CICLO.
       03-VERIFICAR-PRAZO SECTION.
           MOVE WL-NPS-DATA-REF TO WS-DATA-REF-R.
           COMPUTE WS-TOT-MESES =
                   WS-REF-ANO * 12 + WS-REF-MES - WS-MESES-PESQUISA.
           COMPUTE WS-ANO-LIMITE = (WS-TOT-MESES - 1) / 12.
           COMPUTE WS-MES-LIMITE = WS-TOT-MESES - WS-ANO-LIMITE * 12.
           COMPUTE WS-DATA-LIMITE = WS-ANO-LIMITE * 10000
                                  + WS-MES-LIMITE * 100
                                  + WS-REF-DIA.
           IF WL-NPS-DATA-ULT > WS-DATA-LIMITE THEN
               MOVE "N" TO WL-NPS-DEVIDO
           END-IF.
       03-VERIFICAR-PRAZO-EXIT.
           EXIT.

       04-ENCERRAR SECTION.
           IF WS-NPS-ABERTO = "S" THEN
               CLOSE ARQ-NPS
           END-IF.
           MOVE "N" TO WS-NPS-ABERTO.
           MOVE "N" TO WS-NPS-INICIADO.
       04-ENCERRAR-EXIT.
           EXIT.
