       identification division.
       program-id. "LOCALIZA_CAMPANHA".
       author.     Roberto Holz.
      *    CONSULTA E CREDITO DAS CAMPANHAS COMERCIAIS DE UM CLIENTE.
      *    AS CAMPANHAS (ARQ_CAMPANHA) SAO CARREGADAS EM MEMORIA NA
      *    PRIMEIRA CHAMADA; PARA CADA CAMPANHA VIGENTE NA DATA
      *    INFORMADA, O ARQ_CAMPCLI E LIDO PELA CHAVE (CAMPANHA +
      *    CLIENTE) PARA SABER SE O CLIENTE E ALVO DELA.
      *    USADO PELO EXPORTA_CARTEIRA E PELO PLANEJA_ROTA (MARCAR OS
      *    CLIENTES DE CAMPANHA) E PELO REGISTRO_VISITA (CREDITAR A
      *    VISITA NAS CAMPANHAS VIGENTES). O CLIENTE QUE E ALVO DE
      *    MAIS DE UMA CAMPANHA VIGENTE TEM A VISITA CREDITADA EM
      *    TODAS ELAS.
      *    OS ARQUIVOS FICAM ABERTOS ENTRE AS CHAMADAS; O CHAMADOR
      *    ENCERRA COM A FUNCAO "R" NO SEU PROPRIO FECHAMENTO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-campanha.cpy'.
         copy 'select-arq-campcli.cpy'.

       data division.
       file section.
         copy 'fd-arq-campanha.cpy'.
         copy 'fd-arq-campcli.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-CAMPANHA      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CAMPANHA PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CAMPCLI       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CAMPCLI  PIC 9(02) VALUE ZEROS.
              05 WS-TABELA-CARREGADA   PIC X(01) VALUE "N".
              05 WS-CAMPCLI-ABERTO     PIC X(01) VALUE "N".
              05 WS-FIM-CAMPANHA       PIC 9(01) VALUE ZEROS.
              05 WS-IDX-CMP            PIC 9(04) VALUE ZEROS.

      *    SO AS DATAS E A DESCRICAO INTERESSAM AQUI; OS CRITERIOS DE
      *    GERACAO DOS ALVOS FICAM NO ARQUIVO.
           01 WS-TAB-CAMPANHAS.
              05 WS-QTD-CAMPANHAS      PIC 9(04) VALUE ZEROS.
              05 WS-MAX-CAMPANHAS      PIC 9(04) VALUE 500.
              05 WS-CMP OCCURS 500 TIMES.
                 10 WS-CMP-CODIGO      PIC 9(05).
                 10 WS-CMP-DESCRICAO   PIC X(40).
                 10 WS-CMP-DATA-INI    PIC 9(08).
                 10 WS-CMP-DATA-FIM    PIC 9(08).

       LINKAGE SECTION.
         copy 'lk-localiza-campanha.cpy'.

       PROCEDURE DIVISION USING WL-LINK-LOCALIZA-CAMPANHA.
       00-CONTROLE SECTION.
           IF WL-LCP-FUNCAO = "R" THEN
               PERFORM 04-ENCERRAR
               goback
           END-IF.
           IF WS-TABELA-CARREGADA = "N" THEN
               PERFORM 01-CARREGAR-CAMPANHAS
           END-IF.
           MOVE 0      TO WL-LCP-QTD-CAMPANHAS.
           MOVE 0      TO WL-LCP-CODCMP.
           MOVE SPACES TO WL-LCP-DESCRICAO.
           MOVE 0      TO WL-LCP-DATA-FIM.
           MOVE "N"    TO WL-LCP-ACHOU.
           IF WS-CAMPCLI-ABERTO = "N" THEN
               goback
           END-IF.
           IF  WL-LCP-FUNCAO NOT = "L"
           AND WL-LCP-FUNCAO NOT = "C" THEN
               goback
           END-IF.
           PERFORM 02-VERIFICAR-CAMPANHA
             VARYING WS-IDX-CMP FROM 1 BY 1
               UNTIL WS-IDX-CMP > WS-QTD-CAMPANHAS.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

      *    SEM ARQ_CAMPANHA OU ARQ_CAMPCLI NENHUM CLIENTE E ALVO. O
      *    ARQ_CAMPCLI E ABERTO EM I-O PORQUE A FUNCAO "C" REGRAVA O
      *    REGISTRO DO ALVO.
       01-CARREGAR-CAMPANHAS SECTION.
           MOVE 0   TO WS-QTD-CAMPANHAS.
           MOVE "S" TO WS-TABELA-CARREGADA.
           MOVE "ARQ_CAMPANHA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CAMPANHA.
           OPEN INPUT ARQ-CAMPANHA.
           IF  WS-RST-ACESS-CAMPANHA <> 00
           AND WS-RST-ACESS-CAMPANHA <> 05 THEN
               GO TO 01-CARREGAR-CAMPANHAS-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-CAMPANHA.
           MOVE LOW-VALUES TO CMP-CODIGO.
           START ARQ-CAMPANHA KEY IS NOT LESS THAN CMP-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-CAMPANHA
           END-START.
           IF WS-FIM-CAMPANHA = 0 THEN
               READ ARQ-CAMPANHA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-CAMPANHA
               END-READ
               PERFORM 011-GUARDAR-CAMPANHA
                 UNTIL WS-FIM-CAMPANHA = 1
           END-IF.
           CLOSE ARQ-CAMPANHA.
           IF WS-QTD-CAMPANHAS = 0 THEN
               GO TO 01-CARREGAR-CAMPANHAS-EXIT
           END-IF.

           MOVE "ARQ_CAMPCLI" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CAMPCLI.
           OPEN I-O ARQ-CAMPCLI.
           IF  WS-RST-ACESS-CAMPCLI = 00
           OR  WS-RST-ACESS-CAMPCLI = 05 THEN
               MOVE "S" TO WS-CAMPCLI-ABERTO
           END-IF.
       01-CARREGAR-CAMPANHAS-EXIT.
           EXIT.

       011-GUARDAR-CAMPANHA SECTION.
           IF WS-QTD-CAMPANHAS >= WS-MAX-CAMPANHAS THEN
               MOVE 1 TO WS-FIM-CAMPANHA
               GO TO 011-GUARDAR-CAMPANHA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-CAMPANHAS.
           MOVE CMP-CODIGO    TO WS-CMP-CODIGO(WS-QTD-CAMPANHAS).
           MOVE CMP-DESCRICAO TO WS-CMP-DESCRICAO(WS-QTD-CAMPANHAS).
           MOVE CMP-DATA-INI  TO WS-CMP-DATA-INI(WS-QTD-CAMPANHAS).
           MOVE CMP-DATA-FIM  TO WS-CMP-DATA-FIM(WS-QTD-CAMPANHAS).
           READ ARQ-CAMPANHA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CAMPANHA
           END-READ.
       011-GUARDAR-CAMPANHA-EXIT.
           EXIT.

       02-VERIFICAR-CAMPANHA SECTION.
           IF WL-LCP-DATA < WS-CMP-DATA-INI(WS-IDX-CMP)
           OR WL-LCP-DATA > WS-CMP-DATA-FIM(WS-IDX-CMP) THEN
               GO TO 02-VERIFICAR-CAMPANHA-EXIT
           END-IF.
           MOVE WS-CMP-CODIGO(WS-IDX-CMP) TO CPC-CODCMP.
           MOVE WL-LCP-CODCLI             TO CPC-CODCLI.
           READ ARQ-CAMPCLI KEY IS CPC-CHAVE
             INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-CAMPCLI <> 0 THEN
               GO TO 02-VERIFICAR-CAMPANHA-EXIT
           END-IF.
           IF WL-LCP-FUNCAO = "C" THEN
               PERFORM 03-CREDITAR-VISITA
               IF WS-RST-ACESS-CAMPCLI <> 0 THEN
                   GO TO 02-VERIFICAR-CAMPANHA-EXIT
               END-IF
           END-IF.
           ADD 1 TO WL-LCP-QTD-CAMPANHAS.
           IF WL-LCP-ACHOU = "N" THEN
               MOVE "S" TO WL-LCP-ACHOU
               MOVE WS-CMP-CODIGO(WS-IDX-CMP)    TO WL-LCP-CODCMP
               MOVE WS-CMP-DESCRICAO(WS-IDX-CMP) TO WL-LCP-DESCRICAO
               MOVE WS-CMP-DATA-FIM(WS-IDX-CMP)  TO WL-LCP-DATA-FIM
           END-IF.
       02-VERIFICAR-CAMPANHA-EXIT.
           EXIT.

      *    A VISITA MAIS RECENTE DEFINE O ULTIMO RESULTADO; UMA VISITA
      *    RETROATIVA SO SOMA NA QUANTIDADE.
       03-CREDITAR-VISITA SECTION.
           ADD 1 TO CPC-QTD-VISITAS.
           IF WL-LCP-DATA NOT < CPC-DATA-ULT-VISITA THEN
               MOVE WL-LCP-DATA             TO CPC-DATA-ULT-VISITA
               MOVE WL-LCP-RESULTADO-VISITA TO CPC-ULT-RESULTADO
           END-IF.
           REWRITE CPC-REGISTRO.
       03-CREDITAR-VISITA-EXIT.
           EXIT.

       04-ENCERRAR SECTION.
           IF WS-CAMPCLI-ABERTO = "S" THEN
               CLOSE ARQ-CAMPCLI
           END-IF.
           MOVE "N" TO WS-CAMPCLI-ABERTO.
           MOVE "N" TO WS-TABELA-CARREGADA.
       04-ENCERRAR-EXIT.
           EXIT.
