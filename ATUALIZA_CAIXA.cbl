       identification division.
       program-id. "ATUALIZA_CAIXA".
       author.     Roberto Holz.
      *    SINCRONIZA A CAIXA DE TRABALHO (ARQ_CAIXA) DA EMPRESA DA
      *    SESSAO COM AS FILAS DE PENDENCIAS DO SISTEMA:
      *      R = REJEITOS PENDENTES DA INTERFACE (ARQ_REJQ);
      *      Q = CLIENTES NA FILA DE QUALIDADE CADASTRAL (ARQ_CADQ);
      *      T = TRANSFERENCIAS DE CARTEIRA PENDENTES DA EMPRESA
      *          (ARQ_TRANSF);
      *      A = ALERTAS PENDENTES (ARQ_ALERTA);
      *      P = PROSPECTS ATIVOS COM RETORNO VENCIDO (ARQ_PROSPECT).
      *    ITEM NOVO ENTRA LIVRE (SEM RESPONSAVEL). ITEM QUE CONTINUA
      *    NA FILA MANTEM A DATA DE ORIGEM E A ATRIBUICAO; O QUE SAIU
      *    DA FILA E ENCERRADO - MAS SO QUANDO A FILA DE ORIGEM FOI
      *    LIDA NESTA PASSADA (FILA AUSENTE NAO ENCERRA NADA).
      *    PRIORIDADE: 1 ALTA, 2 MEDIA, 3 BAIXA. O ITEM ABERTO HA MAIS
      *    DE CAIXA_DIAS_ESCALA DIAS (PADRAO 7) SOBE UM NIVEL.
      *    ITENS ENCERRADOS HA MAIS DE CAIXA_DIAS_RETENCAO DIAS
      *    (PADRAO 30) SAO EXCLUIDOS.
      *    CHAMADO PELO CAIXA_TRABALHO E PELO RELATORIO_CAIXA. OS
      *    ARQUIVOS SAO ABERTOS E FECHADOS A CADA CHAMADA.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-caixa.cpy'.
         copy 'select-arq-rejq.cpy'.
         copy 'select-arq-cadq.cpy'.
         copy 'select-arq-transf.cpy'.
         copy 'select-arq-alerta.cpy'.
         copy 'select-arq-prospect.cpy'.

       data division.
       file section.
         copy 'fd-arq-caixa.cpy'.
         copy 'fd-arq-rejq.cpy'.
         copy 'fd-arq-cadq.cpy'.
         copy 'fd-arq-transf.cpy'.
         copy 'fd-arq-alerta.cpy'.
         copy 'fd-arq-prospect.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-CAIXA            PIC X(22) VALUE SPACES.
              05 WID-ARQ-REJQ             PIC X(22) VALUE SPACES.
              05 WID-ARQ-CADQ             PIC X(22) VALUE SPACES.
              05 WID-ARQ-TRANSF           PIC X(22) VALUE SPACES.
              05 WID-ARQ-ALERTA           PIC X(22) VALUE SPACES.
              05 WID-ARQ-PROSPECT         PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CAIXA       PIC 9(02) VALUE ZEROS.
              05 WS-RST-ACESS-REJQ        PIC 9(02) VALUE ZEROS.
              05 WS-RST-ACESS-CADQ        PIC 9(02) VALUE ZEROS.
              05 WS-RST-ACESS-TRANSF      PIC 9(02) VALUE ZEROS.
              05 WS-RST-ACESS-ALERTA      PIC 9(02) VALUE ZEROS.
              05 WS-RST-ACESS-PROSPECT    PIC 9(02) VALUE ZEROS.
              05 WS-LIDA-REJQ             PIC X(01) VALUE "N".
              05 WS-LIDA-CADQ             PIC X(01) VALUE "N".
              05 WS-LIDA-TRANSF           PIC X(01) VALUE "N".
              05 WS-LIDA-ALERTA           PIC X(01) VALUE "N".
              05 WS-LIDA-PROSPECT         PIC X(01) VALUE "N".
              05 WS-FIM-ORIGEM            PIC 9(01) VALUE ZEROS.
              05 WS-FIM-CAIXA             PIC 9(01) VALUE ZEROS.
              05 WS-EMPRESA-CODIGO        PIC X(02) VALUE SPACES.
              05 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
              05 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
              05 WS-DIA-HOJE              PIC 9(07) VALUE ZEROS.
              05 WS-CARIMBO-PASSADA       PIC 9(14) VALUE ZEROS.
              05 WS-IDADE-DIAS            PIC S9(07) VALUE ZEROS.
              05 WS-DIAS-ESCALA           PIC 9(03) VALUE ZEROS.
              05 WS-DIAS-RETENCAO         PIC 9(03) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE          PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR          PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU          PIC X(01) VALUE "N".
      *    ITEM MONTADO A PARTIR DA FILA DE ORIGEM
              05 WS-ITEM.
                 10 WS-ITM-TIPO           PIC X(01) VALUE SPACES.
                 10 WS-ITM-REFERENCIA     PIC 9(07) VALUE ZEROS.
                 10 WS-ITM-DESCRICAO      PIC X(40) VALUE SPACES.
                 10 WS-ITM-DATA           PIC 9(08) VALUE ZEROS.
                 10 WS-ITM-PRIORIDADE     PIC 9(01) VALUE ZEROS.
              05 WS-DESC-TRANSF.
                 10 FILLER                PIC X(08) VALUE "CLIENTE ".
                 10 WS-DTR-CODCLI         PIC 9(07) VALUE ZEROS.
                 10 FILLER                PIC X(05) VALUE " VND ".
                 10 WS-DTR-ORIGEM         PIC 9(05) VALUE ZEROS.
                 10 FILLER                PIC X(03) VALUE " > ".
                 10 WS-DTR-DESTINO        PIC 9(05) VALUE ZEROS.
                 10 FILLER                PIC X(07) VALUE SPACES.
              05 WS-DESC-REJEITO.
                 10 WS-DRJ-TIPO           PIC X(03) VALUE SPACES.
                 10 FILLER                PIC X(01) VALUE SPACES.
                 10 WS-DRJ-MOTIVO         PIC X(36) VALUE SPACES.

       LINKAGE SECTION.
         copy 'lk-atualiza-caixa.cpy'.

       PROCEDURE DIVISION USING WL-LINK-ATUALIZA-CAIXA.
       00-CONTROLE SECTION.
           MOVE 0   TO WL-CXA-QTD-ABERTOS.
           MOVE 0   TO WL-CXA-QTD-NOVOS.
           MOVE 0   TO WL-CXA-QTD-ENCERRADOS.
           MOVE "N" TO WL-CXA-OK.
           PERFORM 01-INICIAR.
           IF WS-RST-ACESS-CAIXA NOT = 00 THEN
               goback
           END-IF.
           PERFORM 02-LER-REJEITOS.
           PERFORM 03-LER-QUALIDADE.
           PERFORM 04-LER-TRANSFERENCIAS.
           PERFORM 05-LER-ALERTAS.
           PERFORM 06-LER-PROSPECTS.
           PERFORM 08-VARRER-CAIXA.
           CLOSE ARQ-CAIXA.
           MOVE "S" TO WL-CXA-OK.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

       01-INICIAR SECTION.
           MOVE "N" TO WS-LIDA-REJQ.
           MOVE "N" TO WS-LIDA-CADQ.
           MOVE "N" TO WS-LIDA-TRANSF.
           MOVE "N" TO WS-LIDA-ALERTA.
           MOVE "N" TO WS-LIDA-PROSPECT.
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           COMPUTE WS-DIA-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-CARIMBO-PASSADA =
                   WS-DATA-HOJE * 1000000 + WS-HORA-AGORA / 100.
           ACCEPT WS-EMPRESA-CODIGO
               FROM ENVIRONMENT "EMPRESA_CODIGO".
           IF WS-EMPRESA-CODIGO IS NOT NUMERIC
           OR WS-EMPRESA-CODIGO = "00" THEN
               MOVE "01" TO WS-EMPRESA-CODIGO
           END-IF.
           MOVE 7 TO WS-DIAS-ESCALA.
           MOVE "CAIXA_DIAS_ESCALA" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:3) IS NUMERIC
           AND WS-PRM-VALOR(1:3) > "000" THEN
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-ESCALA
           END-IF.
           MOVE 30 TO WS-DIAS-RETENCAO.
           MOVE "CAIXA_DIAS_RETENCAO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:3) IS NUMERIC
           AND WS-PRM-VALOR(1:3) > "000" THEN
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-RETENCAO
           END-IF.
           MOVE "ARQ_CAIXA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CAIXA.
           OPEN I-O ARQ-CAIXA.
           IF WS-RST-ACESS-CAIXA = 35 THEN
               OPEN OUTPUT ARQ-CAIXA
               CLOSE ARQ-CAIXA
               OPEN I-O ARQ-CAIXA
           END-IF.
           IF WS-RST-ACESS-CAIXA = 05 THEN
               MOVE 00 TO WS-RST-ACESS-CAIXA
           END-IF.
       01-INICIAR-EXIT.
           EXIT.

       02-LER-REJEITOS SECTION.
           MOVE "ARQ_REJQ" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-REJQ.
           OPEN INPUT ARQ-REJQ.
           IF  WS-RST-ACESS-REJQ NOT = 00
           AND WS-RST-ACESS-REJQ NOT = 05 THEN
               GO TO 02-LER-REJEITOS-EXIT
           END-IF.
           MOVE "S" TO WS-LIDA-REJQ.
           MOVE 0 TO WS-FIM-ORIGEM.
           PERFORM 021-LER-REJEITO
             UNTIL WS-FIM-ORIGEM = 1.
           CLOSE ARQ-REJQ.
       02-LER-REJEITOS-EXIT.
           EXIT.

       021-LER-REJEITO SECTION.
           READ ARQ-REJQ NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ORIGEM
           END-READ.
           IF WS-FIM-ORIGEM = 1 THEN
               GO TO 021-LER-REJEITO-EXIT
           END-IF.
           IF NOT RJQ-PENDENTE THEN
               GO TO 021-LER-REJEITO-EXIT
           END-IF.
           MOVE RJQ-TIPO        TO WS-DRJ-TIPO.
           MOVE RJQ-MOTIVO      TO WS-DRJ-MOTIVO.
           MOVE "R"             TO WS-ITM-TIPO.
           MOVE RJQ-ID          TO WS-ITM-REFERENCIA.
           MOVE WS-DESC-REJEITO TO WS-ITM-DESCRICAO.
           MOVE RJQ-DATA        TO WS-ITM-DATA.
           MOVE 2               TO WS-ITM-PRIORIDADE.
           PERFORM 07-GRAVAR-ITEM.
       021-LER-REJEITO-EXIT.
           EXIT.

      *    A FILA DE QUALIDADE E REGERADA POR COMPLETO A CADA ANALISE;
      *    TODO CLIENTE NELA E UMA PENDENCIA. NOTA ABAIXO DE 50 E
      *    CADASTRO MUITO INCOMPLETO: PRIORIDADE MEDIA.
       03-LER-QUALIDADE SECTION.
           MOVE "ARQ_CADQ" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CADQ.
           OPEN INPUT ARQ-CADQ.
           IF  WS-RST-ACESS-CADQ NOT = 00
           AND WS-RST-ACESS-CADQ NOT = 05 THEN
               GO TO 03-LER-QUALIDADE-EXIT
           END-IF.
           MOVE "S" TO WS-LIDA-CADQ.
           MOVE 0 TO WS-FIM-ORIGEM.
           PERFORM 031-LER-CADQ
             UNTIL WS-FIM-ORIGEM = 1.
           CLOSE ARQ-CADQ.
       03-LER-QUALIDADE-EXIT.
           EXIT.

       031-LER-CADQ SECTION.
           READ ARQ-CADQ NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ORIGEM
           END-READ.
           IF WS-FIM-ORIGEM = 1 THEN
               GO TO 031-LER-CADQ-EXIT
           END-IF.
           MOVE "Q"               TO WS-ITM-TIPO.
           MOVE CADQ-CODCLI       TO WS-ITM-REFERENCIA.
           MOVE CADQ-RAZAOSOCIAL  TO WS-ITM-DESCRICAO.
           MOVE CADQ-DATA-GERACAO TO WS-ITM-DATA.
           IF CADQ-SCORE < 50 THEN
               MOVE 2 TO WS-ITM-PRIORIDADE
           ELSE
               MOVE 3 TO WS-ITM-PRIORIDADE
           END-IF.
           PERFORM 07-GRAVAR-ITEM.
       031-LER-CADQ-EXIT.
           EXIT.

      *    O ARQ_TRANSF E UNICO PARA TODAS AS EMPRESAS; SO ENTRAM OS
      *    PEDIDOS DA EMPRESA DA SESSAO.
       04-LER-TRANSFERENCIAS SECTION.
           MOVE "ARQ_TRANSF" TO WID-ARQ-TRANSF.
           OPEN INPUT ARQ-TRANSF.
           IF  WS-RST-ACESS-TRANSF NOT = 00
           AND WS-RST-ACESS-TRANSF NOT = 05 THEN
               GO TO 04-LER-TRANSFERENCIAS-EXIT
           END-IF.
           MOVE "S" TO WS-LIDA-TRANSF.
           MOVE 0 TO WS-FIM-ORIGEM.
           PERFORM 041-LER-TRANSF
             UNTIL WS-FIM-ORIGEM = 1.
           CLOSE ARQ-TRANSF.
       04-LER-TRANSFERENCIAS-EXIT.
           EXIT.

       041-LER-TRANSF SECTION.
           READ ARQ-TRANSF NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ORIGEM
           END-READ.
           IF WS-FIM-ORIGEM = 1 THEN
               GO TO 041-LER-TRANSF-EXIT
           END-IF.
           IF NOT TRF-PENDENTE
           OR TRF-EMPRESA NOT = WS-EMPRESA-CODIGO THEN
               GO TO 041-LER-TRANSF-EXIT
           END-IF.
           MOVE TRF-CODCLI         TO WS-DTR-CODCLI.
           MOVE TRF-CODVND-ORIGEM  TO WS-DTR-ORIGEM.
           MOVE TRF-CODVND-DESTINO TO WS-DTR-DESTINO.
           MOVE "T"                TO WS-ITM-TIPO.
           MOVE TRF-ID             TO WS-ITM-REFERENCIA.
           MOVE WS-DESC-TRANSF     TO WS-ITM-DESCRICAO.
           MOVE TRF-DATA           TO WS-ITM-DATA.
           MOVE 2                  TO WS-ITM-PRIORIDADE.
           PERFORM 07-GRAVAR-ITEM.
       041-LER-TRANSF-EXIT.
           EXIT.

      *    A PRIORIDADE DO ALERTA SEGUE A SEVERIDADE DA REGRA.
       05-LER-ALERTAS SECTION.
           MOVE "ARQ_ALERTA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-ALERTA.
           OPEN INPUT ARQ-ALERTA.
           IF  WS-RST-ACESS-ALERTA NOT = 00
           AND WS-RST-ACESS-ALERTA NOT = 05 THEN
               GO TO 05-LER-ALERTAS-EXIT
           END-IF.
           MOVE "S" TO WS-LIDA-ALERTA.
           MOVE 0 TO WS-FIM-ORIGEM.
           PERFORM 051-LER-ALERTA
             UNTIL WS-FIM-ORIGEM = 1.
           CLOSE ARQ-ALERTA.
       05-LER-ALERTAS-EXIT.
           EXIT.

       051-LER-ALERTA SECTION.
           READ ARQ-ALERTA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ORIGEM
           END-READ.
           IF WS-FIM-ORIGEM = 1 THEN
               GO TO 051-LER-ALERTA-EXIT
           END-IF.
           IF NOT ALE-PENDENTE THEN
               GO TO 051-LER-ALERTA-EXIT
           END-IF.
           MOVE "A"       TO WS-ITM-TIPO.
           MOVE ALE-ID    TO WS-ITM-REFERENCIA.
           MOVE ALE-TEXTO TO WS-ITM-DESCRICAO.
           MOVE ALE-DATA  TO WS-ITM-DATA.
           EVALUATE ALE-SEVERIDADE
               WHEN "A"
                   MOVE 1 TO WS-ITM-PRIORIDADE
               WHEN "M"
                   MOVE 2 TO WS-ITM-PRIORIDADE
               WHEN OTHER
                   MOVE 3 TO WS-ITM-PRIORIDADE
           END-EVALUATE.
           PERFORM 07-GRAVAR-ITEM.
       051-LER-ALERTA-EXIT.
           EXIT.

      *    PROSPECT ATIVO COM DATA DE RETORNO ATE HOJE: RETORNO DEVIDO.
       06-LER-PROSPECTS SECTION.
           MOVE "ARQ_PROSPECT" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-PROSPECT.
           OPEN INPUT ARQ-PROSPECT.
           IF  WS-RST-ACESS-PROSPECT NOT = 00
           AND WS-RST-ACESS-PROSPECT NOT = 05 THEN
               GO TO 06-LER-PROSPECTS-EXIT
           END-IF.
           MOVE "S" TO WS-LIDA-PROSPECT.
           MOVE 0 TO WS-FIM-ORIGEM.
           PERFORM 061-LER-PROSPECT
             UNTIL WS-FIM-ORIGEM = 1.
           CLOSE ARQ-PROSPECT.
       06-LER-PROSPECTS-EXIT.
           EXIT.

       061-LER-PROSPECT SECTION.
           READ ARQ-PROSPECT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ORIGEM
           END-READ.
           IF WS-FIM-ORIGEM = 1 THEN
               GO TO 061-LER-PROSPECT-EXIT
           END-IF.
           IF NOT PRO-STATUS-ATIVO
           OR PRO-DATA-RETORNO = 0
           OR PRO-DATA-RETORNO > WS-DATA-HOJE THEN
               GO TO 061-LER-PROSPECT-EXIT
           END-IF.
           MOVE "P"              TO WS-ITM-TIPO.
           MOVE PRO-CODIGO       TO WS-ITM-REFERENCIA.
           MOVE PRO-NOME         TO WS-ITM-DESCRICAO.
           MOVE PRO-DATA-RETORNO TO WS-ITM-DATA.
           MOVE 3                TO WS-ITM-PRIORIDADE.
           PERFORM 07-GRAVAR-ITEM.
       061-LER-PROSPECT-EXIT.
           EXIT.

      *    INCLUI O ITEM OU ATUALIZA O EXISTENTE. ITEM ENCERRADO QUE
      *    VOLTA A FILA E UMA NOVA PENDENCIA: REABRE LIVRE E COM A
      *    DATA DE ORIGEM ATUAL.
       07-GRAVAR-ITEM SECTION.
           IF WS-ITM-DATA = 0 THEN
               MOVE WS-DATA-HOJE TO WS-ITM-DATA
           END-IF.
           MOVE WS-ITM-TIPO       TO CXA-TIPO.
           MOVE WS-ITM-REFERENCIA TO CXA-REFERENCIA.
           READ ARQ-CAIXA.
           IF WS-RST-ACESS-CAIXA = 00 THEN
               IF CXA-ENCERRADO THEN
                   MOVE WS-ITM-DATA TO CXA-DATA-ORIGEM
                   MOVE SPACES      TO CXA-RESPONSAVEL
                   MOVE 0           TO CXA-DATA-ATRIBUICAO
                   MOVE SPACES      TO CXA-ATRIBUIDO-POR
                   MOVE 0           TO CXA-DATA-ENCERRAMENTO
                   SET CXA-ABERTO   TO TRUE
                   ADD 1 TO WL-CXA-QTD-NOVOS
               END-IF
               PERFORM 071-PRIORIZAR
               REWRITE CXA-REGISTRO
           ELSE
               INITIALIZE CXA-REGISTRO
               MOVE WS-ITM-TIPO       TO CXA-TIPO
               MOVE WS-ITM-REFERENCIA TO CXA-REFERENCIA
               MOVE WS-ITM-DATA       TO CXA-DATA-ORIGEM
               MOVE SPACES            TO CXA-RESPONSAVEL
               MOVE SPACES            TO CXA-ATRIBUIDO-POR
               SET CXA-ABERTO         TO TRUE
               PERFORM 071-PRIORIZAR
               WRITE CXA-REGISTRO
               ADD 1 TO WL-CXA-QTD-NOVOS
           END-IF.
       07-GRAVAR-ITEM-EXIT.
           EXIT.

       071-PRIORIZAR SECTION.
           MOVE WS-ITM-DESCRICAO   TO CXA-DESCRICAO.
           MOVE WS-ITM-PRIORIDADE  TO CXA-PRIORIDADE.
           MOVE WS-CARIMBO-PASSADA TO CXA-CARIMBO-SINC.
           COMPUTE WS-IDADE-DIAS = WS-DIA-HOJE -
                   FUNCTION INTEGER-OF-DATE(CXA-DATA-ORIGEM).
           IF  WS-IDADE-DIAS > WS-DIAS-ESCALA
           AND CXA-PRIORIDADE > 1 THEN
               SUBTRACT 1 FROM CXA-PRIORIDADE
           END-IF.
       071-PRIORIZAR-EXIT.
           EXIT.

      *    ENCERRA O QUE NAO FOI VISTO NESTA PASSADA (SE A FILA DO
      *    TIPO FOI LIDA), EXCLUI OS ENCERRADOS VENCIDOS E CONTA OS
      *    ABERTOS.
       08-VARRER-CAIXA SECTION.
           MOVE 0 TO WS-FIM-CAIXA.
           MOVE LOW-VALUES TO CXA-CHAVE.
           START ARQ-CAIXA KEY IS NOT LESS THAN CXA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-CAIXA
           END-START.
           PERFORM 081-VERIFICAR-ITEM
             UNTIL WS-FIM-CAIXA = 1.
       08-VARRER-CAIXA-EXIT.
           EXIT.

       081-VERIFICAR-ITEM SECTION.
           READ ARQ-CAIXA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CAIXA
           END-READ.
           IF WS-FIM-CAIXA = 1 THEN
               GO TO 081-VERIFICAR-ITEM-EXIT
           END-IF.
           IF CXA-ENCERRADO THEN
               COMPUTE WS-IDADE-DIAS = WS-DIA-HOJE -
                       FUNCTION INTEGER-OF-DATE(CXA-DATA-ENCERRAMENTO)
               IF WS-IDADE-DIAS > WS-DIAS-RETENCAO THEN
                   DELETE ARQ-CAIXA RECORD
               END-IF
               GO TO 081-VERIFICAR-ITEM-EXIT
           END-IF.
           IF CXA-CARIMBO-SINC = WS-CARIMBO-PASSADA THEN
               ADD 1 TO WL-CXA-QTD-ABERTOS
               GO TO 081-VERIFICAR-ITEM-EXIT
           END-IF.
           IF (CXA-TIPO-REJEITO       AND WS-LIDA-REJQ     = "S")
           OR (CXA-TIPO-QUALIDADE     AND WS-LIDA-CADQ     = "S")
           OR (CXA-TIPO-TRANSFERENCIA AND WS-LIDA-TRANSF   = "S")
           OR (CXA-TIPO-ALERTA        AND WS-LIDA-ALERTA   = "S")
           OR (CXA-TIPO-PROSPECT      AND WS-LIDA-PROSPECT = "S") THEN
               SET CXA-ENCERRADO TO TRUE
               MOVE WS-DATA-HOJE TO CXA-DATA-ENCERRAMENTO
               REWRITE CXA-REGISTRO
               ADD 1 TO WL-CXA-QTD-ENCERRADOS
           ELSE
               ADD 1 TO WL-CXA-QTD-ABERTOS
           END-IF.
       081-VERIFICAR-ITEM-EXIT.
           EXIT.
