       identification division.
       program-id. "VERIFICA_AUDITORIA".
       author.     Roberto Holz.
      *    CONFERENCIA DO DIARIO DE AUDITORIA (PASSO VERAUD DO
      *    JOB_NOTURNO). PERCORRE OS SEGMENTOS ANUAIS ARQ_AUDIT_AAAA
      *    DO SEGMENTA_HISTORICO, DO ANO MAIS ANTIGO PARA O MAIS
      *    NOVO, E DEPOIS O DIARIO VIVO ARQ_AUDIT, RECALCULANDO A
      *    CADEIA DE VERIFICADORES (CALCULA_SELO_AUDIT). APONTA NO
      *    RELATORIO DO SPOOL (TIPO VERAUD):
      *      - LACUNAS E REPETICOES NA SEQUENCIA;
      *      - VERIFICADOR QUE NAO CONFERE (LINHA ALTERADA, INCLUIDA
      *        OU REMOVIDA);
      *      - DATA/HORA MENOR QUE A DA LINHA ANTERIOR;
      *      - LINHA SEM SEQUENCIA DEPOIS DO INICIO DA CADEIA;
      *      - DIARIO TERMINANDO ANTES DO CONTROLE ARQ_AUDCTL.
      *    AS LINHAS ANTERIORES AO SEQUENCIAMENTO SO SAO CONTADAS.
      *    HAVENDO ANOMALIA, O PASSO TERMINA COM RC 8 E DISPARA A
      *    REGRA AUDIT_CADEIA DO CADASTRO DE ALERTAS (CADASTRAR COM
      *    LIMITE ZERO PARA QUE QUALQUER OCORRENCIA GERE O ALERTA).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-audit.cpy'.
         copy 'select-arq-audctl.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-audit.cpy'.
         copy 'fd-arq-audctl.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-AUDIT        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-AUDIT   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-AUDCTL       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-AUDCTL  PIC 9(02) VALUE ZEROS.
              05 WS-AUDCTL-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE "JOBNOTURNO".
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-ANO-CORRENTE      PIC 9(04) VALUE ZEROS.
              05 WS-ANO-SEGMENTO      PIC 9(04) VALUE ZEROS.
              05 WS-FIM-AUDIT         PIC 9(01) VALUE ZEROS.
              05 WS-CADEIA-INICIADA   PIC X(01) VALUE "N".
              05 WS-ULT-SEQUENCIA     PIC 9(09) VALUE ZEROS.
              05 WS-ULT-VERIFICADOR   PIC 9(09) VALUE ZEROS.
              05 WS-PROX-SEQUENCIA    PIC 9(09) VALUE ZEROS.
              05 WS-DATAHORA-ANTERIOR.
                 10 WS-DHA-DATA       PIC 9(08) VALUE ZEROS.
                 10 WS-DHA-HORA       PIC 9(06) VALUE ZEROS.
              05 WS-DATAHORA-LINHA.
                 10 WS-DHL-DATA       PIC 9(08) VALUE ZEROS.
                 10 WS-DHL-HORA       PIC 9(06) VALUE ZEROS.
              05 WS-TEXTO-ANOMALIA    PIC X(32) VALUE SPACES.
              05 WS-QTD-LIDAS         PIC 9(07) VALUE ZEROS.
              05 WS-QTD-LEGADO        PIC 9(07) VALUE ZEROS.
              05 WS-QTD-SEQUENCIADAS  PIC 9(07) VALUE ZEROS.
              05 WS-QTD-ARQUIVOS      PIC 9(03) VALUE ZEROS.
              05 WS-QTD-ANOMALIAS     PIC 9(07) VALUE ZEROS.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-CALCULA-SELO-PRM.
                 10 WS-CSA-SELO-ANTERIOR PIC 9(09) VALUE ZEROS.
                 10 WS-CSA-CONTEUDO      PIC X(444) VALUE SPACES.
                 10 WS-CSA-SELO          PIC 9(09) VALUE ZEROS.
              05 WS-ALERTA-PRM.
                 10 WS-ALE-REGRA      PIC X(15) VALUE SPACES.
                 10 WS-ALE-VALOR      PIC 9(07)V9(02) VALUE ZEROS.
                 10 WS-ALE-TEXTO      PIC X(40) VALUE SPACES.
                 10 WS-ALE-DISPAROU   PIC X(01) VALUE "N".
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

           01 WS-LINHAS-VERAUD.
              05 WS-LINHA-VER-CAB-1.
                 10 FILLER                  PIC X(44) VALUE
                    "  CONFERENCIA DO DIARIO DE AUDITORIA EM ".
                 10 WS-VER-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-VER-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "  ARQUIVO          SEQUENCIA DATA       ".
                 10 FILLER                  PIC X(39) VALUE
                    "HORA   OCORRENCIA".
              05 WS-LINHA-VER-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-VER-DET-ARQUIVO      PIC X(15)B.
                 10 WS-VER-DET-SEQUENCIA    PIC ZZZZZZZZ9B.
                 10 WS-VER-DET-DATA         PIC 9999/99/99B.
                 10 WS-VER-DET-HORA         PIC 9(06)B.
                 10 WS-VER-DET-TEXTO        PIC X(32).
              05 WS-LINHA-VER-TOT-1.
                 10 FILLER                  PIC X(11) VALUE
                    "  ARQUIVOS:".
                 10 WS-VER-TOT-ARQUIVOS     PIC ZZ9.
                 10 FILLER                  PIC X(09) VALUE
                    "  LINHAS:".
                 10 WS-VER-TOT-LIDAS        PIC ZZZZZZ9.
                 10 FILLER                  PIC X(17) VALUE
                    "  SEM SEQUENCIA:".
                 10 WS-VER-TOT-LEGADO       PIC ZZZZZZ9.
              05 WS-LINHA-VER-TOT-2.
                 10 FILLER                  PIC X(15) VALUE
                    "  SEQUENCIADAS:".
                 10 WS-VER-TOT-SEQUENCIADAS PIC ZZZZZZ9.
                 10 FILLER                  PIC X(14) VALUE
                    "  ULTIMA SEQ:".
                 10 WS-VER-TOT-ULT-SEQ      PIC ZZZZZZZZ9.
                 10 FILLER                  PIC X(13) VALUE
                    "  ANOMALIAS:".
                 10 WS-VER-TOT-ANOMALIAS    PIC ZZZZZZ9.

       procedure division.
       00-controle section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-CORRENTE.

           PERFORM 01-abrir-relatorio.
           IF WS-RC-BATCH < 8 THEN
               PERFORM 02-ler-controle
               COMPUTE WS-ANO-SEGMENTO = WS-ANO-CORRENTE - 30
               PERFORM 03-conferir-segmento
                 UNTIL WS-ANO-SEGMENTO > WS-ANO-CORRENTE
               MOVE "ARQ_AUDIT" TO WID-ARQ-AUDIT
               PERFORM 04-conferir-arquivo
               PERFORM 05-conferir-controle
               PERFORM 06-fechar-relatorio
           END-IF.

           IF WS-QTD-ANOMALIAS > 0 THEN
               MOVE "AUDIT_CADEIA"     TO WS-ALE-REGRA
               MOVE WS-QTD-ANOMALIAS   TO WS-ALE-VALOR
               MOVE "DIARIO DE AUDITORIA COM ANOMALIAS"
                                       TO WS-ALE-TEXTO
               CALL 'GRAVA_ALERTA' USING WS-ALERTA-PRM
               DISPLAY "VERIFICA_AUDITORIA: anomalias no diario: "
                       WS-QTD-ANOMALIAS
               MOVE 8 TO WS-RC-BATCH
           END-IF.

           MOVE "VERIFICA_AUDITORIA" TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID     TO WS-JOB-OPERADOR.
           MOVE WS-QTD-LIDAS       TO WS-JOB-QTD-REGISTROS.
           MOVE WS-QTD-ANOMALIAS   TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH        TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
           goback.
       00-controle-exit. exit.

       01-abrir-relatorio section.
           MOVE "VERAUD" TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR.
           MOVE SPACES TO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           IF WS-RST-ACESS-IMPRESSO NOT = 0 THEN
               DISPLAY "VERIFICA_AUDITORIA: erro abrindo relatorio "
                       WS-RST-ACESS-IMPRESSO
               MOVE 8 TO WS-RC-BATCH
               GO TO 01-abrir-relatorio-exit
           END-IF.
           MOVE WS-DATA-HOJE TO WS-VER-CAB-DATA.
           MOVE WS-LINHA-VER-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-VER-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       01-abrir-relatorio-exit.
           EXIT.

      *    O CONTROLE E OPCIONAL: SEM ELE NAO HA COMO SABER SE O FIM
      *    DO DIARIO FOI CORTADO, MAS O RESTO DA CONFERENCIA VALE.
       02-ler-controle section.
           MOVE "ARQ_AUDCTL" TO WID-ARQ-AUDCTL.
           OPEN INPUT ARQ-AUDCTL.
           IF WS-RST-ACESS-AUDCTL NOT = 0 THEN
               GO TO 02-ler-controle-exit
           END-IF.
           MOVE 1 TO AUDCTL-CHAVE.
           READ ARQ-AUDCTL KEY IS AUDCTL-CHAVE
             INVALID KEY MOVE "N" TO WS-AUDCTL-DISPONIVEL
             NOT INVALID KEY MOVE "S" TO WS-AUDCTL-DISPONIVEL
           END-READ.
           CLOSE ARQ-AUDCTL.
       02-ler-controle-exit.
           EXIT.

       03-conferir-segmento section.
           MOVE SPACES TO WID-ARQ-AUDIT.
           STRING "ARQ_AUDIT_"     DELIMITED BY SIZE
                  WS-ANO-SEGMENTO  DELIMITED BY SIZE
             INTO WID-ARQ-AUDIT.
           PERFORM 04-conferir-arquivo.
           ADD 1 TO WS-ANO-SEGMENTO.
       03-conferir-segmento-exit.
           EXIT.

       04-conferir-arquivo section.
           OPEN INPUT ARQ-AUDIT.
           IF WS-RST-ACESS-AUDIT NOT = 0 THEN
               GO TO 04-conferir-arquivo-exit
           END-IF.
           ADD 1 TO WS-QTD-ARQUIVOS.
           MOVE 0 TO WS-FIM-AUDIT.
           READ ARQ-AUDIT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-AUDIT
           END-READ.
           PERFORM 041-conferir-linha
             UNTIL WS-FIM-AUDIT = 1.
           CLOSE ARQ-AUDIT.
       04-conferir-arquivo-exit.
           EXIT.

       041-conferir-linha section.
           ADD 1 TO WS-QTD-LIDAS.
           PERFORM 0415-avaliar-linha.
           READ ARQ-AUDIT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-AUDIT
             NOT AT END MOVE 0 TO WS-FIM-AUDIT
           END-READ.
       041-conferir-linha-exit.
           EXIT.

       0411-registrar-anomalia section.
           ADD 1 TO WS-QTD-ANOMALIAS.
           MOVE WID-ARQ-AUDIT     TO WS-VER-DET-ARQUIVO.
           MOVE AUDIT-DATA        TO WS-VER-DET-DATA.
           MOVE AUDIT-HORA        TO WS-VER-DET-HORA.
           MOVE WS-TEXTO-ANOMALIA TO WS-VER-DET-TEXTO.
           MOVE WS-LINHA-VER-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0411-registrar-anomalia-exit.
           EXIT.

      *    A PRIMEIRA LINHA SEQUENCIADA TEM DE SER A 1 (VERIFICADOR
      *    ANTERIOR ZERO). SE NAO FOR, O INICIO DA CADEIA SE PERDEU E
      *    SO A PARTIR DAQUI HA COMO CONFERIR.
       0412-iniciar-cadeia section.
           IF AUDIT-SEQUENCIA NOT = 1 THEN
               MOVE "INICIO DA CADEIA AUSENTE"
                 TO WS-TEXTO-ANOMALIA
               PERFORM 0411-registrar-anomalia
               GO TO 0412-iniciar-cadeia-exit
           END-IF.
           MOVE 0 TO WS-CSA-SELO-ANTERIOR.
           PERFORM 0414-conferir-verificador.
       0412-iniciar-cadeia-exit.
           EXIT.

       0413-seguir-cadeia section.
           IF WS-DATAHORA-LINHA < WS-DATAHORA-ANTERIOR THEN
               MOVE "DATA/HORA FORA DE ORDEM"
                 TO WS-TEXTO-ANOMALIA
               PERFORM 0411-registrar-anomalia
           END-IF.
           COMPUTE WS-PROX-SEQUENCIA = WS-ULT-SEQUENCIA + 1.
           EVALUATE TRUE
               WHEN AUDIT-SEQUENCIA = WS-PROX-SEQUENCIA
                    MOVE WS-ULT-VERIFICADOR TO WS-CSA-SELO-ANTERIOR
                    PERFORM 0414-conferir-verificador
               WHEN AUDIT-SEQUENCIA > WS-PROX-SEQUENCIA
                    MOVE "LACUNA NA SEQUENCIA"
                      TO WS-TEXTO-ANOMALIA
                    PERFORM 0411-registrar-anomalia
               WHEN OTHER
                    MOVE "SEQUENCIA REPETIDA/FORA DE ORDEM"
                      TO WS-TEXTO-ANOMALIA
                    PERFORM 0411-registrar-anomalia
           END-EVALUATE.
       0413-seguir-cadeia-exit.
           EXIT.

       0414-conferir-verificador section.
           MOVE AUDIT-CONTEUDO-SELADO TO WS-CSA-CONTEUDO.
           CALL 'CALCULA_SELO_AUDIT' USING WS-CALCULA-SELO-PRM.
           IF WS-CSA-SELO NOT = AUDIT-VERIFICADOR THEN
               MOVE "VERIFICADOR NAO CONFERE"
                 TO WS-TEXTO-ANOMALIA
               PERFORM 0411-registrar-anomalia
           END-IF.
       0414-conferir-verificador-exit.
           EXIT.

       0415-avaliar-linha section.
           IF AUDIT-SEQUENCIA IS NOT NUMERIC
           OR AUDIT-VERIFICADOR IS NOT NUMERIC THEN
               IF WS-CADEIA-INICIADA = "S" THEN
                   MOVE 0 TO WS-VER-DET-SEQUENCIA
                   MOVE "LINHA SEM SEQUENCIA NA CADEIA"
                     TO WS-TEXTO-ANOMALIA
                   PERFORM 0411-registrar-anomalia
               ELSE
                   ADD 1 TO WS-QTD-LEGADO
               END-IF
               GO TO 0415-avaliar-linha-exit
           END-IF.
           ADD 1 TO WS-QTD-SEQUENCIADAS.
           MOVE AUDIT-SEQUENCIA TO WS-VER-DET-SEQUENCIA.
           MOVE AUDIT-DATA TO WS-DHL-DATA.
           MOVE AUDIT-HORA TO WS-DHL-HORA.
           IF WS-CADEIA-INICIADA = "N" THEN
               PERFORM 0412-iniciar-cadeia
           ELSE
               PERFORM 0413-seguir-cadeia
           END-IF.
           MOVE "S" TO WS-CADEIA-INICIADA.
           MOVE AUDIT-SEQUENCIA   TO WS-ULT-SEQUENCIA.
           MOVE AUDIT-VERIFICADOR TO WS-ULT-VERIFICADOR.
           MOVE WS-DATAHORA-LINHA TO WS-DATAHORA-ANTERIOR.
       0415-avaliar-linha-exit.
           EXIT.

      *    O CONTROLE GUARDA A ULTIMA SEQUENCIA GRAVADA: SE O DIARIO
      *    TERMINA ANTES DELA, LINHAS FORAM REMOVIDAS DO FIM.
       05-conferir-controle section.
           IF WS-AUDCTL-DISPONIVEL NOT = "S" THEN
               GO TO 05-conferir-controle-exit
           END-IF.
           MOVE "ARQ_AUDCTL"           TO WS-VER-DET-ARQUIVO.
           MOVE AUDCTL-ULT-SEQUENCIA   TO WS-VER-DET-SEQUENCIA.
           MOVE AUDCTL-ULT-DATA        TO WS-VER-DET-DATA.
           MOVE AUDCTL-ULT-HORA        TO WS-VER-DET-HORA.
           EVALUATE TRUE
               WHEN AUDCTL-ULT-SEQUENCIA > WS-ULT-SEQUENCIA
                    MOVE "DIARIO TERMINA ANTES DO CONTROLE"
                      TO WS-VER-DET-TEXTO
               WHEN AUDCTL-ULT-SEQUENCIA = WS-ULT-SEQUENCIA
               AND  AUDCTL-ULT-VERIFICADOR NOT = WS-ULT-VERIFICADOR
                    MOVE "ULTIMO VERIFICADOR DIFERE"
                      TO WS-VER-DET-TEXTO
               WHEN OTHER
                    GO TO 05-conferir-controle-exit
           END-EVALUATE.
           ADD 1 TO WS-QTD-ANOMALIAS.
           MOVE WS-LINHA-VER-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       05-conferir-controle-exit.
           EXIT.

       06-fechar-relatorio section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-ARQUIVOS     TO WS-VER-TOT-ARQUIVOS.
           MOVE WS-QTD-LIDAS        TO WS-VER-TOT-LIDAS.
           MOVE WS-QTD-LEGADO       TO WS-VER-TOT-LEGADO.
           MOVE WS-LINHA-VER-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-SEQUENCIADAS TO WS-VER-TOT-SEQUENCIADAS.
           MOVE WS-ULT-SEQUENCIA    TO WS-VER-TOT-ULT-SEQ.
           MOVE WS-QTD-ANOMALIAS    TO WS-VER-TOT-ANOMALIAS.
           MOVE WS-LINHA-VER-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.
           MOVE "F" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
       06-fechar-relatorio-exit.
           EXIT.
