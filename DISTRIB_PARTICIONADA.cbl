       identification division.
       program-id. "DISTRIB_PARTICIONADA".
       author.     Roberto Holz.
      *    DISTRIBUICAO PARTICIONADA (PASSO DISTPART DO JOB NOTURNO,
      *    NO LUGAR DO DISTRIB): EM VEZ DE UMA PASSADA SERIAL SOBRE
      *    TODO O CADASTRO DE CLIENTES, A DISTRIBUICAO RODA EM
      *    PARTICOES INDEPENDENTES, LANCADAS EM PARALELO, CADA UMA
      *    COM CHECKPOINT, JORNAL E SAIDAS PROPRIOS.
      *
      *    O PLANO DA RODADA FICA EM ARQ_DISTPART (POR EMPRESA):
      *      DISTRIB_PART_MODO=R (PADRAO) - UMA PARTICAO POR REGIAO
      *        DO CADASTRO DE REGIOES, MAIS UMA PARTICAO "OUTRAS" COM
      *        OS CLIENTES DE REGIAO SEM PARTICAO PROPRIA;
      *      DISTRIB_PART_MODO=F - DISTRIB_PART_QTDE FAIXAS IGUAIS
      *        DE CODIGO DE CLIENTE (PADRAO 4), A ULTIMA ABERTA.
      *    CADA PARTICAO E UM PROCESSO SEPARADO (DISTRIB_PART_CMD,
      *    PADRAO DISTRIB_PARTICAO) QUE RECEBE NO AMBIENTE
      *    CALC_DISTRIB_PARTICAO=nnn. O COORDENADOR SEGURA A TRAVA
      *    EXCLUSIVA DO SISTEMA DURANTE TODA A RODADA, ACOMPANHA O
      *    PLANO A CADA DISTRIB_PART_ESPERA SEGUNDOS (PADRAO 30) ATE
      *    DISTRIB_PART_LIMITE MINUTOS (PADRAO 240) E, COM TODAS AS
      *    PARTICOES CONCLUIDAS, CHAMA A CONSOLIDACAO DO
      *    CALC_DISTRIBUICAO (CALC_DISTRIB_PARTICAO=FIM), QUE
      *    RECONTA AS CARTEIRAS, JUNTA HISTORICO, EXCECOES E ZONA DE
      *    INDECISAO E GRAVA UMA SO ESTATISTICA, DIARIO E BALANCO.
      *
      *    RETOMADA: SE ALGUMA PARTICAO FALHAR (OU NAO TERMINAR NO
      *    LIMITE), O PASSO TERMINA COM RC 8 E O PLANO FICA COMO
      *    ESTA. NA REEXECUCAO SO AS PARTICOES NAO CONCLUIDAS SAO
      *    RELANCADAS, CADA UMA RETOMANDO DO SEU CHECKPOINT; UM PLANO
      *    NOVO SO E MONTADO DEPOIS QUE O ANTERIOR FOR CONSOLIDADO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-distpart.cpy'.
         copy 'select-arq-regiao.cpy'.
         copy 'select-arq-clictrl.cpy'.

       data division.
       file section.
         copy 'fd-arq-distpart.cpy'.
         copy 'fd-arq-regiao.cpy'.
         copy 'fd-arq-clictrl.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-DISTPART     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-DISTPART PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-REGIAO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-REGIAO  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CLICTRL      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLICTRL PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-ERRO-ABERTURA     PIC 9(01) VALUE ZEROS.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-FIM-DISTPART      PIC 9(01) VALUE ZEROS.
              05 WS-FIM-REGIAO        PIC 9(01) VALUE ZEROS.
              05 WS-PART-MODO         PIC X(01) VALUE "R".
              05 WS-PART-QTDE         PIC 9(03) VALUE ZEROS.
              05 WS-PART-CMD          PIC X(40) VALUE SPACES.
              05 WS-PART-ESPERA       PIC 9(05) VALUE ZEROS.
              05 WS-PART-LIMITE       PIC 9(05) VALUE ZEROS.
              05 WS-QTD-PARTICOES     PIC 9(03) VALUE ZEROS.
              05 WS-QTD-CONSOLIDADAS  PIC 9(03) VALUE ZEROS.
              05 WS-QTD-CONCLUIDAS    PIC 9(03) VALUE ZEROS.
              05 WS-QTD-EM-CURSO      PIC 9(03) VALUE ZEROS.
              05 WS-QTD-FALHAS        PIC 9(03) VALUE ZEROS.
              05 WS-NOVA-PARTICAO     PIC 9(03) VALUE ZEROS.
              05 WS-ULT-CODCLI        PIC 9(07) VALUE ZEROS.
              05 WS-TAM-FAIXA         PIC 9(07) VALUE ZEROS.
              05 WS-QTD-ESPERAS       PIC 9(07) VALUE ZEROS.
              05 WS-MAX-ESPERAS       PIC 9(07) VALUE ZEROS.
              05 WS-IDX-LANCAR        PIC 9(03) VALUE ZEROS.
              05 WS-NUM-PARTICAO-ENV  PIC 9(03) VALUE ZEROS.
              05 WS-LINHA-COMANDO     PIC X(80) VALUE SPACES.
              05 WS-TAB-LANCAR.
                 10 WS-QTD-LANCAR     PIC 9(03) VALUE ZEROS.
                 10 WS-LANCAR-PARTICAO PIC 9(03) OCCURS 999 TIMES.
              05 WS-TRAVA-REG.
                 10 WS-TRV-FUNCAO     PIC X(02) VALUE SPACES.
                 10 WS-TRV-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-TRV-OK         PIC X(01) VALUE "N".
                 10 WS-TRV-DETENTOR   PIC X(10) VALUE SPACES.
                 10 WS-TRV-DATA       PIC 9(08) VALUE ZEROS.
                 10 WS-TRV-HORA       PIC 9(06) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       procedure division using LK-OPERADOR-ID.
       00-CONTROLE SECTION.
           INITIALIZE ws-variaveis.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 01-LER-PARAMETROS.

      *    A TRAVA EXCLUSIVA E DO COORDENADOR: AS PARTICOES E A
      *    CONSOLIDACAO RODAM SOB ELA, SEM TOMAR A TRAVA DE NOVO.
           MOVE "XE" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           IF WS-TRV-OK NOT = "S" THEN
               DISPLAY "DISTRIB_PARTICIONADA: sistema travado por "
                       WS-TRV-DETENTOR
               MOVE 8 TO RETURN-CODE
               goback
           END-IF.

           PERFORM 02-PREPARAR-PLANO.
           IF WS-ERRO-ABERTURA = 0 THEN
               PERFORM 03-LANCAR-PARTICOES
               PERFORM 04-AGUARDAR-PARTICOES
               PERFORM 05-CONSOLIDAR
           ELSE
               MOVE 8 TO WS-RC-BATCH
           END-IF.

           SET ENVIRONMENT "CALC_DISTRIB_PARTICAO" TO " ".
           MOVE "XL" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           MOVE WS-RC-BATCH TO RETURN-CODE.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

       01-LER-PARAMETROS SECTION.
           MOVE "R"                TO WS-PART-MODO.
           MOVE 4                  TO WS-PART-QTDE.
           MOVE "DISTRIB_PARTICAO" TO WS-PART-CMD.
           MOVE 30                 TO WS-PART-ESPERA.
           MOVE 240                TO WS-PART-LIMITE.

           MOVE "DISTRIB_PART_MODO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:1) = "F" THEN
               MOVE "F" TO WS-PART-MODO
           END-IF.

           MOVE "DISTRIB_PART_QTDE" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-PART-QTDE =
                       FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           IF WS-PART-QTDE = 0 THEN
               MOVE 1 TO WS-PART-QTDE
           END-IF.

           MOVE "DISTRIB_PART_CMD" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR NOT = SPACES THEN
               MOVE WS-PRM-VALOR TO WS-PART-CMD
           END-IF.

           MOVE "DISTRIB_PART_ESPERA" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-PART-ESPERA =
                       FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           IF WS-PART-ESPERA = 0 THEN
               MOVE 30 TO WS-PART-ESPERA
           END-IF.

           MOVE "DISTRIB_PART_LIMITE" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-PART-LIMITE =
                       FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
       01-LER-PARAMETROS-EXIT.
           EXIT.

      *    REAPROVEITA O PLANO PENDENTE (RETOMADA) OU, SE NAO HOUVER
      *    PLANO OU O ULTIMO JA FOI CONSOLIDADO, MONTA UM NOVO.
       02-PREPARAR-PLANO SECTION.
           PERFORM 021-ABRIR-PLANO.
           IF WS-ERRO-ABERTURA NOT = 0 THEN
               GO TO 02-PREPARAR-PLANO-EXIT
           END-IF.
           MOVE 0 TO WS-QTD-PARTICOES.
           MOVE 0 TO WS-QTD-CONSOLIDADAS.
           PERFORM 029-POSICIONAR-PLANO.
           PERFORM 022-CONTAR-PARTICAO
             UNTIL WS-FIM-DISTPART = 1.
           CLOSE ARQ-DISTPART.

           IF WS-QTD-PARTICOES = 0
           OR WS-QTD-CONSOLIDADAS = WS-QTD-PARTICOES THEN
               PERFORM 023-MONTAR-PLANO
           ELSE
               DISPLAY "DISTRIB_PARTICIONADA: retomando plano com "
                       WS-QTD-PARTICOES " particoes"
           END-IF.
       02-PREPARAR-PLANO-EXIT.
           EXIT.

       021-ABRIR-PLANO SECTION.
           MOVE "ARQ_DISTPART" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-DISTPART.
           OPEN I-O ARQ-DISTPART.
           IF WS-RST-ACESS-DISTPART = 35 THEN
               OPEN OUTPUT ARQ-DISTPART
               CLOSE ARQ-DISTPART
               OPEN I-O ARQ-DISTPART
           END-IF.
           IF  WS-RST-ACESS-DISTPART <> 00
           AND WS-RST-ACESS-DISTPART <> 05 THEN
               DISPLAY "DISTRIB_PARTICIONADA: erro abertura "
                       "ARQ_DISTPART " WS-RST-ACESS-DISTPART
               MOVE 1 TO WS-ERRO-ABERTURA
           END-IF.
       021-ABRIR-PLANO-EXIT.
           EXIT.

       022-CONTAR-PARTICAO SECTION.
           ADD 1 TO WS-QTD-PARTICOES.
           IF DPT-SIT-CONSOLIDADA THEN
               ADD 1 TO WS-QTD-CONSOLIDADAS
           END-IF.
           READ ARQ-DISTPART NEXT RECORD
             AT END MOVE 1 TO WS-FIM-DISTPART
           END-READ.
       022-CONTAR-PARTICAO-EXIT.
           EXIT.

       023-MONTAR-PLANO SECTION.
           OPEN OUTPUT ARQ-DISTPART.
           MOVE 0 TO WS-NOVA-PARTICAO.
           IF WS-PART-MODO = "F" THEN
               PERFORM 0232-MONTAR-FAIXAS
           ELSE
               PERFORM 0231-MONTAR-REGIOES
           END-IF.
           CLOSE ARQ-DISTPART.
           DISPLAY "DISTRIB_PARTICIONADA: plano novo com "
                   WS-NOVA-PARTICAO " particoes".
       023-MONTAR-PLANO-EXIT.
           EXIT.

      *    UMA PARTICAO POR REGIAO CADASTRADA E, POR ULTIMO, A
      *    PARTICAO "OUTRAS", QUE FICA COM TODO CLIENTE CUJA REGIAO
      *    NAO ESTA NO PLANO (INCLUSIVE SEM REGIAO NO CADASTRO).
       0231-MONTAR-REGIOES SECTION.
           MOVE "ARQ_REGIAO" TO WID-ARQ-REGIAO.
           OPEN INPUT ARQ-REGIAO.
           IF  WS-RST-ACESS-REGIAO = 00
           OR  WS-RST-ACESS-REGIAO = 05 THEN
               MOVE 0 TO WS-FIM-REGIAO
               READ ARQ-REGIAO NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-REGIAO
               END-READ
               PERFORM 02311-INCLUIR-REGIAO
                 UNTIL WS-FIM-REGIAO = 1
               CLOSE ARQ-REGIAO
           END-IF.
           PERFORM 0233-INICIAR-PARTICAO.
           MOVE "O" TO DPT-TIPO.
           WRITE DPT-REGISTRO.
       0231-MONTAR-REGIOES-EXIT.
           EXIT.

       02311-INCLUIR-REGIAO SECTION.
           IF WS-NOVA-PARTICAO < 998 THEN
               PERFORM 0233-INICIAR-PARTICAO
               MOVE "R"           TO DPT-TIPO
               MOVE REGIAO-CODIGO TO DPT-REGIAO
               WRITE DPT-REGISTRO
           END-IF.
           READ ARQ-REGIAO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-REGIAO
           END-READ.
       02311-INCLUIR-REGIAO-EXIT.
           EXIT.

      *    FAIXAS IGUAIS DE CODIGO ATE O ULTIMO CODIGO EMITIDO
      *    (ARQ_CLICTRL); A ULTIMA FAIXA FICA ABERTA (FINAL 0) PARA
      *    PEGAR OS CLIENTES INCLUIDOS DEPOIS DA MONTAGEM DO PLANO.
       0232-MONTAR-FAIXAS SECTION.
           MOVE 0 TO WS-ULT-CODCLI.
           MOVE "ARQ_CLICTRL" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLICTRL.
           OPEN INPUT ARQ-CLICTRL.
           IF  WS-RST-ACESS-CLICTRL = 00
           OR  WS-RST-ACESS-CLICTRL = 05 THEN
               MOVE 1 TO CLICTRL-CHAVE
               READ ARQ-CLICTRL
                   KEY IS CLICTRL-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CLICTRL-ULT-CODIGO TO WS-ULT-CODCLI
               END-READ
               CLOSE ARQ-CLICTRL
           END-IF.
           COMPUTE WS-TAM-FAIXA = WS-ULT-CODCLI / WS-PART-QTDE + 1.
           PERFORM 02321-INCLUIR-FAIXA
             UNTIL WS-NOVA-PARTICAO >= WS-PART-QTDE.
       0232-MONTAR-FAIXAS-EXIT.
           EXIT.

       02321-INCLUIR-FAIXA SECTION.
           PERFORM 0233-INICIAR-PARTICAO.
           MOVE "F" TO DPT-TIPO.
           COMPUTE DPT-COD-INICIAL =
                   (WS-NOVA-PARTICAO - 1) * WS-TAM-FAIXA + 1.
           IF WS-NOVA-PARTICAO < WS-PART-QTDE THEN
               COMPUTE DPT-COD-FINAL =
                       WS-NOVA-PARTICAO * WS-TAM-FAIXA
           END-IF.
           WRITE DPT-REGISTRO.
       02321-INCLUIR-FAIXA-EXIT.
           EXIT.

       0233-INICIAR-PARTICAO SECTION.
           ADD 1 TO WS-NOVA-PARTICAO.
           INITIALIZE DPT-REGISTRO.
           MOVE WS-NOVA-PARTICAO TO DPT-PARTICAO.
           MOVE "P"              TO DPT-SITUACAO.
           MOVE WS-DATA-HOJE     TO DPT-DATA-PLANO.
           MOVE "N"              TO DPT-COBERTURA.
       0233-INICIAR-PARTICAO-EXIT.
           EXIT.

       029-POSICIONAR-PLANO SECTION.
           MOVE 0 TO DPT-PARTICAO.
           START ARQ-DISTPART KEY IS NOT LESS THAN DPT-PARTICAO
             INVALID KEY MOVE 1 TO WS-FIM-DISTPART
             NOT INVALID KEY MOVE 0 TO WS-FIM-DISTPART
           END-START.
           IF WS-FIM-DISTPART = 0 THEN
               READ ARQ-DISTPART NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-DISTPART
               END-READ
           END-IF.
       029-POSICIONAR-PLANO-EXIT.
           EXIT.

      *    SO AS PARTICOES AINDA NAO CONCLUIDAS SAO (RE)LANCADAS. O
      *    PLANO E FECHADO ANTES DOS LANCAMENTOS, PORQUE CADA
      *    PARTICAO ATUALIZA A PROPRIA LINHA DELE.
       03-LANCAR-PARTICOES SECTION.
           MOVE 0 TO WS-QTD-LANCAR.
           PERFORM 021-ABRIR-PLANO.
           IF WS-ERRO-ABERTURA NOT = 0 THEN
               GO TO 03-LANCAR-PARTICOES-EXIT
           END-IF.
           PERFORM 029-POSICIONAR-PLANO.
           PERFORM 031-SELECIONAR-PARTICAO
             UNTIL WS-FIM-DISTPART = 1.
           CLOSE ARQ-DISTPART.

           SET ENVIRONMENT "CALC_DISTRIB_BATCH" TO "S".
           SET ENVIRONMENT "CALC_DISTRIB_OPERADOR" TO WS-OPERADOR-ID.
           MOVE 1 TO WS-IDX-LANCAR.
           PERFORM 032-LANCAR-UMA-PARTICAO
             UNTIL WS-IDX-LANCAR > WS-QTD-LANCAR.
       03-LANCAR-PARTICOES-EXIT.
           EXIT.

       031-SELECIONAR-PARTICAO SECTION.
           IF DPT-SIT-PENDENTE
           OR DPT-SIT-EXECUTANDO
           OR DPT-SIT-FALHOU THEN
               MOVE "P" TO DPT-SITUACAO
               REWRITE DPT-REGISTRO
               ADD 1 TO WS-QTD-LANCAR
               MOVE DPT-PARTICAO TO WS-LANCAR-PARTICAO(WS-QTD-LANCAR)
           END-IF.
           READ ARQ-DISTPART NEXT RECORD
             AT END MOVE 1 TO WS-FIM-DISTPART
           END-READ.
       031-SELECIONAR-PARTICAO-EXIT.
           EXIT.

       032-LANCAR-UMA-PARTICAO SECTION.
           MOVE WS-LANCAR-PARTICAO(WS-IDX-LANCAR)
             TO WS-NUM-PARTICAO-ENV.
           SET ENVIRONMENT "CALC_DISTRIB_PARTICAO"
               TO WS-NUM-PARTICAO-ENV.
           MOVE SPACES TO WS-LINHA-COMANDO.
           STRING WS-PART-CMD DELIMITED BY "  "
                  " &"        DELIMITED BY SIZE
             INTO WS-LINHA-COMANDO.
           CALL "SYSTEM" USING WS-LINHA-COMANDO.
           DISPLAY "DISTRIB_PARTICIONADA: particao "
                   WS-NUM-PARTICAO-ENV " lancada".
           ADD 1 TO WS-IDX-LANCAR.
       032-LANCAR-UMA-PARTICAO-EXIT.
           EXIT.

      *    ACOMPANHA O PLANO ATE NENHUMA PARTICAO ESTAR PENDENTE OU
      *    EM EXECUCAO. ESGOTADO O LIMITE, AS RETARDATARIAS FICAM
      *    COMO FALHA, PARA A REEXECUCAO DO PASSO RELANCA-LAS.
       04-AGUARDAR-PARTICOES SECTION.
           IF WS-ERRO-ABERTURA NOT = 0 THEN
               GO TO 04-AGUARDAR-PARTICOES-EXIT
           END-IF.
           COMPUTE WS-MAX-ESPERAS =
                   WS-PART-LIMITE * 60 / WS-PART-ESPERA.
           MOVE 0 TO WS-QTD-ESPERAS.
           MOVE 1 TO WS-QTD-EM-CURSO.
           PERFORM 041-CONFERIR-PLANO
             UNTIL WS-QTD-EM-CURSO = 0
                OR WS-QTD-ESPERAS >= WS-MAX-ESPERAS.
           IF WS-QTD-EM-CURSO > 0 THEN
               DISPLAY "DISTRIB_PARTICIONADA: limite de espera "
                       "esgotado com " WS-QTD-EM-CURSO
                       " particoes em curso"
               PERFORM 042-MARCAR-ATRASADAS
           END-IF.
       04-AGUARDAR-PARTICOES-EXIT.
           EXIT.

       041-CONFERIR-PLANO SECTION.
           CALL "C$SLEEP" USING WS-PART-ESPERA.
           ADD 1 TO WS-QTD-ESPERAS.
           MOVE "ARQ_DISTPART" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-DISTPART.
           OPEN INPUT ARQ-DISTPART.
           IF  WS-RST-ACESS-DISTPART <> 00
           AND WS-RST-ACESS-DISTPART <> 05 THEN
               GO TO 041-CONFERIR-PLANO-EXIT
           END-IF.
           MOVE 0 TO WS-QTD-PARTICOES.
           MOVE 0 TO WS-QTD-EM-CURSO.
           MOVE 0 TO WS-QTD-CONCLUIDAS.
           MOVE 0 TO WS-QTD-FALHAS.
           PERFORM 029-POSICIONAR-PLANO.
           PERFORM 0411-CLASSIFICAR-PARTICAO
             UNTIL WS-FIM-DISTPART = 1.
           CLOSE ARQ-DISTPART.
       041-CONFERIR-PLANO-EXIT.
           EXIT.

       0411-CLASSIFICAR-PARTICAO SECTION.
           ADD 1 TO WS-QTD-PARTICOES.
           EVALUATE TRUE
           WHEN DPT-SIT-PENDENTE
           WHEN DPT-SIT-EXECUTANDO
             ADD 1 TO WS-QTD-EM-CURSO
           WHEN DPT-SIT-CONCLUIDA
           WHEN DPT-SIT-APENSADA
             ADD 1 TO WS-QTD-CONCLUIDAS
           WHEN OTHER
             ADD 1 TO WS-QTD-FALHAS
           END-EVALUATE.
           READ ARQ-DISTPART NEXT RECORD
             AT END MOVE 1 TO WS-FIM-DISTPART
           END-READ.
       0411-CLASSIFICAR-PARTICAO-EXIT.
           EXIT.

       042-MARCAR-ATRASADAS SECTION.
           PERFORM 021-ABRIR-PLANO.
           IF WS-ERRO-ABERTURA NOT = 0 THEN
               GO TO 042-MARCAR-ATRASADAS-EXIT
           END-IF.
           PERFORM 029-POSICIONAR-PLANO.
           PERFORM 0421-MARCAR-SE-ATRASADA
             UNTIL WS-FIM-DISTPART = 1.
           CLOSE ARQ-DISTPART.
       042-MARCAR-ATRASADAS-EXIT.
           EXIT.

       0421-MARCAR-SE-ATRASADA SECTION.
           IF DPT-SIT-PENDENTE
           OR DPT-SIT-EXECUTANDO THEN
               MOVE "F"  TO DPT-SITUACAO
               MOVE 8    TO DPT-RC
               REWRITE DPT-REGISTRO
               ADD 1 TO WS-QTD-FALHAS
           END-IF.
           READ ARQ-DISTPART NEXT RECORD
             AT END MOVE 1 TO WS-FIM-DISTPART
           END-READ.
       0421-MARCAR-SE-ATRASADA-EXIT.
           EXIT.

      *    COM TODAS AS PARTICOES CONCLUIDAS, A CONSOLIDACAO DO
      *    CALC_DISTRIBUICAO FAZ O FECHAMENTO UNICO DA RODADA E O RC
      *    DELA E O RC DO PASSO. HAVENDO FALHA, O PASSO TERMINA COM
      *    RC 8 SEM CONSOLIDAR.
       05-CONSOLIDAR SECTION.
           IF WS-ERRO-ABERTURA NOT = 0 THEN
               MOVE 8 TO WS-RC-BATCH
               GO TO 05-CONSOLIDAR-EXIT
           END-IF.
           IF WS-QTD-FALHAS > 0
           OR WS-QTD-EM-CURSO > 0
           OR WS-QTD-CONCLUIDAS NOT = WS-QTD-PARTICOES THEN
               DISPLAY "DISTRIB_PARTICIONADA: " WS-QTD-FALHAS
                       " particoes com falha - consolidacao adiada"
               MOVE 8 TO WS-RC-BATCH
               GO TO 05-CONSOLIDAR-EXIT
           END-IF.
           SET ENVIRONMENT "CALC_DISTRIB_BATCH" TO "S".
           SET ENVIRONMENT "CALC_DISTRIB_PARTICAO" TO "FIM".
           MOVE 0 TO RETURN-CODE.
           CALL 'CALC_DISTRIBUICAO' USING WS-OPERADOR-ID.
           CANCEL 'CALC_DISTRIBUICAO'.
           MOVE RETURN-CODE TO WS-RC-BATCH.
           MOVE 0 TO RETURN-CODE.
       05-CONSOLIDAR-EXIT.
           EXIT.
