      *    COMPLETA). A CONFIRMACAO DO ERP VOLTA PELO ARQUIVO DE
      *    RECONHECIMENTO (ACK_ERP, UMA LINHA TIPO+CODIGO+VERSAO);
      *    O QUE NAO FOR CONFIRMADO E REENVIADO NO CICLO SEGUINTE.
      *    A OPCAO 4 CHAMA A RECONCILIACAO COM O EXTRATO DE CLIENTES
      *    DO ERP (RECONCILIA_ERP), QUE PODE ENFILEIRAR REENVIOS.
      *
      *    NO JOB NOTURNO (EXPORTA_DADOS_BATCH=S) RODA A EXTRACAO
      *    COMPLETA SEM TELAS, COM CODIGO DE RETORNO PADRONIZADO,
      *    REGISTRO NO DIARIO DE JOBS E OS TOTAIS DE CONTROLE NO
      *    ARQUIVO DE BALANCEAMENTO (GRAVA_BALANCO): O CADASTRO DE
      *    CLIENTES RECEBIDO E OS DETALHES GRAVADOS NA EXTRACAO.
       environment division.
       configuration section.
       input-output section.
              05 WS-QTD-ACK-IGNORADOS PIC 9(07) VALUE ZEROS.
              05 WS-QTD-CONFIRM-ED    PIC Z(6)9.
              05 WS-IDX-VND           PIC 9(05) VALUE ZEROS.
              05 WS-MODO-BATCH        PIC X(01) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-JOBLOG-PRM.
                 10 WS-JOB-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-JOB-DATA-INI   PIC 9(08) VALUE ZEROS.
                 10 WS-JOB-HORA-INI   PIC 9(06) VALUE ZEROS.
                 10 WS-JOB-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-JOB-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-QTD-AVISOS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-RETORNO    PIC 9(04) VALUE ZEROS.
              05 WS-BALANCO-PRM.
                 10 WS-BAL-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-BAL-ENT-TIPO   PIC X(01) VALUE SPACES.
                 10 WS-BAL-ENT-QTD    PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-ENT-HASH   PIC 9(15) VALUE ZEROS.
                 10 WS-BAL-QTD-LIDOS  PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-QTD-GRAVADOS PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-QTD-REJEITADOS PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-CONF-INTERNA PIC X(01) VALUE SPACES.
                 10 WS-BAL-HASH-CLI   PIC 9(15) VALUE ZEROS.
                 10 WS-BAL-HASH-VALOR PIC 9(15)V9(02) VALUE ZEROS.
                 10 WS-BAL-SAI-QTD    PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-SAI-HASH   PIC 9(15) VALUE ZEROS.

      *    VENDEDORES CUJA VERSAO MUDOU DESDE O ULTIMO ENVIO: OS SEUS
      *    CLIENTES SAO REEMITIDOS NO MODO INCREMENTAL MESMO QUE O
          05 VALUE
          "1-COMPLETA  2-INCREMENTAL  3-CONFIRMACOES  9-VOLTAR"
          LINE 17 COL 20.
          05 VALUE
          "4-RECONCILIAR COM O CADASTRO DO ERP"
          LINE 18 COL 20.
          05 TELA-EXPORTA-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-EXPORTA.

       procedure division.
       00-controle section.
           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT "EXPORTA_DADOS_BATCH".
           IF WS-MODO-BATCH = "S" THEN
               PERFORM 05-executar-batch
               goback
           END-IF.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 2
                or ws-acao = 3
                or ws-acao = 4
                or ws-acao = 9.
           evaluate ws-acao
           when 1
               perform 02-gerar-extracao
           when 3
               perform 04-processar-confirmacoes
           when 4
               CALL 'RECONCILIA_ERP'
               CANCEL 'RECONCILIA_ERP'
           end-evaluate.
           if  ws-acao <> 9
           and ws-acao <> 4 then
               DISPLAY TELA-EXPORTA-SAIR
               ACCEPT WS-SAIR
           end-if.
           IF  ws-acao <> 1
           AND ws-acao <> 2
           AND ws-acao <> 3
           AND ws-acao <> 4
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-EXPORTA
               DISPLAY TELA-EXPORTA-MSG
           IF WS-EMPRESA-E-TREINO = "S" THEN
               MOVE "Empresa de treino nao e extraida" TO
                    WS-MSG-EXPORTA
               PERFORM 03-mostrar-mensagem
               GO TO 02-gerar-extracao-exit
           END-IF.
      *    O NOME DO ARQUIVO DE INTERFACE PODE SER AJUSTADO PELO
                AND WS-RST-ACESS-VND <> 05) THEN
               MOVE "Erro na abertura dos cadastros" TO
                    WS-MSG-EXPORTA
               PERFORM 03-mostrar-mensagem
               MOVE 8 TO WS-RC-BATCH
           ELSE
               IF WS-MODO-INCREMENTAL = "S" THEN
                   PERFORM 030-ABRIR-CONTROLE-ENVIO
               WRITE EXPORTA-LINHA

               MOVE 0 TO WS-QTD-DETALHES
               MOVE 0 TO WS-BAL-ENT-QTD
               MOVE 0 TO WS-BAL-ENT-HASH
               MOVE 0 TO WS-BAL-HASH-CLI
               MOVE LOW-VALUES TO CLI-CODIGO
               START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
                 INVALID KEY CONTINUE
               STRING "Extracao gerada, detalhes: " DELIMITED BY SIZE
                      WS-QTD-DETALHES-ED            DELIMITED BY SIZE
                 INTO WS-MSG-EXPORTA
               PERFORM 03-mostrar-mensagem
           END-IF.
       02-gerar-extracao-exit.
           EXIT.

       021-GRAVAR-DETALHE section.
           ADD 1          TO WS-BAL-ENT-QTD.
           ADD CLI-CODIGO TO WS-BAL-ENT-HASH.
           IF WS-MODO-INCREMENTAL = "S" THEN
               PERFORM 032-AVALIAR-CLIENTE-INC
           ELSE
           MOVE WS-REG-EXP-DETALHE TO EXPORTA-LINHA.
           WRITE EXPORTA-LINHA.
           ADD 1 TO WS-QTD-DETALHES.
           ADD CLI-CODIGO TO WS-BAL-HASH-CLI.
       0211-MONTAR-E-GRAVAR-DETALHE-exit.
           EXIT.

       041-CONFIRMAR-ENVIO-EXIT.
           EXIT.

       03-mostrar-mensagem section.
           IF WS-MODO-BATCH = "S" THEN
               DISPLAY "EXPORTA_DADOS: " WS-MSG-EXPORTA
           ELSE
               DISPLAY TELA-EXPORTA-MSG
           END-IF.
       03-mostrar-mensagem-exit.
           EXIT.

      *    RODADA NAO-INTERATIVA DO JOB NOTURNO: EXTRACAO COMPLETA
      *    COM O NOME PADRAO, CODIGO DE RETORNO (0=OK, 8=ERRO FATAL)
      *    E TOTAIS DE CONTROLE PARA O BALANCEAMENTO ENTRE PASSOS. A
      *    EXTRACAO SO LE O CADASTRO DE CLIENTES: O CADASTRO ENTREGUE
      *    AO PASSO SEGUINTE E O MESMO RECEBIDO, E CADA CLIENTE LIDO
      *    TEM DE VIRAR UM DETALHE.
       05-executar-batch section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE 0 TO WS-RC-BATCH.
           MOVE "N" TO WS-MODO-INCREMENTAL.
           PERFORM 02-gerar-extracao.
           IF  WS-RC-BATCH < 8
           AND WS-EMPRESA-E-TREINO NOT = "S" THEN
               MOVE "EXPORTA_DADOS"  TO WS-BAL-PROGRAMA
               MOVE "T"              TO WS-BAL-ENT-TIPO
               MOVE WS-BAL-ENT-QTD   TO WS-BAL-QTD-LIDOS
               MOVE WS-QTD-DETALHES  TO WS-BAL-QTD-GRAVADOS
               MOVE 0                TO WS-BAL-QTD-REJEITADOS
               MOVE "S"              TO WS-BAL-CONF-INTERNA
               MOVE 0                TO WS-BAL-HASH-VALOR
               MOVE WS-BAL-ENT-QTD   TO WS-BAL-SAI-QTD
               MOVE WS-BAL-ENT-HASH  TO WS-BAL-SAI-HASH
               CALL 'GRAVA_BALANCO' USING WS-BALANCO-PRM
           END-IF.
           MOVE "EXPORTA_DADOS"  TO WS-JOB-PROGRAMA.
           MOVE "JOBNOTURNO"     TO WS-JOB-OPERADOR.
           MOVE WS-QTD-DETALHES  TO WS-JOB-QTD-REGISTROS.
           MOVE 0                TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH      TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       05-executar-batch-exit.
           EXIT.

      *    A EMPRESA CORRENTE E A DE TREINAMENTO (PARAMETRO
      *    EMPRESA_TREINO)?
       09-testar-empresa-treino section.
