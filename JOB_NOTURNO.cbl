      *    LAYOUT DO ARQUIVO DE CONTROLE (UMA LINHA POR PASSO):
      *      COL 01-10  PASSO      (DISTRIB, RELCLI, RELVND, RELCARGA,
      *                             RECON, RELQUEUE, BACKUP, VNDSTAT,
      *                             RELSCHED - ANTES DO RELQUEUE,
      *                             COMISSAO - MES ANTERIOR,
      *                             PEDIDOS - DIA + EXTRATO ERP,
      *                             SAC - CHAMADOS EM ABERTO,
      *                             AGENDTRF - ANTES DO DISTRIB,
      *                             VNDPROX - ANTES DO DISTRIB,
      *                             VERAUD - CONFERE O DIARIO DE
      *                             AUDITORIA,
      *                             RETMAIL - RETORNO DO GATEWAY DE
      *                             E-MAIL E NAO ENTREGUES,
      *                             INTERF - INTERFACE DE ENTRADA DO
      *                             ERP, ANTES DO DISTRIB,
      *                             EXPORTA - EXTRACAO COMPLETA PARA
      *                             O ERP, DEPOIS DO DISTRIB,
      *                             REORG - REORGANIZACAO DOS
      *                             ARQUIVOS INDEXADOS, DEPOIS DO
      *                             BACKUP, COM A CONDICAO M,
      *                             CAPAC - MONITOR DE CAPACIDADE DOS
      *                             ARQUIVOS E CONTADORES,
      *                             EXPBI - EXTRATO ANALITICO PARA O
      *                             BI, DEPOIS DO VNDSTAT,
      *                             DISTPART - DISTRIBUICAO
      *                             PARTICIONADA POR REGIAO, NO
      *                             LUGAR DO DISTRIB,
      *                             VNDDOC - VENCIMENTO DOS DOCUMENTOS
      *                             DOS REPRESENTANTES, ANTES DO
      *                             DISTRIB,
      *                             CAIXA - ENVELHECIMENTO DA CAIXA
      *                             DE TRABALHO DOS OPERADORES,
      *                             RECERP - RECONCILIACAO MENSAL DO
      *                             CADASTRO DE CLIENTES COM O
      *                             EXTRATO DO ERP, COM CONDICAO F
      *                             OU M)
      *      COL 11     CONTINUA EM ERRO (S/N)
      *      COL 12     CONDICAO DE DIA (BRANCO=SEMPRE, U=SO DIA
      *                 UTIL, F=SO FIM DE MES, S=SO SEGUNDA A SEXTA,
      *                 M=SO NO ULTIMO DIA UTIL DO MES) - O DIA UTIL
      *                 CONSIDERA O CALENDARIO DE NAO UTEIS DA EMPRESA
      *                 (ARQ_CALEND)
      *
      *    RETOMADA: CADA PASSO CONCLUIDO SEM ERRO E ANOTADO NO
      *    ARQUIVO DE CHECKPOINT DA NOITE (JOB_NOTURNO_CKP). NUMA
      *    JOB_NOTURNO_FULL=S DESCARTA O CHECKPOINT E FORCA A RODADA
      *    COMPLETA. O CHECKPOINT E LIMPO QUANDO A RODADA TERMINA
      *    SEM ERRO.
      *    BALANCEAMENTO: OS PASSOS INTERF, DISTRIB (OU DISTPART),
      *    EXPORTA E BACKUP
      *    GRAVAM TOTAIS DE CONTROLE (ARQ_BALANCO). DEPOIS DE CADA UM,
      *    O JOB CONFERE LIDOS = GRAVADOS + REJEITADOS DO PROPRIO
      *    PASSO E SE O CADASTRO DE CLIENTES QUE ELE RECEBEU (QTDE E
      *    SOMA DOS CODIGOS) E O MESMO QUE O PASSO ANTERIOR ENTREGOU.
      *    NA DIFERENCA O JOB PARA (OU SO AVISA, COM O PARAMETRO
      *    BALANCO_ACAO=A), E O DIGESTO TRAZ O QUADRO DE BALANCEAMENTO.
      *    PASSO QUE TERMINA COM ERRO E AVISADO POR E-MAIL AOS
      *    SUPERVISORES (ENVIA_NOTIFICACAO), COM O SUMARIO DO JOB
      *    COMO ANEXO.
       environment division.
       configuration section.
       input-output section.
               FILE STATUS IS WS-RST-ACESS-JOBCKP.
         copy 'select-impresso.cpy'.
         copy 'select-arq-intctrl.cpy'.
         copy 'select-arq-intretom.cpy'.
         copy 'select-arq-balanco.cpy'.
         copy 'select-arq-relqueue.cpy'.
         copy 'select-arq-trava.cpy'.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-calend.cpy'.
         copy 'select-arq-janmanut.cpy'.

       data division.
       file section.
           05 JOBCKP-RC                     PIC 9(04).
         copy 'fd-impresso.cpy'.
         copy 'fd-arq-intctrl.cpy'.
         copy 'fd-arq-intretom.cpy'.
         copy 'fd-arq-balanco.cpy'.
         copy 'fd-arq-relqueue.cpy'.
         copy 'fd-arq-trava.cpy'.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-calend.cpy'.
         copy 'fd-arq-janmanut.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-HORA-JOB          PIC 9(06) VALUE ZEROS.
              05 WID-ARQ-INTCTRL      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-INTCTRL PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-INTRETOM     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-INTRETOM PIC 9(02) VALUE ZEROS.
              05 WS-DIG-QTD-RETOMADAS PIC 9(03) VALUE ZEROS.
              05 WID-ARQ-BALANCO      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-BALANCO PIC 9(02) VALUE ZEROS.
              05 WS-FIM-BALANCO       PIC 9(01) VALUE ZEROS.
              05 WS-BAL-PROG-PASSO    PIC X(20) VALUE SPACES.
              05 WS-BAL-ACAO          PIC X(01) VALUE "P".
              05 WS-PASSO-DESBALANC   PIC X(01) VALUE "N".
              05 WS-BAL-ACHOU-ATU     PIC X(01) VALUE "N".
              05 WS-BAL-TEM-ANT       PIC X(01) VALUE "N".
              05 WS-BAL-TEM-ULT       PIC X(01) VALUE "N".
              05 WS-BAL-RESULTADO     PIC X(11) VALUE SPACES.
              05 WS-BAL-SOMA-SAIDAS   PIC 9(10) VALUE ZEROS.
              05 WS-CARIMBO-JOB       PIC 9(14) VALUE ZEROS.
              05 WS-CARIMBO-PASSO     PIC 9(14) VALUE ZEROS.
              05 WS-CARIMBO-BAL       PIC 9(14) VALUE ZEROS.
              05 WS-DATA-JOB-PASSO    PIC 9(08) VALUE ZEROS.
              05 WS-HORA-JOB-PASSO    PIC 9(08) VALUE ZEROS.
              05 WS-DIG-QTD-BALANCO   PIC 9(03) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 WID-ARQ-RELQUEUE     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RELQUEUE PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-TRAVA        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CALEND  PIC 9(02) VALUE ZEROS.
              05 WS-HOJE-UTIL         PIC X(01) VALUE "N".
              05 WS-HOJE-FIM-MES      PIC X(01) VALUE "N".
              05 WS-HOJE-ULT-UTIL-MES PIC X(01) VALUE "N".
              05 WS-DIA-UTIL-PRM.
                 10 WS-CDU-DATA-BASE  PIC 9(08) VALUE ZEROS.
                 10 WS-CDU-QTDE-DIAS  PIC 9(03) VALUE ZEROS.
                 10 WS-CDU-DATA-RESULTADO PIC 9(08) VALUE ZEROS.
              05 WS-HOJE-SEG-SEX      PIC X(01) VALUE "N".
              05 WID-ARQ-JANMANUT     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-JANMANUT PIC 9(02) VALUE ZEROS.
              05 WS-DIG-QTD-JANELAS   PIC 9(03) VALUE ZEROS.
              05 WS-CARIMBO-JAN-JOB   PIC 9(12) VALUE ZEROS.
              05 WS-DATA-JAN-JOB      PIC 9(08) VALUE ZEROS.
              05 WS-HORA-JAN-JOB      PIC 9(08) VALUE ZEROS.
              05 WS-CONDICAO-OK       PIC X(01) VALUE "S".
              05 WS-DIAS-INT-CAL      PIC 9(08) VALUE ZEROS.
              05 WS-RESTO-DOW         PIC 9(01) VALUE ZEROS.
                 10 WS-AMANHA-ANO     PIC 9(04).
                 10 WS-AMANHA-MES     PIC 9(02).
                 10 WS-AMANHA-DIA     PIC 9(02).
              05 WS-NOTIFICACAO-PRM.
                 10 WS-NOT-ORIGEM     PIC X(08) VALUE SPACES.
                 10 WS-NOT-DEST-TIPO  PIC X(01) VALUE SPACES.
                 10 WS-NOT-DEST-CODIGO PIC X(10) VALUE SPACES.
                 10 WS-NOT-EMPRESA    PIC X(02) VALUE SPACES.
                 10 WS-NOT-ASSUNTO    PIC X(60) VALUE SPACES.
                 10 WS-NOT-ANEXO      PIC X(22) VALUE SPACES.
                 10 WS-NOT-QTD-LINHAS PIC 9(02) VALUE ZEROS.
                 10 WS-NOT-LINHA      PIC X(70) OCCURS 5 TIMES.
                 10 WS-NOT-QTD-ENVIADAS PIC 9(03) VALUE ZEROS.

      *    TOTAIS DE CONTROLE DO PASSO ANTERIOR (ANT), DO PASSO SOB
      *    CONFERENCIA (ATU) E DA ULTIMA LINHA LIDA (ULT), NO MESMO
      *    LAYOUT DO ARQUIVO DE BALANCEAMENTO.
           01 WS-BAL-ANT.
              05 WS-BLA-DATA          PIC 9(08).
              05 WS-BLA-HORA          PIC 9(06).
              05 WS-BLA-PROGRAMA      PIC X(20).
              05 WS-BLA-ENT-TIPO      PIC X(01).
              05 WS-BLA-ENT-QTD       PIC 9(09).
              05 WS-BLA-ENT-HASH      PIC 9(15).
              05 WS-BLA-QTD-LIDOS     PIC 9(09).
              05 WS-BLA-QTD-GRAVADOS  PIC 9(09).
              05 WS-BLA-QTD-REJEITADOS PIC 9(09).
              05 WS-BLA-CONF-INTERNA  PIC X(01).
              05 WS-BLA-HASH-CLI      PIC 9(15).
              05 WS-BLA-HASH-VALOR    PIC 9(15)V9(02).
              05 WS-BLA-SAI-QTD       PIC 9(09).
              05 WS-BLA-SAI-HASH      PIC 9(15).
           01 WS-BAL-ATU.
              05 WS-BLT-DATA          PIC 9(08).
              05 WS-BLT-HORA          PIC 9(06).
              05 WS-BLT-PROGRAMA      PIC X(20).
              05 WS-BLT-ENT-TIPO      PIC X(01).
              05 WS-BLT-ENT-QTD       PIC 9(09).
              05 WS-BLT-ENT-HASH      PIC 9(15).
              05 WS-BLT-QTD-LIDOS     PIC 9(09).
              05 WS-BLT-QTD-GRAVADOS  PIC 9(09).
              05 WS-BLT-QTD-REJEITADOS PIC 9(09).
              05 WS-BLT-CONF-INTERNA  PIC X(01).
              05 WS-BLT-HASH-CLI      PIC 9(15).
              05 WS-BLT-HASH-VALOR    PIC 9(15)V9(02).
              05 WS-BLT-SAI-QTD       PIC 9(09).
              05 WS-BLT-SAI-HASH      PIC 9(15).
           01 WS-BAL-ULT              PIC X(143).

      *    PASSOS DA RODADA GUARDADOS PARA O DIGESTO MATINAL (ALEM DO
      *    SUMARIO NORMAL DO JOB).
                 10 WS-DIG-INT-SIT          PIC X(08)B.
                 10 WS-DIG-INT-IMP          PIC ZZZZZZ9B.
                 10 WS-DIG-INT-REJ          PIC ZZZZZZ9.
              05 WS-LINHA-DIG-SEC-2R       PIC X(80) VALUE
                 "  INTERFACES RETOMADAS HOJE (CHECKPOINT):".
              05 WS-LINHA-DIG-RET.
                 10 FILLER                  PIC X(04) VALUE SPACES.
                 10 WS-DIG-RET-NOME         PIC X(40)B.
                 10 FILLER                  PIC X(11) VALUE
                    "apos linha ".
                 10 WS-DIG-RET-LINHA        PIC ZZZZZZ9B.
                 10 WS-DIG-RET-HORA         PIC 99B99B99.
              05 WS-LINHA-DIG-SEC-BAL      PIC X(80) VALUE
                 "  BALANCEAMENTO ENTRE PASSOS (TOTAIS DE CONTROLE):".
              05 WS-LINHA-DIG-BAL-LEG.
                 10 FILLER                  PIC X(40) VALUE
                    "      (Receb/Entreg = cadastro de client".
                 10 FILLER                  PIC X(40) VALUE
                    "es: qtde/soma dos codigos)".
              05 WS-LINHA-DIG-BAL-1.
                 10 FILLER                  PIC X(04) VALUE SPACES.
                 10 WS-DIG-BAL-PROG         PIC X(18)B.
                 10 FILLER                  PIC X(04) VALUE "Lid ".
                 10 WS-DIG-BAL-LID          PIC ZZZZZZZZ9B.
                 10 FILLER                  PIC X(04) VALUE "Grv ".
                 10 WS-DIG-BAL-GRV          PIC ZZZZZZZZ9B.
                 10 FILLER                  PIC X(04) VALUE "Rej ".
                 10 WS-DIG-BAL-REJ          PIC ZZZZZZZZ9B.
                 10 WS-DIG-BAL-RES          PIC X(11).
              05 WS-LINHA-DIG-BAL-2.
                 10 FILLER                  PIC X(06) VALUE SPACES.
                 10 FILLER                  PIC X(06) VALUE "Receb ".
                 10 WS-DIG-BAL-ENT-QTD      PIC ZZZZZZZZ9.
                 10 FILLER                  PIC X(01) VALUE "/".
                 10 WS-DIG-BAL-ENT-HASH     PIC Z(14)9.
                 10 FILLER                  PIC X(09) VALUE "  Entreg ".
                 10 WS-DIG-BAL-SAI-QTD      PIC ZZZZZZZZ9.
                 10 FILLER                  PIC X(01) VALUE "/".
                 10 WS-DIG-BAL-SAI-HASH     PIC Z(14)9.
              05 WS-LINHA-DIG-BAL-3.
                 10 FILLER                  PIC X(06) VALUE SPACES.
                 10 FILLER                  PIC X(09) VALUE "Hash cli ".
                 10 WS-DIG-BAL-HASH-CLI     PIC Z(14)9.
                 10 FILLER                  PIC X(13) VALUE
                    "  Hash valor ".
                 10 WS-DIG-BAL-HASH-VAL     PIC Z(14)9.99.
              05 WS-LINHA-JOB-BAL.
                 10 FILLER                  PIC X(04) VALUE SPACES.
                 10 FILLER                  PIC X(30) VALUE
                    "Totais de controle nao batem: ".
                 10 WS-JOB-BAL-RES          PIC X(11)B.
                 10 FILLER                  PIC X(05) VALUE "ant. ".
                 10 WS-JOB-BAL-ANT          PIC X(20).
              05 WS-LINHA-DIG-SEC-3        PIC X(80) VALUE
                 "  PEDIDOS DE RELATORIO DE HOJE:".
              05 WS-LINHA-DIG-REL.
                 10 WS-DIG-TRV-OPER         PIC X(10).
              05 WS-LINHA-DIG-SEM-TRAVA    PIC X(80) VALUE
                 "    (nenhuma)".
              05 WS-LINHA-DIG-SEC-JAN      PIC X(80) VALUE
                 "  JANELAS DE MANUTENCAO PREVISTAS ATE AMANHA:".
              05 WS-LINHA-DIG-JAN.
                 10 FILLER                  PIC X(04) VALUE SPACES.
                 10 WS-DIG-JAN-DATA-INI     PIC 9999/99/99B.
                 10 WS-DIG-JAN-HORA-INI     PIC 99B99.
                 10 FILLER                  PIC X(03) VALUE " a ".
                 10 WS-DIG-JAN-DATA-FIM     PIC 9999/99/99B.
                 10 WS-DIG-JAN-HORA-FIM     PIC 99B99B.
                 10 WS-DIG-JAN-TIPO         PIC X(13).
              05 WS-LINHA-DIG-JAN-MSG.
                 10 FILLER                  PIC X(06) VALUE SPACES.
                 10 WS-DIG-JAN-MENSAGEM     PIC X(60).
              05 WS-LINHA-DIG-TOT-1.
                 10 FILLER                  PIC X(27) VALUE
                    "  Clientes (total/ativos):".
           END-IF.
           PERFORM 05-CARREGAR-CHECKPOINT.
           PERFORM 06-CLASSIFICAR-DIA.
           COMPUTE WS-CARIMBO-JOB = WS-DATA-JOB * 1000000.
           MOVE "BALANCO_ACAO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:1) = "A" THEN
               MOVE "A" TO WS-BAL-ACAO
           END-IF.

           MOVE "JOB_NOTURNO_REL" TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
               WRITE ARQ-IMPRESSO-LINHA
           ELSE
               PERFORM 021-EXECUTAR-PASSO
               MOVE "N" TO WS-PASSO-DESBALANC
               IF  WS-RC-PASSO < 8
               AND WS-BAL-PROG-PASSO NOT = SPACES THEN
                   PERFORM 08-CONFERIR-BALANCO
               END-IF
               MOVE SPACES TO WS-LINHA-JOB-DET
               MOVE JOBCTL-PASSO TO WS-JOB-DET-PASSO
               MOVE WS-RC-PASSO  TO WS-JOB-DET-RC
               IF WS-RC-PASSO >= 8 THEN
                   ADD 1 TO WS-QTD-PASSOS-ERRO
                   IF WS-PASSO-DESBALANC = "S" THEN
      *                DIFERENCA NOS TOTAIS DE CONTROLE PARA O JOB
      *                INDEPENDENTE DO "CONTINUA EM ERRO" DO PASSO.
                       MOVE "DESBALANC" TO WS-JOB-DET-SITUACAO
                       MOVE 1 TO WS-PARAR-JOB
                       PERFORM 023-NOTIFICAR-DESBALANCO
                   ELSE
                       MOVE "ERRO" TO WS-JOB-DET-SITUACAO
                       IF JOBCTL-CONTINUA-ERRO NOT = "S" THEN
                           MOVE 1 TO WS-PARAR-JOB
                       END-IF
                       PERFORM 022-NOTIFICAR-FALHA-PASSO
                   END-IF
               ELSE
                   ADD 1 TO WS-QTD-PASSOS-OK
                   IF WS-PASSO-DESBALANC = "S" THEN
                       MOVE "DESBALANC" TO WS-JOB-DET-SITUACAO
                       PERFORM 023-NOTIFICAR-DESBALANCO
                   ELSE
                       MOVE "OK" TO WS-JOB-DET-SITUACAO
                   END-IF
               END-IF
               IF WS-RC-PASSO > WS-RC-PIOR THEN
                   MOVE WS-RC-PASSO TO WS-RC-PIOR
               END-IF
               MOVE WS-LINHA-JOB-DET TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               IF WS-PASSO-DESBALANC = "S" THEN
                   MOVE WS-BAL-RESULTADO TO WS-JOB-BAL-RES
                   MOVE WS-BLA-PROGRAMA  TO WS-JOB-BAL-ANT
                   MOVE WS-LINHA-JOB-BAL TO ARQ-IMPRESSO-LINHA
                   WRITE ARQ-IMPRESSO-LINHA
               END-IF
           END-IF.

           IF WS-QTD-PASSOS-DIG < 50 THEN
      *    E RECOLHIDO LOGO APOS O CALL.
       021-EXECUTAR-PASSO SECTION.
           MOVE 0 TO RETURN-CODE.
      *    OS PASSOS QUE PARTICIPAM DO BALANCEAMENTO SAO CONFERIDOS
      *    PELOS TOTAIS QUE GRAVAREM A PARTIR DESTE MOMENTO.
           MOVE SPACES TO WS-BAL-PROG-PASSO.
           ACCEPT WS-DATA-JOB-PASSO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-JOB-PASSO FROM TIME.
           COMPUTE WS-CARIMBO-PASSO =
                   WS-DATA-JOB-PASSO * 1000000
                 + WS-HORA-JOB-PASSO / 100.
           EVALUATE JOBCTL-PASSO
           WHEN "INTERF"
             MOVE "INTERFACE_ENTRADA" TO WS-BAL-PROG-PASSO
             CALL 'INTERFACE_ENTRADA'
             CANCEL 'INTERFACE_ENTRADA'
           WHEN "EXPORTA"
             MOVE "EXPORTA_DADOS" TO WS-BAL-PROG-PASSO
             SET ENVIRONMENT "EXPORTA_DADOS_BATCH" TO "S"
             CALL 'EXPORTA_DADOS'
             CANCEL 'EXPORTA_DADOS'
           WHEN "DISTRIB"
             MOVE "CALC_DISTRIBUICAO" TO WS-BAL-PROG-PASSO
             SET ENVIRONMENT "CALC_DISTRIB_BATCH" TO "S"
             CALL 'CALC_DISTRIBUICAO' USING WS-OPERADOR-ID
             CANCEL 'CALC_DISTRIBUICAO'
             CALL 'PROCESSA_RELQUEUE'
             CANCEL 'PROCESSA_RELQUEUE'
           WHEN "BACKUP"
             MOVE "BACKUP_DADOS" TO WS-BAL-PROG-PASSO
             SET ENVIRONMENT "BACKUP_DADOS_BATCH" TO "S"
             CALL 'BACKUP_DADOS'
             CANCEL 'BACKUP_DADOS'
           WHEN "RELSCHED"
             CALL 'GERAR_RELSCHED'
             CANCEL 'GERAR_RELSCHED'
           WHEN "COMISSAO"
             SET ENVIRONMENT "RELATORIO_COMISSAO_BATCH" TO "S"
             CALL 'RELATORIO_COMISSAO'
             CANCEL 'RELATORIO_COMISSAO'
           WHEN "PEDIDOS"
             SET ENVIRONMENT "RELATORIO_PEDIDO_BATCH" TO "S"
             CALL 'RELATORIO_PEDIDO'
             CANCEL 'RELATORIO_PEDIDO'
           WHEN "SAC"
             SET ENVIRONMENT "RELATORIO_SAC_BATCH" TO "S"
             CALL 'RELATORIO_SAC'
             CANCEL 'RELATORIO_SAC'
           WHEN "AGENDTRF"
             SET ENVIRONMENT "AGENDA_TRANSF_BATCH" TO "S"
             CALL 'AGENDA_TRANSFERENCIA' USING WS-OPERADOR-ID
             CANCEL 'AGENDA_TRANSFERENCIA'
           WHEN "VNDPROX"
             CALL 'MONTA_VNDPROX'
             CANCEL 'MONTA_VNDPROX'
           WHEN "VERAUD"
             CALL 'VERIFICA_AUDITORIA'
             CANCEL 'VERIFICA_AUDITORIA'
           WHEN "RETMAIL"
             SET ENVIRONMENT "PROCESSA_RETMAIL_BATCH" TO "S"
             CALL 'PROCESSA_RETMAIL'
             CANCEL 'PROCESSA_RETMAIL'
           WHEN "REORG"
             SET ENVIRONMENT "REORGANIZA_ARQUIVO_BATCH" TO "S"
             CALL 'REORGANIZA_ARQUIVO' USING WS-OPERADOR-ID
             CANCEL 'REORGANIZA_ARQUIVO'
           WHEN "CAPAC"
             SET ENVIRONMENT "MONITORA_CAPACIDADE_BATCH" TO "S"
             CALL 'MONITORA_CAPACIDADE'
             CANCEL 'MONITORA_CAPACIDADE'
           WHEN "EXPBI"
             CALL 'EXPORTA_BI'
             CANCEL 'EXPORTA_BI'
           WHEN "DISTPART"
             MOVE "CALC_DISTRIBUICAO" TO WS-BAL-PROG-PASSO
             CALL 'DISTRIB_PARTICIONADA' USING WS-OPERADOR-ID
             CANCEL 'DISTRIB_PARTICIONADA'
           WHEN "VNDDOC"
             SET ENVIRONMENT "RELATORIO_VNDDOC_BATCH" TO "S"
             CALL 'RELATORIO_VNDDOC'
             CANCEL 'RELATORIO_VNDDOC'
           WHEN "CAIXA"
             SET ENVIRONMENT "RELATORIO_CAIXA_BATCH" TO "S"
             CALL 'RELATORIO_CAIXA'
             CANCEL 'RELATORIO_CAIXA'
           WHEN "RECERP"
             SET ENVIRONMENT "RECONCILIA_ERP_BATCH" TO "S"
             CALL 'RECONCILIA_ERP'
             CANCEL 'RECONCILIA_ERP'
           WHEN OTHER
             MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       021-EXECUTAR-PASSO-EXIT.
           EXIT.

      *    PASSO COM ERRO: OS SUPERVISORES RECEBEM O AVISO POR E-MAIL,
      *    SEM PRECISAR ABRIR O SUMARIO PARA DESCOBRIR A FALHA.
       022-NOTIFICAR-FALHA-PASSO SECTION.
           MOVE "JOBNOT"  TO WS-NOT-ORIGEM.
           MOVE "S"       TO WS-NOT-DEST-TIPO.
           MOVE SPACES    TO WS-NOT-DEST-CODIGO.
           MOVE SPACES    TO WS-NOT-EMPRESA.
           MOVE SPACES    TO WS-NOT-ASSUNTO.
           STRING "FALHA NO JOB NOTURNO - PASSO " DELIMITED BY SIZE
                  JOBCTL-PASSO DELIMITED BY SPACE
             INTO WS-NOT-ASSUNTO.
           MOVE "JOB_NOTURNO_REL" TO WS-NOT-ANEXO.
           MOVE 2 TO WS-NOT-QTD-LINHAS.
           MOVE SPACES TO WS-NOT-LINHA(1).
           STRING "O passo " DELIMITED BY SIZE
                  JOBCTL-PASSO DELIMITED BY SPACE
                  " do job noturno de " DELIMITED BY SIZE
                  WS-DATA-JOB DELIMITED BY SIZE
                  " terminou com RC=" DELIMITED BY SIZE
                  WS-RC-PASSO DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO WS-NOT-LINHA(1).
           IF JOBCTL-CONTINUA-ERRO = "S" THEN
               MOVE "O job seguiu com os passos seguintes."
                 TO WS-NOT-LINHA(2)
           ELSE
               MOVE "O job foi interrompido; reexecute apos a correcao."
                 TO WS-NOT-LINHA(2)
           END-IF.
           CALL 'ENVIA_NOTIFICACAO' USING WS-NOTIFICACAO-PRM.
       022-NOTIFICAR-FALHA-PASSO-EXIT.
           EXIT.

      *    DIFERENCA NOS TOTAIS DE CONTROLE: OS SUPERVISORES SAO
      *    AVISADOS COM O RESULTADO DA CONFERENCIA E O PASSO ANTERIOR.
       023-NOTIFICAR-DESBALANCO SECTION.
           MOVE "JOBNOT"  TO WS-NOT-ORIGEM.
           MOVE "S"       TO WS-NOT-DEST-TIPO.
           MOVE SPACES    TO WS-NOT-DEST-CODIGO.
           MOVE SPACES    TO WS-NOT-EMPRESA.
           MOVE SPACES    TO WS-NOT-ASSUNTO.
           STRING "DESBALANCEAMENTO NO JOB NOTURNO - PASSO "
                  DELIMITED BY SIZE
                  JOBCTL-PASSO DELIMITED BY SPACE
             INTO WS-NOT-ASSUNTO.
           MOVE "JOB_NOTURNO_REL" TO WS-NOT-ANEXO.
           MOVE 2 TO WS-NOT-QTD-LINHAS.
           MOVE SPACES TO WS-NOT-LINHA(1).
           STRING "Totais de controle do passo " DELIMITED BY SIZE
                  JOBCTL-PASSO DELIMITED BY SPACE
                  " nao batem: " DELIMITED BY SIZE
                  WS-BAL-RESULTADO DELIMITED BY SIZE
                  " (ant. " DELIMITED BY SIZE
                  WS-BLA-PROGRAMA DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
             INTO WS-NOT-LINHA(1).
           IF WS-BAL-ACAO = "A" THEN
               MOVE "O job seguiu (BALANCO_ACAO=A); confira o digesto."
                 TO WS-NOT-LINHA(2)
           ELSE
               MOVE "Job interrompido; confira os totais e reexecute."
                 TO WS-NOT-LINHA(2)
           END-IF.
           CALL 'ENVIA_NOTIFICACAO' USING WS-NOTIFICACAO-PRM.
       023-NOTIFICAR-DESBALANCO-EXIT.
           EXIT.

       03-IMPRIMIR-TOTAIS SECTION.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

      *    DIGESTO MATINAL DE UMA PAGINA (DIGESTO_DIA): OS PASSOS DA
      *    RODADA COM OS CODIGOS DE RETORNO, AS INTERFACES APLICADAS
      *    OU REJEITADAS HOJE (ARQ_INTCTRL), AS QUE FORAM RETOMADAS
      *    PELO CHECKPOINT (ARQ_INTRETOM), OS PEDIDOS DE RELATORIO
      *    DO DIA (ARQ_RELQUEUE), AS TRAVAS QUE SOBRARAM (ARQ_TRAVA),
      *    AS JANELAS DE MANUTENCAO PREVISTAS (ARQ_JANMANUT)
      *    E AS CONTAGENS DE CLIENTES E VENDEDORES - TUDO O QUE A
      *    OPERACAO ABRIA EM QUATRO TELAS TODA MANHA.
       04-GERAR-DIGESTO SECTION.
             UNTIL WS-IDX-DIG > WS-QTD-PASSOS-DIG.

           PERFORM 042-SECAO-INTERFACES.
           PERFORM 046-SECAO-RETOMADAS.
           PERFORM 047-SECAO-BALANCEAMENTO.
           PERFORM 043-SECAO-RELQUEUE.
           PERFORM 044-SECAO-TRAVAS.
           PERFORM 048-SECAO-JANELAS-MANUT.
           PERFORM 045-SECAO-CONTAGENS.

           CLOSE ARQ-IMPRESSO.
       0452-CONTAR-VENDEDOR-EXIT.
           EXIT.

      *    ARQUIVOS DE INTERFACE QUE CAIRAM NO MEIO E FORAM
      *    RETOMADOS A PARTIR DO CHECKPOINT (UMA LINHA POR RETOMADA).
       046-SECAO-RETOMADAS SECTION.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-DIG-SEC-2R TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-DIG-QTD-RETOMADAS.
           MOVE "ARQ_INTRETOM" TO WID-ARQ-INTRETOM.
           OPEN INPUT ARQ-INTRETOM.
           IF WS-RST-ACESS-INTRETOM = 00 THEN
               MOVE 0 TO WS-FIM-DIGESTO
               READ ARQ-INTRETOM NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-DIGESTO
               END-READ
               PERFORM 0461-LINHA-RETOMADA
                 UNTIL WS-FIM-DIGESTO = 1
               CLOSE ARQ-INTRETOM
           END-IF.
           IF WS-DIG-QTD-RETOMADAS = 0 THEN
               MOVE WS-LINHA-DIG-SEM-TRAVA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
       046-SECAO-RETOMADAS-EXIT.
           EXIT.

       0461-LINHA-RETOMADA SECTION.
           IF INTRET-DATA = WS-DATA-JOB THEN
               ADD 1 TO WS-DIG-QTD-RETOMADAS
               MOVE INTRET-NOME  TO WS-DIG-RET-NOME
               MOVE INTRET-LINHA TO WS-DIG-RET-LINHA
               MOVE INTRET-HORA  TO WS-DIG-RET-HORA
               MOVE WS-LINHA-DIG-RET TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           READ ARQ-INTRETOM NEXT RECORD
             AT END MOVE 1 TO WS-FIM-DIGESTO
             NOT AT END MOVE 0 TO WS-FIM-DIGESTO
           END-READ.
       0461-LINHA-RETOMADA-EXIT.
           EXIT.

      *    QUADRO DE BALANCEAMENTO: OS TOTAIS DE CONTROLE GRAVADOS
      *    DESDE O INICIO DO DIA DO JOB, NA ORDEM EM QUE OS PASSOS
      *    RODARAM, CADA UM CONFERIDO CONTRA O ANTERIOR.
       047-SECAO-BALANCEAMENTO SECTION.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-DIG-SEC-BAL TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-DIG-BAL-LEG TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-DIG-QTD-BALANCO.
           MOVE "N" TO WS-BAL-TEM-ULT.
           MOVE "ARQ_BALANCO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-BALANCO.
           OPEN INPUT ARQ-BALANCO.
           IF WS-RST-ACESS-BALANCO = 00 THEN
               MOVE 0 TO WS-FIM-BALANCO
               READ ARQ-BALANCO NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-BALANCO
               END-READ
               PERFORM 0471-LINHA-BALANCO
                 UNTIL WS-FIM-BALANCO = 1
               CLOSE ARQ-BALANCO
           END-IF.
           IF WS-DIG-QTD-BALANCO = 0 THEN
               MOVE WS-LINHA-DIG-SEM-TRAVA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
       047-SECAO-BALANCEAMENTO-EXIT.
           EXIT.

       0471-LINHA-BALANCO SECTION.
           COMPUTE WS-CARIMBO-BAL = BAL-DATA * 1000000 + BAL-HORA.
           IF WS-CARIMBO-BAL >= WS-CARIMBO-JOB THEN
               ADD 1 TO WS-DIG-QTD-BALANCO
               MOVE BAL-REGISTRO TO WS-BAL-ATU
               MOVE WS-BAL-TEM-ULT TO WS-BAL-TEM-ANT
               IF WS-BAL-TEM-ULT = "S" THEN
                   MOVE WS-BAL-ULT TO WS-BAL-ANT
               END-IF
               PERFORM 081-COMPARAR-BALANCO
               MOVE BAL-PROGRAMA       TO WS-DIG-BAL-PROG
               MOVE BAL-QTD-LIDOS      TO WS-DIG-BAL-LID
               MOVE BAL-QTD-GRAVADOS   TO WS-DIG-BAL-GRV
               MOVE BAL-QTD-REJEITADOS TO WS-DIG-BAL-REJ
               MOVE WS-BAL-RESULTADO   TO WS-DIG-BAL-RES
               MOVE WS-LINHA-DIG-BAL-1 TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               MOVE BAL-ENT-QTD        TO WS-DIG-BAL-ENT-QTD
               MOVE BAL-ENT-HASH       TO WS-DIG-BAL-ENT-HASH
               MOVE BAL-SAI-QTD        TO WS-DIG-BAL-SAI-QTD
               MOVE BAL-SAI-HASH       TO WS-DIG-BAL-SAI-HASH
               MOVE WS-LINHA-DIG-BAL-2 TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               MOVE BAL-HASH-CLI       TO WS-DIG-BAL-HASH-CLI
               MOVE BAL-HASH-VALOR     TO WS-DIG-BAL-HASH-VAL
               MOVE WS-LINHA-DIG-BAL-3 TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               MOVE BAL-REGISTRO TO WS-BAL-ULT
               MOVE "S" TO WS-BAL-TEM-ULT
           END-IF.
           READ ARQ-BALANCO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-BALANCO
             NOT AT END MOVE 0 TO WS-FIM-BALANCO
           END-READ.
       0471-LINHA-BALANCO-EXIT.
           EXIT.

      *    JANELAS DE MANUTENCAO (ARQ_JANMANUT) QUE AINDA NAO
      *    TERMINARAM E COMECAM ATE O FIM DO DIA SEGUINTE, PARA A
      *    OPERACAO AVISAR AS EQUIPES COM ANTECEDENCIA.
       048-SECAO-JANELAS-MANUT SECTION.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-DIG-SEC-JAN TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-DIG-QTD-JANELAS.
      *    DATA E HORA DA EMISSAO DO RESUMO (O JOB PODE TER PASSADO
      *    DA MEIA-NOITE); A HORA VEM COMO HHMMSSCC.
           ACCEPT WS-DATA-JAN-JOB FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-JAN-JOB FROM TIME.
           COMPUTE WS-CARIMBO-JAN-JOB =
                   WS-DATA-JAN-JOB * 10000 + WS-HORA-JAN-JOB / 10000.
           MOVE "ARQ_JANMANUT" TO WID-ARQ-JANMANUT.
           OPEN INPUT ARQ-JANMANUT.
           IF  WS-RST-ACESS-JANMANUT = 00
           OR  WS-RST-ACESS-JANMANUT = 05 THEN
               MOVE 0 TO WS-FIM-DIGESTO
               MOVE 0 TO JAN-CODIGO
               START ARQ-JANMANUT KEY IS NOT LESS THAN JAN-CODIGO
                 INVALID KEY MOVE 1 TO WS-FIM-DIGESTO
               END-START
               IF WS-FIM-DIGESTO = 0 THEN
                   READ ARQ-JANMANUT NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-DIGESTO
                   END-READ
                   PERFORM 0481-LINHA-JANELA
                     UNTIL WS-FIM-DIGESTO = 1
               END-IF
               CLOSE ARQ-JANMANUT
           END-IF.
           IF WS-DIG-QTD-JANELAS = 0 THEN
               MOVE WS-LINHA-DIG-SEM-TRAVA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
       048-SECAO-JANELAS-MANUT-EXIT.
           EXIT.

       0481-LINHA-JANELA SECTION.
           IF  JAN-DATA-INI NOT > WS-DATA-AMANHA
           AND JAN-DATA-FIM * 10000 + JAN-HORA-FIM
               NOT < WS-CARIMBO-JAN-JOB THEN
               ADD 1 TO WS-DIG-QTD-JANELAS
               MOVE SPACES TO WS-LINHA-DIG-JAN
               MOVE JAN-DATA-INI TO WS-DIG-JAN-DATA-INI
               MOVE JAN-HORA-INI TO WS-DIG-JAN-HORA-INI
               MOVE JAN-DATA-FIM TO WS-DIG-JAN-DATA-FIM
               MOVE JAN-HORA-FIM TO WS-DIG-JAN-HORA-FIM
               EVALUATE TRUE
               WHEN JAN-TIPO-BLOQUEIO
                 MOVE "BLOQUEIO"      TO WS-DIG-JAN-TIPO
               WHEN JAN-TIPO-CONSULTA
                 MOVE "SO CONSULTAS"  TO WS-DIG-JAN-TIPO
               WHEN OTHER
                 MOVE "AVISO"         TO WS-DIG-JAN-TIPO
               END-EVALUATE
               MOVE WS-LINHA-DIG-JAN TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               MOVE JAN-MENSAGEM TO WS-DIG-JAN-MENSAGEM
               MOVE WS-LINHA-DIG-JAN-MSG TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           READ ARQ-JANMANUT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-DIGESTO
             NOT AT END MOVE 0 TO WS-FIM-DIGESTO
           END-READ.
       0481-LINHA-JANELA-EXIT.
           EXIT.

      *    CHECKPOINT DA NOITE: CARREGA OS PASSOS JA CONCLUIDOS NA
      *    MESMA DATA. COM JOB_NOTURNO_FULL=S (OU CHECKPOINT DE OUTRA
      *    DATA) O ARQUIVO E DESCARTADO E A RODADA E COMPLETA.
           ELSE
               MOVE "N" TO WS-HOJE-FIM-MES
           END-IF.

      *    ULTIMO DIA UTIL DO MES: HOJE E UTIL E O PROXIMO DIA UTIL
      *    (PELO MESMO CALENDARIO) JA CAI NO MES SEGUINTE.
           MOVE "N" TO WS-HOJE-ULT-UTIL-MES.
           IF WS-HOJE-UTIL = "S" THEN
               MOVE WS-DATA-JOB TO WS-CDU-DATA-BASE
               MOVE 1 TO WS-CDU-QTDE-DIAS
               CALL 'CALCULA_DIA_UTIL' USING WS-DIA-UTIL-PRM
               IF WS-CDU-DATA-RESULTADO(1:6) NOT = WS-DATA-JOB(1:6)
               THEN
                   MOVE "S" TO WS-HOJE-ULT-UTIL-MES
               END-IF
           END-IF.
       06-CLASSIFICAR-DIA-EXIT.
           EXIT.

             IF WS-HOJE-SEG-SEX NOT = "S" THEN
                 MOVE "N" TO WS-CONDICAO-OK
             END-IF
           WHEN "M"
             IF WS-HOJE-ULT-UTIL-MES NOT = "S" THEN
                 MOVE "N" TO WS-CONDICAO-OK
             END-IF
           WHEN OTHER
             CONTINUE
           END-EVALUATE.
           END-IF.
       07-TESTAR-EMPRESA-TREINO-EXIT.
           EXIT.

      *    CONFERENCIA DOS TOTAIS DE CONTROLE DO PASSO QUE ACABOU DE
      *    RODAR: PROCURA A LINHA GRAVADA POR ELE DESDE O INICIO DO
      *    PASSO E A LINHA IMEDIATAMENTE ANTERIOR (DO DIA DO JOB), QUE
      *    E A DO PASSO QUE LHE ENTREGOU O CADASTRO. PASSO SEM LINHA
      *    DE TOTAIS TAMBEM E DIFERENCA: NAO HA EVIDENCIA DE CONTROLE.
      *    NA DIFERENCA O PASSO FICA COM RC=8 (PARA O JOB) OU, COM
      *    BALANCO_ACAO=A, COM RC=4 (SO AVISO).
       08-CONFERIR-BALANCO SECTION.
           MOVE "N" TO WS-BAL-ACHOU-ATU.
           MOVE "N" TO WS-BAL-TEM-ANT.
           MOVE "N" TO WS-BAL-TEM-ULT.
           MOVE SPACES TO WS-BLA-PROGRAMA.
           MOVE "ARQ_BALANCO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-BALANCO.
           OPEN INPUT ARQ-BALANCO.
           IF WS-RST-ACESS-BALANCO = 00 THEN
               MOVE 0 TO WS-FIM-BALANCO
               READ ARQ-BALANCO NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-BALANCO
               END-READ
               PERFORM 082-PROCURAR-BALANCO-PASSO
                 UNTIL WS-FIM-BALANCO = 1
               CLOSE ARQ-BALANCO
           END-IF.
           IF WS-BAL-ACHOU-ATU = "S" THEN
               PERFORM 081-COMPARAR-BALANCO
           ELSE
               MOVE "SEM TOTAIS" TO WS-BAL-RESULTADO
           END-IF.
           IF  WS-BAL-RESULTADO NOT = "OK"
           AND WS-BAL-RESULTADO NOT = "PARCIAL" THEN
               MOVE "S" TO WS-PASSO-DESBALANC
               IF WS-BAL-ACAO = "A" THEN
                   IF WS-RC-PASSO < 4 THEN
                       MOVE 4 TO WS-RC-PASSO
                   END-IF
               ELSE
                   MOVE 8 TO WS-RC-PASSO
               END-IF
           END-IF.
       08-CONFERIR-BALANCO-EXIT.
           EXIT.

      *    RESULTADO: OK, PARCIAL (O PASSO NAO RECEBEU O CADASTRO
      *    INTEIRO, P.EX. RETOMADA PELO CHECKPOINT - SO A CONFERENCIA
      *    INTERNA VALE), DIF INTERNA (LIDOS <> GRAVADOS + REJEITADOS)
      *    OU DIF PASSO (RECEBIDO <> ENTREGUE PELO PASSO ANTERIOR).
       081-COMPARAR-BALANCO SECTION.
           MOVE "OK" TO WS-BAL-RESULTADO.
           IF WS-BLT-CONF-INTERNA = "S" THEN
               COMPUTE WS-BAL-SOMA-SAIDAS =
                       WS-BLT-QTD-GRAVADOS + WS-BLT-QTD-REJEITADOS
               IF WS-BAL-SOMA-SAIDAS NOT = WS-BLT-QTD-LIDOS THEN
                   MOVE "DIF INTERNA" TO WS-BAL-RESULTADO
                   GO TO 081-COMPARAR-BALANCO-EXIT
               END-IF
           END-IF.
           IF WS-BLT-ENT-TIPO = "P" THEN
               MOVE "PARCIAL" TO WS-BAL-RESULTADO
               GO TO 081-COMPARAR-BALANCO-EXIT
           END-IF.
           IF  WS-BLT-ENT-TIPO = "T"
           AND WS-BAL-TEM-ANT = "S" THEN
               IF WS-BLT-ENT-QTD  NOT = WS-BLA-SAI-QTD
               OR WS-BLT-ENT-HASH NOT = WS-BLA-SAI-HASH THEN
                   MOVE "DIF PASSO" TO WS-BAL-RESULTADO
               END-IF
           END-IF.
       081-COMPARAR-BALANCO-EXIT.
           EXIT.

       082-PROCURAR-BALANCO-PASSO SECTION.
           COMPUTE WS-CARIMBO-BAL = BAL-DATA * 1000000 + BAL-HORA.
           IF WS-CARIMBO-BAL >= WS-CARIMBO-JOB THEN
               IF  BAL-PROGRAMA = WS-BAL-PROG-PASSO
               AND WS-CARIMBO-BAL >= WS-CARIMBO-PASSO THEN
                   MOVE "S" TO WS-BAL-ACHOU-ATU
                   MOVE BAL-REGISTRO TO WS-BAL-ATU
                   MOVE WS-BAL-TEM-ULT TO WS-BAL-TEM-ANT
                   IF WS-BAL-TEM-ULT = "S" THEN
                       MOVE WS-BAL-ULT TO WS-BAL-ANT
                   END-IF
               END-IF
               MOVE BAL-REGISTRO TO WS-BAL-ULT
               MOVE "S" TO WS-BAL-TEM-ULT
           END-IF.
           READ ARQ-BALANCO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-BALANCO
             NOT AT END MOVE 0 TO WS-FIM-BALANCO
           END-READ.
       082-PROCURAR-BALANCO-PASSO-EXIT.
           EXIT.
