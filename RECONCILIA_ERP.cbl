       identification division.
       program-id. "RECONCILIA_ERP".
       author.     Roberto Holz.
      *    RECONCILIACAO MENSAL DO CADASTRO DE CLIENTES COM O ERP: LE
      *    O EXTRATO COMPLETO DO CADASTRO DE CLIENTES DO ERP E O
      *    COMPARA COM O ARQ_CLIENTE PELO CNPJ. RELACIONA OS CNPJ SO
      *    NO ERP, OS SO AQUI E, PARA OS QUE EXISTEM NOS DOIS LADOS,
      *    AS DIFERENCAS DE RAZAO SOCIAL, STATUS, CODIGO DO VENDEDOR
      *    E LOCALIDADE. A CONFIRMACAO DO ENVIO INCREMENTAL (ACK_ERP)
      *    SO MOSTRA QUE O ERP RECEBEU O ARQUIVO; ESTA CONCILIACAO
      *    MOSTRA SE OS DOIS LADOS CONCORDAM.
      *
      *    LAYOUT DO EXTRATO (EXTRATO_CLI_ERP OU O NOME DO PARAMETRO
      *    NM_EXTRATO_CLI_ERP), UMA LINHA POR CLIENTE:
      *      CNPJ(14) + RAZAO(40) + STATUS(1) + CODVND(5)
      *      + LOCALIDADE(30)
      *    LINHA COM CNPJ NAO NUMERICO OU ZERADO E DESPREZADA E
      *    CONTADA COMO INVALIDA; CNPJ REPETIDO NO EXTRATO E CONTADO
      *    E SO A PRIMEIRA LINHA E CONFERIDA. CLIENTE SEM CNPJ NAO
      *    ENTRA NA CONCILIACAO.
      *
      *    RAZAO SOCIAL, STATUS E VENDEDOR VIAJAM NA EXTRACAO PARA O
      *    ERP E O CADASTRO DAQUI E O QUE VALE: QUANDO O OPERADOR
      *    ACEITA, ESSAS DIFERENCAS E OS CLIENTES ATIVOS SO AQUI SAO
      *    ENFILEIRADOS PARA REENVIO NO CONTROLE DE ENVIO
      *    (ARQ_EXPCTRL) E SAEM NA PROXIMA EXTRACAO INCREMENTAL - O
      *    ENVIO VOLTA A PENDENTE (OPERACAO A/E) E O CLIENTE SO AQUI
      *    PERDE O CONTROLE PARA SAIR COMO INCLUSAO (I). A
      *    LOCALIDADE NAO VIAJA NA EXTRACAO: A DIFERENCA E SO
      *    RELACIONADA, ASSIM COMO O CNPJ SO NO ERP.
      *
      *    CHAMADO PELA EXTRACAO PARA O ERP (EXPORTA_DADOS, OPCAO 4).
      *    NA JANELA NOTURNA (PASSO RECERP, RECONCILIA_ERP_BATCH=S,
      *    EM GERAL COM A CONDICAO F OU M) SO GERA O RELATORIO NO
      *    SPOOL (TIPO RECERP), SEM ENFILEIRAR, E TERMINA COM RETORNO
      *    4 QUANDO HA DIVERGENCIA E 8 QUANDO FALTA O EXTRATO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-expctrl.cpy'.
         copy 'select-impresso.cpy'.
           SELECT ARQ-EXTRATO-ERP
               ASSIGN TO WID-ARQ-EXTRATO-ERP
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-EXTRATO.
         SELECT ERP-SORT ASSIGN TO DISK WID-ERP-SORT.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-expctrl.cpy'.
         copy 'fd-impresso.cpy'.
       FD  ARQ-EXTRATO-ERP
           LABEL RECORD IS STANDARD.
       01  EXTERP-REGISTRO.
           05 EXTERP-CNPJ                   PIC X(14).
           05 EXTERP-CNPJ-N REDEFINES EXTERP-CNPJ
                                            PIC 9(14).
           05 EXTERP-RAZAO                  PIC X(40).
           05 EXTERP-STATUS                 PIC X(01).
           05 EXTERP-CODVND                 PIC X(05).
           05 EXTERP-LOCALIDADE             PIC X(30).
           05 FILLER                        PIC X(10).

       SD ERP-SORT
          DATA RECORD IS REG-ERP-SORT.
       01 REG-ERP-SORT.
           05 CNPJ-ESORT                    PIC 9(14).
           05 RAZAO-ESORT                   PIC X(40).
           05 STATUS-ESORT                  PIC X(01).
           05 CODVND-ESORT                  PIC X(05).
           05 LOCALIDADE-ESORT              PIC X(30).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-EXPCTRL      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EXPCTRL PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-EXTRATO-ERP  PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-EXTRATO PIC 9(02) VALUE ZEROS.
              05 WID-ERP-SORT         PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-REC           PIC X(40) VALUE SPACES.
              05 WS-TEL-NMEXTRATO     PIC X(40) VALUE SPACES.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-TEL-ENFILEIRAR    PIC X(01) VALUE "N".
              05 WS-MODO-BATCH        PIC X(01) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-FIM-ARQCLI        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-EXTRATO       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-ERP      PIC 9(01) VALUE ZEROS.
      *    CHAVES DO BALANCE LINE; FIM DE ARQUIVO = TODOS NOVES, ACIMA
      *    DE QUALQUER CNPJ
              05 WS-CHAVE-CLI         PIC 9(15) VALUE ZEROS.
              05 WS-CHAVE-ERP         PIC 9(15) VALUE ZEROS.
              05 WS-CHAVE-FIM         PIC 9(15) VALUE ZEROS.
              05 WS-CNPJ-ERP-ANT      PIC 9(14) VALUE ZEROS.
              05 WS-ERP-CASADO        PIC X(01) VALUE "N".
              05 WS-ERP-DUPLICADO     PIC X(01) VALUE "N".
              05 WS-REENVIAR          PIC X(01) VALUE "N".
              05 WS-CODVND-ED         PIC 9(05) VALUE ZEROS.
              05 WS-QTD-DIV           PIC 9(01) VALUE ZEROS.
              05 WS-IDX-DIV           PIC 9(01) VALUE ZEROS.
              05 WS-DIVERGENCIA OCCURS 4 TIMES.
                 10 WS-DIV-TIPO       PIC X(10).
                 10 WS-DIV-AQUI       PIC X(40).
                 10 WS-DIV-ERP        PIC X(40).
              05 WS-TOTAIS-REC.
                 10 WS-QTD-ERP-LIDOS      PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-ERP-INVALIDOS  PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-ERP-DUPLICADOS PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-CLI-LIDOS      PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-IGUAIS         PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-SO-ERP         PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-SO-AQUI        PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-DIV-RAZAO      PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-DIV-STATUS     PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-DIV-VENDEDOR   PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-DIV-LOCAL      PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-REENVIOS       PIC 9(07) VALUE ZEROS.
                 10 WS-QTD-JA-PENDENTES   PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DIVERGENTES   PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DIVERG-ED     PIC Z(6)9.
              05 WS-QTD-REENVIOS-ED   PIC Z(6)9.
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

           01 WS-LINHAS-REC.
              05 WS-LINHA-REC-CAB-1.
                 10 FILLER                  PIC X(50) VALUE
                    "  RECONCILIACAO DE CLIENTES COM O ERP - EM ".
                 10 WS-REC-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-REC-CAB-2.
                 10 FILLER                  PIC X(11) VALUE
                    "  EXTRATO: ".
                 10 WS-REC-CAB-EXTRATO      PIC X(40).
              05 WS-LINHA-REC-CAB-3.
                 10 FILLER                  PIC X(40) VALUE
                    "  REENVIO = ENFILEIRADO NO CONTROLE DE E".
                 10 FILLER                  PIC X(40) VALUE
                    "NVIO PARA A PROXIMA EXTRACAO INCREMENTAL".
              05 WS-LINHA-REC-CLI.
                 10 FILLER                  PIC X(07) VALUE
                    "  CNPJ ".
                 10 WS-REC-CLI-CNPJ         PIC 9(14)B.
                 10 FILLER                  PIC X(08) VALUE
                    "CLIENTE ".
                 10 WS-REC-CLI-CODIGO       PIC X(07)B.
                 10 WS-REC-CLI-RAZAO        PIC X(30)B.
                 10 WS-REC-CLI-ACAO         PIC X(11).
              05 WS-LINHA-REC-AQUI.
                 10 FILLER                  PIC X(04) VALUE SPACES.
                 10 WS-REC-DIV-TIPO         PIC X(10)B.
                 10 FILLER                  PIC X(06) VALUE "AQUI: ".
                 10 WS-REC-DIV-AQUI         PIC X(40).
              05 WS-LINHA-REC-ERP.
                 10 FILLER                  PIC X(15) VALUE SPACES.
                 10 FILLER                  PIC X(06) VALUE "ERP : ".
                 10 WS-REC-DIV-ERP          PIC X(40).
              05 WS-LINHA-REC-NENHUM.
                 10 FILLER                  PIC X(41) VALUE
                    "  (CADASTROS CONFEREM - SEM DIVERGENCIAS)".
              05 WS-LINHA-REC-TOT.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-REC-TOT-TEXTO        PIC X(30).
                 10 WS-REC-TOT-QTD          PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-REC.
          05 VALUE "--- RECONCILIACAO DE CLIENTES COM O ERP ---"
          BLANK SCREEN LINE 1 COL 19.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Compara o extrato completo de clientes do ERP"
             LINE 6 COL 20.
          05 VALUE "com o cadastro, pelo CNPJ, e pode enfileirar o"
             LINE 7 COL 20.
          05 VALUE "reenvio das divergencias na extracao."
             LINE 8 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-CONCILIAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-REC-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-REC.

       01 TELA-REC-PRM.
          05 TELA-REC-NMEXTRATO.
             10 LINE 10 COL 20 VALUE "Extrato do ERP..........:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMEXTRATO.
          05 TELA-REC-NMARQ.
             10 LINE 11 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.
          05 TELA-REC-ENFILEIRAR.
             10 LINE 12 COL 20 VALUE "Enfileirar reenvios (S/N):".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-ENFILEIRAR.

       01 TELA-REC-SAIR.
          05 LINE 14 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT
                  "RECONCILIA_ERP_BATCH".
           IF WS-MODO-BATCH = "S" THEN
               PERFORM 05-gerar-batch
               goback
           END-IF.
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           MOVE 0 TO ws-acao.
           MOVE SPACES TO WS-MSG-REC.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               PERFORM 020-ler-parametros
               MOVE "RECONCILIACAO_ERP" TO WS-TEL-NMARQUIVO
               MOVE "N" TO WS-TEL-ENFILEIRAR
               DISPLAY TELA-REC-PRM
               ACCEPT  TELA-REC-NMEXTRATO
               ACCEPT  TELA-REC-NMARQ
               ACCEPT  TELA-REC-ENFILEIRAR
               IF WS-TEL-NMEXTRATO = SPACES
               OR WS-TEL-NMARQUIVO = SPACES THEN
                   MOVE "Conciliacao cancelada" TO WS-MSG-REC
               ELSE
                   IF WS-TEL-ENFILEIRAR NOT = "S" THEN
                       MOVE "N" TO WS-TEL-ENFILEIRAR
                   END-IF
                   PERFORM 02-conciliar
               END-IF
               DISPLAY TELA-REC-MSG
               DISPLAY TELA-REC-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-REC.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-REC
               DISPLAY TELA-REC-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-conciliar section.
           MOVE WS-TEL-NMEXTRATO TO WID-ARQ-EXTRATO-ERP.
           OPEN INPUT ARQ-EXTRATO-ERP.
           IF WS-RST-ACESS-EXTRATO NOT = 0 THEN
               MOVE "Extrato do ERP nao encontrado" TO WS-MSG-REC
               MOVE 8 TO WS-RC-BATCH
               GO TO 02-conciliar-exit
           END-IF.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               CLOSE ARQ-EXTRATO-ERP
               MOVE "Erro na abertura do arquivo de clientes" TO
                    WS-MSG-REC
               MOVE 8 TO WS-RC-BATCH
               GO TO 02-conciliar-exit
           END-IF.
           IF WS-TEL-ENFILEIRAR = "S" THEN
               MOVE "ARQ_EXPCTRL" TO WS-NAE-BASE
               CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
               MOVE WS-NAE-NOME TO WID-ARQ-EXPCTRL
               OPEN I-O ARQ-EXPCTRL
               IF WS-RST-ACESS-EXPCTRL = 35 THEN
                   OPEN OUTPUT ARQ-EXPCTRL
                   CLOSE ARQ-EXPCTRL
                   OPEN I-O ARQ-EXPCTRL
               END-IF
           END-IF.
           MOVE "RECONCILIA_ERP_SORT" TO WID-ERP-SORT.
           MOVE 999999999999999 TO WS-CHAVE-FIM.
           INITIALIZE WS-TOTAIS-REC.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-DATA-HOJE TO WS-REC-CAB-DATA.
           MOVE WS-LINHA-REC-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TEL-NMEXTRATO TO WS-REC-CAB-EXTRATO.
           MOVE WS-LINHA-REC-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-TEL-ENFILEIRAR = "S" THEN
               MOVE WS-LINHA-REC-CAB-3 TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           SORT ERP-SORT
             ON ASCENDING KEY CNPJ-ESORT
             INPUT PROCEDURE IS 021-ENTRADA-SORT-ERP
            OUTPUT PROCEDURE IS 022-SAIDA-SORT-ERP.

           COMPUTE WS-QTD-DIVERGENTES = WS-QTD-SO-ERP
                                      + WS-QTD-SO-AQUI
                                      + WS-QTD-DIV-RAZAO
                                      + WS-QTD-DIV-STATUS
                                      + WS-QTD-DIV-VENDEDOR
                                      + WS-QTD-DIV-LOCAL.
           IF WS-QTD-DIVERGENTES = 0 THEN
               MOVE WS-LINHA-REC-NENHUM TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           PERFORM 03-imprimir-totais.
           CLOSE ARQ-IMPRESSO.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-EXTRATO-ERP.
           IF WS-TEL-ENFILEIRAR = "S" THEN
               CLOSE ARQ-EXPCTRL
           END-IF.

           IF WS-QTD-DIVERGENTES > 0 THEN
               MOVE 4 TO WS-RC-BATCH
           END-IF.
           MOVE WS-QTD-DIVERGENTES TO WS-QTD-DIVERG-ED.
           MOVE WS-QTD-REENVIOS    TO WS-QTD-REENVIOS-ED.
           MOVE SPACES TO WS-MSG-REC.
           STRING "Diverg:"          DELIMITED BY SIZE
                  WS-QTD-DIVERG-ED   DELIMITED BY SIZE
                  " Reenvios:"       DELIMITED BY SIZE
                  WS-QTD-REENVIOS-ED DELIMITED BY SIZE
             INTO WS-MSG-REC.
       02-conciliar-exit.
           EXIT.

       020-ler-parametros section.
           MOVE "EXTRATO_CLI_ERP" TO WS-TEL-NMEXTRATO.
           MOVE "NM_EXTRATO_CLI_ERP" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               MOVE WS-PRM-VALOR TO WS-TEL-NMEXTRATO
           END-IF.
       020-ler-parametros-exit.
           EXIT.

       021-ENTRADA-SORT-ERP section.
           MOVE 0 TO WS-FIM-EXTRATO.
           PERFORM 0211-LER-EXTRATO
             UNTIL WS-FIM-EXTRATO = 1.
       021-ENTRADA-SORT-ERP-EXIT.
           EXIT.

       0211-LER-EXTRATO section.
           READ ARQ-EXTRATO-ERP NEXT RECORD
             AT END MOVE 1 TO WS-FIM-EXTRATO
           END-READ.
           IF WS-FIM-EXTRATO = 1 THEN
               GO TO 0211-LER-EXTRATO-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ERP-LIDOS.
           IF EXTERP-CNPJ IS NOT NUMERIC
           OR EXTERP-CNPJ-N = 0 THEN
               ADD 1 TO WS-QTD-ERP-INVALIDOS
               GO TO 0211-LER-EXTRATO-EXIT
           END-IF.
           MOVE EXTERP-CNPJ-N     TO CNPJ-ESORT.
           MOVE EXTERP-RAZAO      TO RAZAO-ESORT.
           MOVE EXTERP-STATUS     TO STATUS-ESORT.
           MOVE EXTERP-CODVND     TO CODVND-ESORT.
           MOVE EXTERP-LOCALIDADE TO LOCALIDADE-ESORT.
           RELEASE REG-ERP-SORT.
       0211-LER-EXTRATO-EXIT.
           EXIT.

      *    BALANCE LINE ENTRE O EXTRATO ORDENADO E O CADASTRO LIDO
      *    PELA CHAVE ALTERNATIVA DE CNPJ (A PARTIR DO CNPJ 1, O QUE
      *    DEIXA DE FORA O CLIENTE SEM CNPJ). CNPJ REPETIDO NO
      *    CADASTRO CONFERE DE NOVO COM A MESMA LINHA DO ERP.
       022-SAIDA-SORT-ERP section.
           MOVE 0 TO WS-FIM-ARQCLI.
           MOVE 1 TO CLI-CNPJ.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CNPJ
             INVALID KEY MOVE 1 TO WS-FIM-ARQCLI
           END-START.
           MOVE 0 TO WS-CNPJ-ERP-ANT.
           PERFORM 0222-LER-CLIENTE.
           PERFORM 0223-LER-ERP.
           PERFORM 0221-CASAR
             UNTIL WS-CHAVE-CLI = WS-CHAVE-FIM
               AND WS-CHAVE-ERP = WS-CHAVE-FIM.
       022-SAIDA-SORT-ERP-EXIT.
           EXIT.

       0221-CASAR section.
           EVALUATE TRUE
               WHEN WS-ERP-DUPLICADO = "S"
                   ADD 1 TO WS-QTD-ERP-DUPLICADOS
                   PERFORM 0223-LER-ERP
               WHEN WS-CHAVE-CLI < WS-CHAVE-ERP
                   PERFORM 023-CLIENTE-SO-AQUI
                   PERFORM 0222-LER-CLIENTE
               WHEN WS-CHAVE-CLI > WS-CHAVE-ERP
                   IF WS-ERP-CASADO = "N" THEN
                       PERFORM 024-CLIENTE-SO-ERP
                   END-IF
                   PERFORM 0223-LER-ERP
               WHEN OTHER
                   PERFORM 025-COMPARAR-CLIENTE
                   MOVE "S" TO WS-ERP-CASADO
                   PERFORM 0222-LER-CLIENTE
           END-EVALUATE.
       0221-CASAR-EXIT.
           EXIT.

       0222-LER-CLIENTE section.
           IF WS-FIM-ARQCLI = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQCLI
               END-READ
           END-IF.
           IF WS-FIM-ARQCLI = 1 THEN
               MOVE WS-CHAVE-FIM TO WS-CHAVE-CLI
           ELSE
               ADD 1 TO WS-QTD-CLI-LIDOS
               MOVE CLI-CNPJ TO WS-CHAVE-CLI
           END-IF.
       0222-LER-CLIENTE-EXIT.
           EXIT.

       0223-LER-ERP section.
           MOVE "N" TO WS-ERP-CASADO.
           MOVE "N" TO WS-ERP-DUPLICADO.
           IF WS-FIM-SORT-ERP = 0 THEN
               RETURN ERP-SORT
                 AT END MOVE 1 TO WS-FIM-SORT-ERP
               END-RETURN
           END-IF.
           IF WS-FIM-SORT-ERP = 1 THEN
               MOVE WS-CHAVE-FIM TO WS-CHAVE-ERP
               GO TO 0223-LER-ERP-EXIT
           END-IF.
           MOVE CNPJ-ESORT TO WS-CHAVE-ERP.
           IF CNPJ-ESORT = WS-CNPJ-ERP-ANT THEN
               MOVE "S" TO WS-ERP-DUPLICADO
           END-IF.
           MOVE CNPJ-ESORT TO WS-CNPJ-ERP-ANT.
       0223-LER-ERP-EXIT.
           EXIT.

      *    CLIENTE ATIVO QUE O ERP NAO CONHECE VOLTA A SAIR COMO
      *    INCLUSAO; O INATIVO SO E RELACIONADO.
       023-CLIENTE-SO-AQUI section.
           ADD 1 TO WS-QTD-SO-AQUI.
           MOVE 0 TO WS-QTD-DIV.
           MOVE "N" TO WS-REENVIAR.
           IF CLI-STATUS-ATIVO THEN
               MOVE "S" TO WS-REENVIAR
           END-IF.
           MOVE SPACES TO WS-LINHA-REC-CLI.
           MOVE "  CNPJ "        TO WS-LINHA-REC-CLI(1:7).
           MOVE "CLIENTE "       TO WS-LINHA-REC-CLI(23:8).
           MOVE CLI-CNPJ         TO WS-REC-CLI-CNPJ.
           MOVE CLI-CODIGO       TO WS-REC-CLI-CODIGO.
           MOVE CLI-RAZAOSOCIAL  TO WS-REC-CLI-RAZAO.
           MOVE SPACES           TO WS-REC-CLI-ACAO.
           IF  WS-REENVIAR = "S"
           AND WS-TEL-ENFILEIRAR = "S" THEN
               PERFORM 0231-ENFILEIRAR-INCLUSAO
           END-IF.
           MOVE WS-LINHA-REC-CLI TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO WS-LINHA-REC-AQUI.
           MOVE "SO AQUI"        TO WS-REC-DIV-TIPO.
           MOVE "AQUI: "         TO WS-LINHA-REC-AQUI(16:6).
           MOVE "STATUS "        TO WS-REC-DIV-AQUI.
           MOVE CLI-STATUS       TO WS-REC-DIV-AQUI(8:1).
           MOVE WS-LINHA-REC-AQUI TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       023-CLIENTE-SO-AQUI-EXIT.
           EXIT.

      *    SEM O CONTROLE DE ENVIO, A EXTRACAO INCREMENTAL TRATA O
      *    CLIENTE COMO NUNCA ENVIADO E O MANDA COMO INCLUSAO.
       0231-ENFILEIRAR-INCLUSAO section.
           MOVE "C"        TO EXPCTRL-TIPO.
           MOVE CLI-CODIGO TO EXPCTRL-CODIGO.
           READ ARQ-EXPCTRL KEY IS EXPCTRL-CHAVE
             INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-EXPCTRL = 0 THEN
               DELETE ARQ-EXPCTRL RECORD
           END-IF.
           ADD 1 TO WS-QTD-REENVIOS.
           MOVE "REENVIO (I)" TO WS-REC-CLI-ACAO.
       0231-ENFILEIRAR-INCLUSAO-EXIT.
           EXIT.

       024-CLIENTE-SO-ERP section.
           ADD 1 TO WS-QTD-SO-ERP.
           MOVE SPACES TO WS-LINHA-REC-CLI.
           MOVE "  CNPJ "        TO WS-LINHA-REC-CLI(1:7).
           MOVE "CLIENTE "       TO WS-LINHA-REC-CLI(23:8).
           MOVE CNPJ-ESORT       TO WS-REC-CLI-CNPJ.
           MOVE "-------"        TO WS-REC-CLI-CODIGO.
           MOVE RAZAO-ESORT      TO WS-REC-CLI-RAZAO.
           MOVE WS-LINHA-REC-CLI TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO WS-LINHA-REC-ERP.
           MOVE "ERP : "         TO WS-LINHA-REC-ERP(16:6).
           MOVE "    SO NO ERP"  TO WS-LINHA-REC-ERP(1:13).
           MOVE "STATUS "        TO WS-REC-DIV-ERP.
           MOVE STATUS-ESORT     TO WS-REC-DIV-ERP(8:1).
           MOVE WS-LINHA-REC-ERP TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       024-CLIENTE-SO-ERP-EXIT.
           EXIT.

      *    CONFERE OS CAMPOS QUE EXISTEM NOS DOIS LADOS. RAZAO, STATUS
      *    E VENDEDOR SAO DAQUI E PEDEM REENVIO; A LOCALIDADE SO E
      *    RELACIONADA.
       025-COMPARAR-CLIENTE section.
           MOVE 0 TO WS-QTD-DIV.
           MOVE "N" TO WS-REENVIAR.
           IF CLI-RAZAOSOCIAL NOT = RAZAO-ESORT THEN
               ADD 1 TO WS-QTD-DIV-RAZAO
               ADD 1 TO WS-QTD-DIV
               MOVE "S" TO WS-REENVIAR
               MOVE "RAZAO"         TO WS-DIV-TIPO(WS-QTD-DIV)
               MOVE CLI-RAZAOSOCIAL TO WS-DIV-AQUI(WS-QTD-DIV)
               MOVE RAZAO-ESORT     TO WS-DIV-ERP(WS-QTD-DIV)
           END-IF.
           IF CLI-STATUS NOT = STATUS-ESORT THEN
               ADD 1 TO WS-QTD-DIV-STATUS
               ADD 1 TO WS-QTD-DIV
               MOVE "S" TO WS-REENVIAR
               MOVE "STATUS"        TO WS-DIV-TIPO(WS-QTD-DIV)
               MOVE CLI-STATUS      TO WS-DIV-AQUI(WS-QTD-DIV)
               MOVE STATUS-ESORT    TO WS-DIV-ERP(WS-QTD-DIV)
           END-IF.
           MOVE CLI-CODVND TO WS-CODVND-ED.
           IF CODVND-ESORT NOT = WS-CODVND-ED THEN
               ADD 1 TO WS-QTD-DIV-VENDEDOR
               ADD 1 TO WS-QTD-DIV
               MOVE "S" TO WS-REENVIAR
               MOVE "VENDEDOR"      TO WS-DIV-TIPO(WS-QTD-DIV)
               MOVE WS-CODVND-ED    TO WS-DIV-AQUI(WS-QTD-DIV)
               MOVE CODVND-ESORT    TO WS-DIV-ERP(WS-QTD-DIV)
           END-IF.
           IF CLI-LOCALIDADE NOT = LOCALIDADE-ESORT THEN
               ADD 1 TO WS-QTD-DIV-LOCAL
               ADD 1 TO WS-QTD-DIV
               MOVE "LOCALIDADE"    TO WS-DIV-TIPO(WS-QTD-DIV)
               MOVE CLI-LOCALIDADE  TO WS-DIV-AQUI(WS-QTD-DIV)
               MOVE LOCALIDADE-ESORT TO WS-DIV-ERP(WS-QTD-DIV)
           END-IF.
           IF WS-QTD-DIV = 0 THEN
               ADD 1 TO WS-QTD-IGUAIS
               GO TO 025-COMPARAR-CLIENTE-EXIT
           END-IF.
           MOVE SPACES TO WS-LINHA-REC-CLI.
           MOVE "  CNPJ "        TO WS-LINHA-REC-CLI(1:7).
           MOVE "CLIENTE "       TO WS-LINHA-REC-CLI(23:8).
           MOVE CLI-CNPJ         TO WS-REC-CLI-CNPJ.
           MOVE CLI-CODIGO       TO WS-REC-CLI-CODIGO.
           MOVE CLI-RAZAOSOCIAL  TO WS-REC-CLI-RAZAO.
           IF  WS-REENVIAR = "S"
           AND WS-TEL-ENFILEIRAR = "S" THEN
               PERFORM 0251-ENFILEIRAR-ALTERACAO
           END-IF.
           MOVE WS-LINHA-REC-CLI TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 1 TO WS-IDX-DIV.
           PERFORM 0252-IMPRIMIR-DIVERGENCIA
             UNTIL WS-IDX-DIV > WS-QTD-DIV.
       025-COMPARAR-CLIENTE-EXIT.
           EXIT.

      *    O ENVIO VOLTA A PENDENTE E O CLIENTE SAI NA PROXIMA
      *    EXTRACAO INCREMENTAL (A, OU E QUANDO INATIVO). SEM CONTROLE
      *    ELE JA SAIRIA COMO INCLUSAO.
       0251-ENFILEIRAR-ALTERACAO section.
           MOVE "C"        TO EXPCTRL-TIPO.
           MOVE CLI-CODIGO TO EXPCTRL-CODIGO.
           READ ARQ-EXPCTRL KEY IS EXPCTRL-CHAVE
             INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-EXPCTRL NOT = 0 THEN
               ADD 1 TO WS-QTD-REENVIOS
               MOVE "REENVIO (I)" TO WS-REC-CLI-ACAO
               GO TO 0251-ENFILEIRAR-ALTERACAO-EXIT
           END-IF.
           IF EXPCTRL-PENDENTE THEN
               ADD 1 TO WS-QTD-JA-PENDENTES
               MOVE "JA PENDENTE" TO WS-REC-CLI-ACAO
               GO TO 0251-ENFILEIRAR-ALTERACAO-EXIT
           END-IF.
           MOVE "P" TO EXPCTRL-STATUS-ENVIO.
           REWRITE EXPCTRL-REGISTRO.
           ADD 1 TO WS-QTD-REENVIOS.
           MOVE "REENVIO"     TO WS-REC-CLI-ACAO.
       0251-ENFILEIRAR-ALTERACAO-EXIT.
           EXIT.

       0252-IMPRIMIR-DIVERGENCIA section.
           MOVE WS-DIV-TIPO(WS-IDX-DIV) TO WS-REC-DIV-TIPO.
           MOVE WS-DIV-AQUI(WS-IDX-DIV) TO WS-REC-DIV-AQUI.
           MOVE "AQUI: "         TO WS-LINHA-REC-AQUI(16:6).
           MOVE WS-LINHA-REC-AQUI TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO WS-LINHA-REC-ERP.
           MOVE "ERP : "         TO WS-LINHA-REC-ERP(16:6).
           MOVE WS-DIV-ERP(WS-IDX-DIV) TO WS-REC-DIV-ERP.
           MOVE WS-LINHA-REC-ERP TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-IDX-DIV.
       0252-IMPRIMIR-DIVERGENCIA-EXIT.
           EXIT.

       03-imprimir-totais section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE "Linhas no extrato do ERP.....:" TO WS-REC-TOT-TEXTO.
           MOVE WS-QTD-ERP-LIDOS TO WS-REC-TOT-QTD.
           PERFORM 031-gravar-total.
           MOVE "  invalidas (desprezadas)....:" TO WS-REC-TOT-TEXTO.
           MOVE WS-QTD-ERP-INVALIDOS TO WS-REC-TOT-QTD.
           PERFORM 031-gravar-total.
           MOVE "  CNPJ repetido no extrato...:" TO WS-REC-TOT-TEXTO.
           MOVE WS-QTD-ERP-DUPLICADOS TO WS-REC-TOT-QTD.
           PERFORM 031-gravar-total.
           MOVE "Clientes com CNPJ aqui.......:" TO WS-REC-TOT-TEXTO.
           MOVE WS-QTD-CLI-LIDOS TO WS-REC-TOT-QTD.
           PERFORM 031-gravar-total.
           MOVE "Clientes que conferem........:" TO WS-REC-TOT-TEXTO.
           MOVE WS-QTD-IGUAIS TO WS-REC-TOT-QTD.
           PERFORM 031-gravar-total.
           MOVE "So no ERP....................:" TO WS-REC-TOT-TEXTO.
           MOVE WS-QTD-SO-ERP TO WS-REC-TOT-QTD.
           PERFORM 031-gravar-total.
           MOVE "So aqui......................:" TO WS-REC-TOT-TEXTO.
           MOVE WS-QTD-SO-AQUI TO WS-REC-TOT-QTD.
           PERFORM 031-gravar-total.
           MOVE "Razao social diferente.......:" TO WS-REC-TOT-TEXTO.
           MOVE WS-QTD-DIV-RAZAO TO WS-REC-TOT-QTD.
           PERFORM 031-gravar-total.
           MOVE "Status diferente.............:" TO WS-REC-TOT-TEXTO.
           MOVE WS-QTD-DIV-STATUS TO WS-REC-TOT-QTD.
           PERFORM 031-gravar-total.
           MOVE "Vendedor diferente...........:" TO WS-REC-TOT-TEXTO.
           MOVE WS-QTD-DIV-VENDEDOR TO WS-REC-TOT-QTD.
           PERFORM 031-gravar-total.
           MOVE "Localidade diferente.........:" TO WS-REC-TOT-TEXTO.
           MOVE WS-QTD-DIV-LOCAL TO WS-REC-TOT-QTD.
           PERFORM 031-gravar-total.
           IF WS-TEL-ENFILEIRAR = "S" THEN
               MOVE "Reenvios enfileirados........:"
                 TO WS-REC-TOT-TEXTO
               MOVE WS-QTD-REENVIOS TO WS-REC-TOT-QTD
               PERFORM 031-gravar-total
               MOVE "Envios ja pendentes..........:"
                 TO WS-REC-TOT-TEXTO
               MOVE WS-QTD-JA-PENDENTES TO WS-REC-TOT-QTD
               PERFORM 031-gravar-total
           END-IF.
       03-imprimir-totais-exit.
           EXIT.

       031-gravar-total section.
           MOVE WS-LINHA-REC-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       031-gravar-total-exit.
           EXIT.

       05-gerar-batch section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE "JOBNOTURNO" TO WS-OPERADOR-ID.
           MOVE 0 TO WS-RC-BATCH.
           MOVE "N" TO WS-TEL-ENFILEIRAR.
           PERFORM 020-ler-parametros.
           MOVE "RECERP" TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR.
           MOVE WS-TEL-NMEXTRATO TO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WS-TEL-NMARQUIVO.
           PERFORM 02-conciliar.
           IF WS-RC-BATCH = 8 THEN
               DISPLAY "RECONCILIA_ERP: " WS-MSG-REC
           END-IF.
           MOVE "F" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE "RECONCILIA_ERP"    TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID      TO WS-JOB-OPERADOR.
           MOVE WS-QTD-ERP-LIDOS    TO WS-JOB-QTD-REGISTROS.
           MOVE WS-QTD-DIVERGENTES  TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH         TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       05-gerar-batch-exit.
           EXIT.
