       identification division.
       program-id. "RELATORIO_VNDDOC".
       author.     Roberto Holz.
      *    VENCIMENTO DOS DOCUMENTOS DOS REPRESENTANTES (ARQ_VNDDOC):
      *    LISTA, DA VALIDADE MAIS ANTIGA PARA A MAIS NOVA, OS
      *    DOCUMENTOS JA VENCIDOS E OS QUE VENCEM NOS PROXIMOS N DIAS
      *    (VNDDOC_DIAS_AVISO, PADRAO 30; NA TELA PODE SER MUDADO),
      *    COM OS DIAS DE ATRASO OU OS DIAS QUE FALTAM. VENDEDOR
      *    INATIVO E DOCUMENTO SEM VALIDADE NAO ENTRAM.
      *    CADA DOCUMENTO QUE VENCE GERA UMA VEZ O ALERTA
      *    VND_DOC_VENCIDO (VALOR = DIAS VENCIDO); A VALIDADE AVISADA
      *    FICA GRAVADA NO PROPRIO DOCUMENTO E, NA RENOVACAO, O
      *    ALERTA VOLTA A VALER PARA A NOVA VALIDADE.
      *    CONTRATO VENCIDO TAMBEM BLOQUEIA CLIENTE NOVO PARA O
      *    VENDEDOR (VERIFICA_CONTRATO_VND E CALC_DISTRIBUICAO).
      *    NA JANELA NOTURNA (PASSO VNDDOC, RELATORIO_VNDDOC_BATCH=S)
      *    O RELATORIO VAI PARA O SPOOL (TIPO VNDDOC) E A RODADA
      *    TERMINA COM RETORNO 4 QUANDO HA DOCUMENTO VENCIDO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-vnddoc.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-impresso.cpy'.
         SELECT VDC-SORT ASSIGN TO DISK WID-VDC-SORT.

       data division.
       file section.
         copy 'fd-arq-vnddoc.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-impresso.cpy'.

       SD VDC-SORT
          DATA RECORD IS REG-VDC-SORT.
       01 REG-VDC-SORT.
           05 VALIDADE-VSORT                PIC 9(08).
           05 CODVND-VSORT                  PIC 9(05).
           05 TIPO-VSORT                    PIC X(01).
           05 NUMERO-VSORT                  PIC X(20).
           05 NOME-VSORT                    PIC X(40).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-VNDDOC       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDDOC  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-VENDEDOR     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VND     PIC 9(02) VALUE ZEROS.
              05 WID-VDC-SORT         PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-VDC           PIC X(40) VALUE SPACES.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-TEL-DIAS-AVISO    PIC 9(03) VALUE ZEROS.
              05 WS-DIAS-AVISO        PIC 9(03) VALUE 30.
              05 WS-MODO-BATCH        PIC X(01) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-INT-HOJE          PIC 9(08) VALUE ZEROS.
              05 WS-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
              05 WS-DIAS              PIC 9(05) VALUE ZEROS.
              05 WS-FIM-VNDDOC        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-VDC      PIC 9(01) VALUE ZEROS.
              05 WS-TOT-LIDOS         PIC 9(07) VALUE ZEROS.
              05 WS-TOT-VENCIDOS      PIC 9(07) VALUE ZEROS.
              05 WS-TOT-A-VENCER      PIC 9(07) VALUE ZEROS.
              05 WS-TOT-CONTRATOS     PIC 9(07) VALUE ZEROS.
              05 WS-TOT-ALERTAS       PIC 9(07) VALUE ZEROS.
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

           01 WS-ALERTA-PRM.
              05 WS-ALE-REGRA         PIC X(15) VALUE SPACES.
              05 WS-ALE-VALOR         PIC 9(07)V9(02) VALUE ZEROS.
              05 WS-ALE-TEXTO         PIC X(40) VALUE SPACES.
              05 WS-ALE-DISPAROU      PIC X(01) VALUE "N".

           01 WS-LINHAS-VDC.
              05 WS-LINHA-VDC-CAB-1.
                 10 FILLER                  PIC X(50) VALUE
                    "  VENCIMENTO DE DOCUMENTOS - POSICAO EM ".
                 10 WS-VDC-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-VDC-CAB-2.
                 10 FILLER                  PIC X(36) VALUE
                    "  VENCIDOS E A VENCER NOS PROXIMOS ".
                 10 WS-VDC-CAB-DIAS         PIC ZZ9.
                 10 FILLER                  PIC X(38) VALUE
                    " DIAS (C=CONTRATO R=CORE O=OUTRO)".
              05 WS-LINHA-VDC-CAB-3.
                 10 FILLER                  PIC X(40) VALUE
                    "  VALIDADE   SITUACAO VEND. NOME        ".
                 10 FILLER                  PIC X(40) VALUE
                    "           T NUMERO                DIAS".
              05 WS-LINHA-VDC-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-VDC-DET-VALIDADE     PIC 9999/99/99B.
                 10 WS-VDC-DET-SITUACAO     PIC X(08)B.
                 10 WS-VDC-DET-CODVND       PIC 9(05)B.
                 10 WS-VDC-DET-NOME         PIC X(22)B.
                 10 WS-VDC-DET-TIPO         PIC X(01)B.
                 10 WS-VDC-DET-NUMERO       PIC X(20)B.
                 10 WS-VDC-DET-DIAS         PIC ZZZZ9.
              05 WS-LINHA-VDC-NENHUM.
                 10 FILLER                  PIC X(40) VALUE
                    "  (NENHUM DOCUMENTO VENCIDO OU A VENCER)".
              05 WS-LINHA-VDC-TOT-1.
                 10 FILLER                  PIC X(13) VALUE
                    "  Vencidos: ".
                 10 WS-VDC-TOT-VENCIDOS     PIC ZZZZZZ9.
                 10 FILLER                  PIC X(24) VALUE
                    "  Contratos vencidos: ".
                 10 WS-VDC-TOT-CONTRATOS    PIC ZZZZZZ9.
                 10 FILLER                  PIC X(13) VALUE
                    "  A vencer: ".
                 10 WS-VDC-TOT-A-VENCER     PIC ZZZZZZ9.
              05 WS-LINHA-VDC-TOT-2.
                 10 FILLER                  PIC X(34) VALUE
                    "  Alertas de vencimento gravados: ".
                 10 WS-VDC-TOT-ALERTAS      PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-VDC.
          05 VALUE "--- VENCIMENTO DE DOCUMENTOS DOS VENDEDORES ---"
          BLANK SCREEN LINE 1 COL 17.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Contratos, registros no CORE e outros documentos"
             LINE 6 COL 20.
          05 VALUE "dos representantes vencidos ou a vencer."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-VDC-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-VDC.

       01 TELA-VDC-PRM.
          05 TELA-VDC-DIAS.
             10 LINE 09 COL 20 VALUE "Dias de antecedencia....:".
             10 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-DIAS-AVISO.
          05 TELA-VDC-NMARQ.
             10 LINE 10 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-VDC-SAIR.
          05 LINE 13 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT
                  "RELATORIO_VNDDOC_BATCH".
           IF WS-MODO-BATCH = "S" THEN
               PERFORM 05-gerar-batch
               goback
           END-IF.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               PERFORM 030-ler-parametros
               MOVE WS-DIAS-AVISO TO WS-TEL-DIAS-AVISO
               MOVE "VENCIMENTO_DOCUMENTOS" TO WS-TEL-NMARQUIVO
               DISPLAY TELA-VDC-PRM
               ACCEPT  TELA-VDC-DIAS
               ACCEPT  TELA-VDC-NMARQ
               IF WS-TEL-NMARQUIVO = SPACES THEN
                   MOVE "Geracao do relatorio cancelada" TO WS-MSG-VDC
               ELSE
                   MOVE WS-TEL-DIAS-AVISO TO WS-DIAS-AVISO
                   PERFORM 03-gerar-relatorio
               END-IF
               DISPLAY TELA-VDC-MSG
               DISPLAY TELA-VDC-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-VDC.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-VDC
               DISPLAY TELA-VDC-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

      *    O ARQUIVO DE DOCUMENTOS E ABERTO EM I-O PORQUE A VALIDADE
      *    JA AVISADA E REGRAVADA NO DOCUMENTO QUANDO O ALERTA SAI.
       03-gerar-relatorio section.
           MOVE "ARQ_VNDDOC" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDDOC.
           OPEN I-O ARQ-VNDDOC.
           IF  WS-RST-ACESS-VNDDOC <> 00
           AND WS-RST-ACESS-VNDDOC <> 05 THEN
               MOVE "Nenhum documento cadastrado" TO WS-MSG-VDC
               GO TO 03-gerar-relatorio-exit
           END-IF.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VENDEDOR.
           OPEN INPUT ARQ-VENDEDOR.
           IF  WS-RST-ACESS-VND <> 00
           AND WS-RST-ACESS-VND <> 05 THEN
               CLOSE ARQ-VNDDOC
               MOVE "Erro na abertura do ARQ_VENDEDOR" TO WS-MSG-VDC
               GO TO 03-gerar-relatorio-exit
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (WS-INT-HOJE + WS-DIAS-AVISO).
           MOVE 0 TO WS-TOT-LIDOS.
           MOVE 0 TO WS-TOT-VENCIDOS.
           MOVE 0 TO WS-TOT-A-VENCER.
           MOVE 0 TO WS-TOT-CONTRATOS.
           MOVE 0 TO WS-TOT-ALERTAS.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-DATA-HOJE TO WS-VDC-CAB-DATA.
           MOVE WS-LINHA-VDC-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-DIAS-AVISO TO WS-VDC-CAB-DIAS.
           MOVE WS-LINHA-VDC-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-VDC-CAB-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           SORT VDC-SORT
             ON ASCENDING KEY VALIDADE-VSORT CODVND-VSORT TIPO-VSORT
             INPUT PROCEDURE IS 032-ENTRADA-SORT-VDC
            OUTPUT PROCEDURE IS 033-SAIDA-SORT-VDC.

           IF WS-TOT-VENCIDOS = 0
           AND WS-TOT-A-VENCER = 0 THEN
               MOVE WS-LINHA-VDC-NENHUM TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-VENCIDOS  TO WS-VDC-TOT-VENCIDOS.
           MOVE WS-TOT-CONTRATOS TO WS-VDC-TOT-CONTRATOS.
           MOVE WS-TOT-A-VENCER  TO WS-VDC-TOT-A-VENCER.
           MOVE WS-LINHA-VDC-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-ALERTAS   TO WS-VDC-TOT-ALERTAS.
           MOVE WS-LINHA-VDC-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-VNDDOC.

           IF WS-TOT-VENCIDOS > 0 THEN
               MOVE 4 TO WS-RC-BATCH
           END-IF.
           MOVE "Relatorio de vencimentos gerado" TO WS-MSG-VDC.
       03-gerar-relatorio-exit.
           EXIT.

       030-ler-parametros section.
           MOVE "VNDDOC_DIAS_AVISO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-DIAS-AVISO = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
       030-ler-parametros-exit.
           EXIT.

       032-ENTRADA-SORT-VDC section.
           MOVE 0 TO WS-FIM-VNDDOC.
           MOVE LOW-VALUES TO VDC-CHAVE.
           START ARQ-VNDDOC KEY IS NOT LESS THAN VDC-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-VNDDOC
           END-START.
           IF WS-FIM-VNDDOC = 0 THEN
               READ ARQ-VNDDOC NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VNDDOC
               END-READ
               PERFORM 0321-AVALIAR-DOCUMENTO
                 UNTIL WS-FIM-VNDDOC = 1
           END-IF.
       032-ENTRADA-SORT-VDC-EXIT.
           EXIT.

      *    SO ENTRA DOCUMENTO COM VALIDADE ATE A DATA LIMITE E DE
      *    VENDEDOR NAO INATIVO (O VENDEDOR APAGADO SAI COM O NOME EM
      *    BRANCO, PARA O DOCUMENTO SOLTO SER NOTADO).
       0321-AVALIAR-DOCUMENTO section.
           ADD 1 TO WS-TOT-LIDOS.
           IF VDC-DATA-VALIDADE = 0
           OR VDC-DATA-VALIDADE > WS-DATA-LIMITE THEN
               GO TO 0321-AVALIAR-DOCUMENTO-PROX
           END-IF.
           MOVE VDC-CODVND TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO
             INVALID KEY MOVE SPACES TO VND-NOME
                         MOVE "A"    TO VND-STATUS
           END-READ.
           IF VND-STATUS-INATIVO THEN
               GO TO 0321-AVALIAR-DOCUMENTO-PROX
           END-IF.
           MOVE VDC-DATA-VALIDADE TO VALIDADE-VSORT.
           MOVE VDC-CODVND        TO CODVND-VSORT.
           MOVE VDC-TIPO          TO TIPO-VSORT.
           MOVE VDC-NUMERO        TO NUMERO-VSORT.
           MOVE VND-NOME          TO NOME-VSORT.
           RELEASE REG-VDC-SORT.
           IF VDC-DATA-VALIDADE < WS-DATA-HOJE
           AND VDC-DATA-ALERTA NOT = VDC-DATA-VALIDADE THEN
               PERFORM 0322-ALERTAR-VENCIMENTO
           END-IF.
       0321-AVALIAR-DOCUMENTO-PROX.
           READ ARQ-VNDDOC NEXT RECORD
             AT END MOVE 1 TO WS-FIM-VNDDOC
           END-READ.
       0321-AVALIAR-DOCUMENTO-EXIT.
           EXIT.

      *    PRIMEIRA VEZ QUE O DOCUMENTO APARECE VENCIDO: ALERTA COM OS
      *    DIAS DE ATRASO E A VALIDADE AVISADA REGRAVADA.
       0322-ALERTAR-VENCIMENTO section.
           COMPUTE WS-DIAS = WS-INT-HOJE -
                   FUNCTION INTEGER-OF-DATE(VDC-DATA-VALIDADE).
           MOVE "VND_DOC_VENCIDO" TO WS-ALE-REGRA.
           MOVE WS-DIAS           TO WS-ALE-VALOR.
           MOVE SPACES            TO WS-ALE-TEXTO.
           EVALUATE TRUE
           WHEN VDC-TIPO-CONTRATO
             STRING "VND " VDC-CODVND " CONTRATO VENCIDO EM "
                    VDC-DATA-VALIDADE
                    DELIMITED BY SIZE INTO WS-ALE-TEXTO
           WHEN VDC-TIPO-REGISTRO
             STRING "VND " VDC-CODVND " REGISTRO CORE VENCIDO "
                    VDC-DATA-VALIDADE
                    DELIMITED BY SIZE INTO WS-ALE-TEXTO
           WHEN OTHER
             STRING "VND " VDC-CODVND " DOCUMENTO VENCIDO EM "
                    VDC-DATA-VALIDADE
                    DELIMITED BY SIZE INTO WS-ALE-TEXTO
           END-EVALUATE.
           CALL 'GRAVA_ALERTA' USING WS-ALERTA-PRM.
           IF WS-ALE-DISPAROU = "S" THEN
               ADD 1 TO WS-TOT-ALERTAS
           END-IF.
           MOVE VDC-DATA-VALIDADE TO VDC-DATA-ALERTA.
           REWRITE VDC-REGISTRO.
       0322-ALERTAR-VENCIMENTO-EXIT.
           EXIT.

       033-SAIDA-SORT-VDC section.
           MOVE 0 TO WS-FIM-SORT-VDC.
           PERFORM 0331-IMPRIMIR-DOCUMENTO
             UNTIL WS-FIM-SORT-VDC = 1.
       033-SAIDA-SORT-VDC-EXIT.
           EXIT.

       0331-IMPRIMIR-DOCUMENTO section.
           RETURN VDC-SORT
             AT END MOVE 1 TO WS-FIM-SORT-VDC.
           IF WS-FIM-SORT-VDC = 1 THEN
               GO TO 0331-IMPRIMIR-DOCUMENTO-EXIT
           END-IF.
           IF VALIDADE-VSORT < WS-DATA-HOJE THEN
               ADD 1 TO WS-TOT-VENCIDOS
               IF TIPO-VSORT = "C" THEN
                   ADD 1 TO WS-TOT-CONTRATOS
               END-IF
               MOVE "VENCIDO"  TO WS-VDC-DET-SITUACAO
               COMPUTE WS-DIAS = WS-INT-HOJE -
                       FUNCTION INTEGER-OF-DATE(VALIDADE-VSORT)
           ELSE
               ADD 1 TO WS-TOT-A-VENCER
               MOVE "A VENCER" TO WS-VDC-DET-SITUACAO
               COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(VALIDADE-VSORT)
                     - WS-INT-HOJE
           END-IF.
           MOVE VALIDADE-VSORT TO WS-VDC-DET-VALIDADE.
           MOVE CODVND-VSORT   TO WS-VDC-DET-CODVND.
           MOVE NOME-VSORT     TO WS-VDC-DET-NOME.
           MOVE TIPO-VSORT     TO WS-VDC-DET-TIPO.
           MOVE NUMERO-VSORT   TO WS-VDC-DET-NUMERO.
           MOVE WS-DIAS        TO WS-VDC-DET-DIAS.
           MOVE WS-LINHA-VDC-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0331-IMPRIMIR-DOCUMENTO-EXIT.
           EXIT.

       05-gerar-batch section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE "JOBNOTURNO" TO WS-OPERADOR-ID.
           MOVE 0 TO WS-RC-BATCH.
           PERFORM 030-ler-parametros.
           MOVE "VNDDOC" TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR.
           MOVE SPACES TO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WS-TEL-NMARQUIVO.
           PERFORM 03-gerar-relatorio.
           MOVE "F" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE "RELATORIO_VNDDOC"  TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID      TO WS-JOB-OPERADOR.
           MOVE WS-TOT-LIDOS        TO WS-JOB-QTD-REGISTROS.
           COMPUTE WS-JOB-QTD-AVISOS = WS-TOT-VENCIDOS
                                     + WS-TOT-A-VENCER.
           MOVE WS-RC-BATCH         TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       05-gerar-batch-exit.
           EXIT.
