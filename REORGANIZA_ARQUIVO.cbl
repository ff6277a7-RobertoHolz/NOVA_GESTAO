       identification division.
       program-id. "REORGANIZA_ARQUIVO".
       author.     Roberto Holz.
      *    REORGANIZACAO DOS ARQUIVOS INDEXADOS DA EMPRESA CORRENTE
      *    (ARQ_CLIENTE, ARQ_VISITA, ARQ_HISTDIST E ARQ_FATURA), QUE
      *    CRESCEM MUITO ALEM DOS REGISTROS VIVOS DEPOIS DE
      *    ARQUIVAMENTOS, FUSOES, ANONIMIZACOES E EXCLUSOES. PARA CADA
      *    ARQUIVO ESCOLHIDO:
      *      1. DESCARREGA O ARQUIVO NA ORDEM DA CHAVE PRINCIPAL NUM
      *         SEQUENCIAL DE TRABALHO (ARQ_RORGCLI/VIS/HDS/FAT),
      *         CONTANDO OS REGISTROS E SOMANDO OS CAMPOS DA CHAVE;
      *      2. RELE A DESCARGA E CONFERE QUANTIDADE E SOMA - SO COM
      *         A DESCARGA CONFERIDA O ARQUIVO VIVO E TOCADO;
      *      3. RECRIA O ARQUIVO (OPEN OUTPUT) E RECARREGA TUDO;
      *      4. RELE O ARQUIVO NOVO PELA CHAVE: QUANTIDADE, SOMA DA
      *         CHAVE E ORDEM TEM DE BATER COM A DESCARGA. CONFERIDO,
      *         A DESCARGA E APAGADA; SENAO A RODADA PARA COM RETORNO
      *         8 E A DESCARGA FICA PRESERVADA PARA A RECARGA.
      *    O RELATORIO (SPOOL TIPO REORG) TRAZ, POR ARQUIVO, O TAMANHO
      *    FISICO ANTES E DEPOIS, O APROVEITAMENTO (BYTES DOS
      *    REGISTROS SOBRE O TAMANHO FISICO) E A FRAGMENTACAO (PARTE
      *    DO TAMANHO ANTERIOR QUE FOI RECUPERADA). O ARQ_AUDIT E
      *    SEQUENCIAL E SELADO (SO RECEBE GRAVACOES NO FIM) E NAO
      *    ENTRA NA REORGANIZACAO.
      *    RODA SOB A TRAVA EXCLUSIVA, QUE SO E CONCEDIDA SEM NENHUMA
      *    OUTRA TRAVA EM PE (CADASTROS ABERTOS, DISTRIBUICAO).
      *    NA JANELA NOTURNA (PASSO REORG, REORGANIZA_ARQUIVO_BATCH=S)
      *    REORGANIZA O ARQUIVO DE REORGANIZA_ARQUIVO_ALVO (CLIENTE,
      *    VISITA, HISTDIST OU FATURA; EM BRANCO, TODOS). COM
      *    REORGANIZA_ARQUIVO_RECARGA=S E UM ALVO UNICO, PULA A
      *    DESCARGA E SO RECARREGA DO SEQUENCIAL PRESERVADO (RETOMADA
      *    DE UMA RODADA QUE CAIU NA RECARGA).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-histdist.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-impresso.cpy'.
           SELECT ARQ-RORGUNL
               ASSIGN TO WID-ARQ-RORGUNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-RORGUNL.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-histdist.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-impresso.cpy'.
      *    A DESCARGA GUARDA A IMAGEM DO REGISTRO COMPLETADA COM
      *    BRANCOS ATE O TAMANHO DO MAIOR LAYOUT.
       FD  ARQ-RORGUNL
           LABEL RECORD IS STANDARD.
       01  RORGUNL-REGISTRO                 PIC X(400).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-VISITA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VISITA  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-HISTDIST     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-HISTDIST PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-FATURA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FATURA  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-RORGUNL      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RORGUNL PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-REORG         PIC X(40) VALUE SPACES.
              05 WS-MODO-BATCH        PIC X(01) VALUE SPACES.
              05 WS-SO-RECARGA        PIC X(01) VALUE SPACES.
              05 WS-ALVO              PIC X(10) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-RC-DELETE         PIC S9(09) COMP-5 VALUE ZEROS.
              05 WS-RC-EXISTE         PIC S9(09) COMP-5 VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
      *    ARQUIVO EM TRABALHO: 1=CLIENTE 2=VISITA 3=HISTDIST
      *    4=FATURA; A RODADA VAI DE WS-ARQ-INI ATE WS-ARQ-FIM.
              05 WS-ARQ-ATUAL         PIC 9(01) VALUE ZEROS.
              05 WS-ARQ-INI           PIC 9(01) VALUE ZEROS.
              05 WS-ARQ-FIM           PIC 9(01) VALUE ZEROS.
              05 WS-NOME-ALVO         PIC X(22) VALUE SPACES.
              05 WS-RST-ALVO          PIC 9(02) VALUE ZEROS.
              05 WS-SITUACAO-ARQ      PIC X(10) VALUE SPACES.
              05 WS-FIM-ARQUIVO       PIC 9(01) VALUE ZEROS.
              05 WS-TAM-REGISTRO      PIC 9(05) VALUE ZEROS.
              05 WS-TAM-CHAVE         PIC 9(02) VALUE ZEROS.
              05 WS-CHAVE-ANT         PIC X(21) VALUE SPACES.
              05 WS-SOMA-REG          PIC 9(18) VALUE ZEROS.
              05 WS-QTD-DESCARGA      PIC 9(09) VALUE ZEROS.
              05 WS-SOMA-DESCARGA     PIC 9(18) VALUE ZEROS.
              05 WS-QTD-CONF-UNL      PIC 9(09) VALUE ZEROS.
              05 WS-SOMA-CONF-UNL     PIC 9(18) VALUE ZEROS.
              05 WS-QTD-GRAVADOS      PIC 9(09) VALUE ZEROS.
              05 WS-QTD-REJEITADOS    PIC 9(09) VALUE ZEROS.
              05 WS-QTD-DEPOIS        PIC 9(09) VALUE ZEROS.
              05 WS-SOMA-DEPOIS       PIC 9(18) VALUE ZEROS.
              05 WS-QTD-FORA-ORDEM    PIC 9(09) VALUE ZEROS.
              05 WS-TAM-ANTES         PIC 9(15) VALUE ZEROS.
              05 WS-TAM-DEPOIS        PIC 9(15) VALUE ZEROS.
              05 WS-TAM-ARQ           PIC 9(15) VALUE ZEROS.
              05 WS-BYTES-UTEIS       PIC 9(15) VALUE ZEROS.
              05 WS-PCT-APROV-ANTES   PIC 9(03)V9 VALUE ZEROS.
              05 WS-PCT-APROV-DEPOIS  PIC 9(03)V9 VALUE ZEROS.
              05 WS-PCT-FRAG          PIC 9(03)V9 VALUE ZEROS.
              05 WS-TOT-RECUPERADO    PIC 9(15) VALUE ZEROS.
              05 WS-TOT-REGISTROS     PIC 9(09) VALUE ZEROS.
              05 WS-QTD-ARQ-OK        PIC 9(01) VALUE ZEROS.
              05 WS-QTD-ARQ-ERRO      PIC 9(01) VALUE ZEROS.
      *    NOME FISICO TESTADO NA MEDICAO: CONFORME O GERENCIADOR DE
      *    ARQUIVOS INDEXADOS, OS DADOS E O INDICE FICAM NO PROPRIO
      *    NOME OU EM <NOME>.dat E <NOME>.idx; SOMA OS QUE EXISTIREM.
              05 WS-NOME-FISICO       PIC X(30) VALUE SPACES.
              05 WS-DETALHE-ARQ.
                 10 WS-DET-TAMANHO    PIC X(08) COMP-X.
                 10 WS-DET-DIA        PIC X(01) COMP-X.
                 10 WS-DET-MES        PIC X(01) COMP-X.
                 10 WS-DET-ANO        PIC X(02) COMP-X.
                 10 WS-DET-HORA       PIC X(01) COMP-X.
                 10 WS-DET-MINUTO     PIC X(01) COMP-X.
                 10 WS-DET-SEGUNDO    PIC X(01) COMP-X.
                 10 WS-DET-CENTESIMO  PIC X(01) COMP-X.
              05 WS-TRAVA-REG.
                 10 WS-TRV-FUNCAO     PIC X(02) VALUE SPACES.
                 10 WS-TRV-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-TRV-OK         PIC X(01) VALUE "N".
                 10 WS-TRV-DETENTOR   PIC X(10) VALUE SPACES.
                 10 WS-TRV-DATA       PIC 9(08) VALUE ZEROS.
                 10 WS-TRV-HORA       PIC 9(06) VALUE ZEROS.
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

      *    IMAGEM DO REGISTRO EM TRABALHO. TODOS OS LAYOUTS COMECAM
      *    PELA CHAVE PRINCIPAL: CODIGO DO CLIENTE (CLIENTE), CLIENTE
      *    + DATA + HORA (VISITA E HISTDIST) OU CLIENTE + ANO/MES
      *    (FATURA).
           01 WS-IMAGEM-REG                 PIC X(400) VALUE SPACES.
           01 WS-IMAGEM-DATA-HORA REDEFINES WS-IMAGEM-REG.
              05 WS-IMG-CODCLI              PIC 9(07).
              05 WS-IMG-DATA                PIC 9(08).
              05 WS-IMG-HORA                PIC 9(06).
              05 FILLER                     PIC X(379).
           01 WS-IMAGEM-ANOMES REDEFINES WS-IMAGEM-REG.
              05 FILLER                     PIC X(07).
              05 WS-IMG-ANOMES              PIC 9(06).
              05 FILLER                     PIC X(387).

           01 WS-LINHAS-REORG.
              05 WS-LINHA-RRG-CAB-1.
                 10 FILLER                  PIC X(46) VALUE
                    "  REORGANIZACAO DE ARQUIVOS INDEXADOS - EM ".
                 10 WS-RRG-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-RRG-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "ARQUIVO      REGISTROS  BYTES ANTES BYTE".
                 10 FILLER                  PIC X(40) VALUE
                    "S DEPOIS APROV APROV FRAG% SITUACAO".
              05 WS-LINHA-RRG-CAB-3.
                 10 FILLER                  PIC X(40) VALUE
                    "                                        ".
                 10 FILLER                  PIC X(40) VALUE
                    "         ANTES DEPOIS".
              05 WS-LINHA-RRG-DET.
                 10 WS-RRG-DET-ARQUIVO      PIC X(13).
                 10 WS-RRG-DET-REGISTROS    PIC ZZZZZZZZ9B.
                 10 WS-RRG-DET-ANTES        PIC ZZZZZZZZZZZ9B.
                 10 WS-RRG-DET-DEPOIS       PIC ZZZZZZZZZZZ9B.
                 10 WS-RRG-DET-APROV-ANT    PIC ZZ9.9B.
                 10 WS-RRG-DET-APROV-DEP    PIC ZZ9.9B.
                 10 WS-RRG-DET-FRAG         PIC ZZ9.9B.
                 10 WS-RRG-DET-SITUACAO     PIC X(10).
              05 WS-LINHA-RRG-CONF.
                 10 FILLER                  PIC X(17) VALUE
                    "    soma chave: ".
                 10 WS-RRG-CONF-SOMA        PIC Z(17)9.
                 10 FILLER                  PIC X(10) VALUE
                    " descarga ".
                 10 WS-RRG-CONF-DESCARGA    PIC ZZZZZZZZ9.
                 10 FILLER                  PIC X(09) VALUE
                    " recarga ".
                 10 WS-RRG-CONF-RECARGA     PIC ZZZZZZZZ9.
              05 WS-LINHA-RRG-PRESERVA.
                 10 FILLER                  PIC X(28) VALUE
                    "    descarga preservada em ".
                 10 WS-RRG-PRESERVA-NOME    PIC X(22).
              05 WS-LINHA-RRG-AUDIT.
                 10 FILLER                  PIC X(40) VALUE
                    "ARQ_AUDIT: diario sequencial selado, for".
                 10 FILLER                  PIC X(40) VALUE
                    "a da reorganizacao".
              05 WS-LINHA-RRG-TOT-1.
                 10 FILLER                  PIC X(32) VALUE
                    "Arquivos reorganizados.......:".
                 10 WS-RRG-TOT-OK           PIC Z9.
              05 WS-LINHA-RRG-TOT-2.
                 10 FILLER                  PIC X(32) VALUE
                    "Arquivos com erro............:".
                 10 WS-RRG-TOT-ERRO         PIC Z9.
              05 WS-LINHA-RRG-TOT-3.
                 10 FILLER                  PIC X(32) VALUE
                    "Espaco recuperado (bytes)....:".
                 10 WS-RRG-TOT-RECUPERADO   PIC Z(14)9.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-REORG.
          05 VALUE "--- REORGANIZACAO DE ARQUIVOS INDEXADOS ---"
          BLANK SCREEN LINE 1 COL 20.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Descarrega o arquivo pela chave, recria, recarrega"
             LINE 5 COL 20.
          05 VALUE "e confere quantidade e soma da chave. Exige o"
             LINE 6 COL 20.
          05 VALUE "sistema livre (ninguem nos cadastros)."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-CLIENTE 2-VISITA 3-HISTDIST 4-FATURA 5-TODOS"
          LINE 17 COL 20.
          05 VALUE
          "9-VOLTAR"
          LINE 18 COL 20.
          05 TELA-REORG-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-REORG.

       01 TELA-REORG-SAIR.
          05 LINE 13 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           ACCEPT WS-SO-RECARGA FROM ENVIRONMENT
                  "REORGANIZA_ARQUIVO_RECARGA".
           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT
                  "REORGANIZA_ARQUIVO_BATCH".
           IF WS-MODO-BATCH = "S" THEN
               PERFORM 05-executar-batch
               goback
           END-IF.
           perform 01-pegar-acao
             until (ws-acao >= 1 and ws-acao <= 5)
                or ws-acao = 9.
           if ws-acao not = 9 then
               IF ws-acao = 5 THEN
                   MOVE 1 TO WS-ARQ-INI
                   MOVE 4 TO WS-ARQ-FIM
               ELSE
                   MOVE ws-acao TO WS-ARQ-INI
                   MOVE ws-acao TO WS-ARQ-FIM
               END-IF
               PERFORM 02-executar-reorganizacao
               PERFORM 06-gravar-joblog
               DISPLAY TELA-REORG-MSG
               DISPLAY TELA-REORG-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-REORG.
           ACCEPT  ACAO-INPUT.
           IF (ws-acao < 1 OR ws-acao > 5)
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-REORG
               DISPLAY TELA-REORG-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

      *    TRAVA EXCLUSIVA, SPOOL, UM BLOCO POR ARQUIVO E TOTAIS. A
      *    PRIMEIRA DIVERGENCIA PARA A RODADA: OS ARQUIVOS SEGUINTES
      *    NAO SAO TOCADOS.
       02-executar-reorganizacao section.
           MOVE 0 TO WS-RC-BATCH.
           IF WS-SO-RECARGA = "S"
           AND WS-ARQ-INI NOT = WS-ARQ-FIM THEN
               MOVE "Recarga exige um unico arquivo" TO WS-MSG-REORG
               MOVE 8 TO WS-RC-BATCH
               GO TO 02-executar-reorganizacao-exit
           END-IF.
           MOVE "XE" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           IF WS-TRV-OK NOT = "S" THEN
               MOVE SPACES TO WS-MSG-REORG
               STRING "Sistema travado por " DELIMITED BY SIZE
                      WS-TRV-DETENTOR        DELIMITED BY SIZE
                 INTO WS-MSG-REORG
               MOVE 8 TO WS-RC-BATCH
               GO TO 02-executar-reorganizacao-exit
           END-IF.

           MOVE "REORG" TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR.
           MOVE SPACES TO WS-SPL-PARAMETROS.
           STRING "ARQ=" DELIMITED BY SIZE
                  WS-ARQ-INI DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ARQ-FIM DELIMITED BY SIZE
                  " RECARGA=" DELIMITED BY SIZE
                  WS-SO-RECARGA DELIMITED BY SIZE
             INTO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-RRG-CAB-DATA.
           MOVE WS-LINHA-RRG-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-RRG-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-RRG-CAB-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           MOVE 0 TO WS-TOT-RECUPERADO.
           MOVE 0 TO WS-TOT-REGISTROS.
           MOVE 0 TO WS-QTD-ARQ-OK.
           MOVE 0 TO WS-QTD-ARQ-ERRO.
           MOVE WS-ARQ-INI TO WS-ARQ-ATUAL.
           PERFORM 021-reorganizar-arquivo
             UNTIL WS-ARQ-ATUAL > WS-ARQ-FIM
                OR WS-RC-BATCH = 8.

           PERFORM 04-imprimir-totais.
           CLOSE ARQ-IMPRESSO.
           MOVE "F" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.

           MOVE "XL" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.

           MOVE SPACES TO WS-MSG-REORG.
           IF WS-RC-BATCH = 0 THEN
               STRING "Reorganizacao concluida, spool "
                      DELIMITED BY SIZE
                      WS-SPL-ID DELIMITED BY SIZE
                 INTO WS-MSG-REORG
           ELSE
               STRING "Reorganizacao com erro, spool "
                      DELIMITED BY SIZE
                      WS-SPL-ID DELIMITED BY SIZE
                 INTO WS-MSG-REORG
           END-IF.
       02-executar-reorganizacao-exit.
           EXIT.

       021-reorganizar-arquivo section.
           PERFORM 0211-preparar-arquivo.
           MOVE SPACES TO WS-SITUACAO-ARQ.
           MOVE 0 TO WS-QTD-DESCARGA.
           MOVE 0 TO WS-SOMA-DESCARGA.
           MOVE 0 TO WS-QTD-CONF-UNL.
           MOVE 0 TO WS-SOMA-CONF-UNL.
           MOVE 0 TO WS-QTD-GRAVADOS.
           MOVE 0 TO WS-QTD-REJEITADOS.
           MOVE 0 TO WS-QTD-DEPOIS.
           MOVE 0 TO WS-SOMA-DEPOIS.
           MOVE 0 TO WS-QTD-FORA-ORDEM.
           MOVE 0 TO WS-TAM-DEPOIS.
           MOVE 0 TO WS-TAM-ARQ.
           PERFORM 0212-medir-tamanho.
           MOVE WS-TAM-ARQ TO WS-TAM-ANTES.

           PERFORM 0210-executar-etapas.

           IF  WS-SITUACAO-ARQ NOT = "OK"
           AND WS-SITUACAO-ARQ NOT = "INEXISTE" THEN
               ADD 1 TO WS-QTD-ARQ-ERRO
               MOVE 8 TO WS-RC-BATCH
           END-IF.
           PERFORM 0217-calcular-estatisticas.
           PERFORM 0218-imprimir-arquivo.
           ADD 1 TO WS-ARQ-ATUAL.
       021-reorganizar-arquivo-exit.
           EXIT.

      *    DESCARGA, CONFERENCIA DA DESCARGA, RECARGA E CONFERENCIA DO
      *    ARQUIVO NOVO; A PRIMEIRA ETAPA QUE FALHA DEIXA A SITUACAO
      *    DO ARQUIVO PREENCHIDA E ENCERRA O ARQUIVO.
       0210-executar-etapas section.
           IF WS-SO-RECARGA NOT = "S" THEN
               PERFORM 0213-descarregar
               IF WS-SITUACAO-ARQ NOT = SPACES THEN
                   GO TO 0210-executar-etapas-exit
               END-IF
           END-IF.
           PERFORM 0214-conferir-descarga.
           IF WS-SITUACAO-ARQ NOT = SPACES THEN
               GO TO 0210-executar-etapas-exit
           END-IF.
           PERFORM 0215-recarregar.
           IF WS-SITUACAO-ARQ NOT = SPACES THEN
               GO TO 0210-executar-etapas-exit
           END-IF.
           PERFORM 0216-conferir-recarga.
           IF WS-SITUACAO-ARQ NOT = SPACES THEN
               GO TO 0210-executar-etapas-exit
           END-IF.

           MOVE "OK" TO WS-SITUACAO-ARQ.
           MOVE 0 TO WS-TAM-ARQ.
           PERFORM 0212-medir-tamanho.
           MOVE WS-TAM-ARQ TO WS-TAM-DEPOIS.
           ADD 1 TO WS-QTD-ARQ-OK.
           ADD WS-QTD-DEPOIS TO WS-TOT-REGISTROS.
           IF WS-TAM-ANTES > WS-TAM-DEPOIS THEN
               COMPUTE WS-TOT-RECUPERADO = WS-TOT-RECUPERADO
                     + WS-TAM-ANTES - WS-TAM-DEPOIS
           END-IF.
           PERFORM 0219-apagar-descarga.
       0210-executar-etapas-exit.
           EXIT.

       0211-preparar-arquivo section.
           EVALUATE WS-ARQ-ATUAL
           WHEN 1
             MOVE "ARQ_CLIENTE" TO WS-NAE-BASE
             CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
             MOVE WS-NAE-NOME TO wid-arq-cliente
             MOVE LENGTH OF CLI-REGISTRO TO WS-TAM-REGISTRO
             MOVE 7 TO WS-TAM-CHAVE
             MOVE "ARQ_RORGCLI" TO WS-NAE-BASE
           WHEN 2
             MOVE "ARQ_VISITA" TO WS-NAE-BASE
             CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
             MOVE WS-NAE-NOME TO WID-ARQ-VISITA
             MOVE LENGTH OF VISITA-REGISTRO TO WS-TAM-REGISTRO
             MOVE 21 TO WS-TAM-CHAVE
             MOVE "ARQ_RORGVIS" TO WS-NAE-BASE
           WHEN 3
             MOVE "ARQ_HISTDIST" TO WS-NAE-BASE
             CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
             MOVE WS-NAE-NOME TO WID-ARQ-HISTDIST
             MOVE LENGTH OF HISTD-REGISTRO TO WS-TAM-REGISTRO
             MOVE 21 TO WS-TAM-CHAVE
             MOVE "ARQ_RORGHDS" TO WS-NAE-BASE
           WHEN 4
             MOVE "ARQ_FATURA" TO WS-NAE-BASE
             CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
             MOVE WS-NAE-NOME TO WID-ARQ-FATURA
             MOVE LENGTH OF FAT-REGISTRO TO WS-TAM-REGISTRO
             MOVE 13 TO WS-TAM-CHAVE
             MOVE "ARQ_RORGFAT" TO WS-NAE-BASE
           END-EVALUATE.
           MOVE WS-NAE-NOME TO WS-NOME-ALVO.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-RORGUNL.
       0211-preparar-arquivo-exit.
           EXIT.

       0212-medir-tamanho section.
           MOVE WS-NOME-ALVO TO WS-NOME-FISICO.
           PERFORM 02121-somar-tamanho.
           MOVE SPACES TO WS-NOME-FISICO.
           STRING WS-NOME-ALVO DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
             INTO WS-NOME-FISICO.
           PERFORM 02121-somar-tamanho.
           MOVE SPACES TO WS-NOME-FISICO.
           STRING WS-NOME-ALVO DELIMITED BY SPACE
                  ".idx" DELIMITED BY SIZE
             INTO WS-NOME-FISICO.
           PERFORM 02121-somar-tamanho.
       0212-medir-tamanho-exit.
           EXIT.

       02121-somar-tamanho section.
           CALL "CBL_CHECK_FILE_EXIST"
                USING WS-NOME-FISICO, WS-DETALHE-ARQ
                RETURNING WS-RC-EXISTE.
           IF WS-RC-EXISTE = 0 THEN
               ADD WS-DET-TAMANHO TO WS-TAM-ARQ
           END-IF.
       02121-somar-tamanho-exit.
           EXIT.

      *    DESCARGA NA ORDEM DA CHAVE PRINCIPAL. ARQUIVO INEXISTENTE
      *    NAO E ERRO: SO SAI NO RELATORIO.
       0213-descarregar section.
           PERFORM 03-abrir-alvo-entrada.
           IF WS-RST-ALVO = 35 THEN
               MOVE "INEXISTE" TO WS-SITUACAO-ARQ
               GO TO 0213-descarregar-exit
           END-IF.
           IF WS-RST-ALVO NOT = 0 THEN
               MOVE "ERRO ABERT" TO WS-SITUACAO-ARQ
               GO TO 0213-descarregar-exit
           END-IF.
           OPEN OUTPUT ARQ-RORGUNL.
           IF WS-RST-ACESS-RORGUNL NOT = 0 THEN
               MOVE "ERRO DESC" TO WS-SITUACAO-ARQ
               PERFORM 032-fechar-alvo
               GO TO 0213-descarregar-exit
           END-IF.
           PERFORM 031-ler-alvo.
           PERFORM 02131-descarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-RORGUNL.
           PERFORM 032-fechar-alvo.
       0213-descarregar-exit.
           EXIT.

       02131-descarregar-um section.
           MOVE WS-IMAGEM-REG TO RORGUNL-REGISTRO.
           WRITE RORGUNL-REGISTRO.
           IF WS-RST-ACESS-RORGUNL NOT = 0 THEN
               MOVE "ERRO DESC" TO WS-SITUACAO-ARQ
               MOVE 1 TO WS-FIM-ARQUIVO
               GO TO 02131-descarregar-um-exit
           END-IF.
           PERFORM 033-somar-chave.
           ADD 1 TO WS-QTD-DESCARGA.
           ADD WS-SOMA-REG TO WS-SOMA-DESCARGA.
           PERFORM 031-ler-alvo.
       02131-descarregar-um-exit.
           EXIT.

      *    RELE A DESCARGA JA FECHADA EM DISCO. NA RECARGA (RETOMADA)
      *    E ESTA LEITURA QUE ESTABELECE OS TOTAIS DE REFERENCIA.
       0214-conferir-descarga section.
           OPEN INPUT ARQ-RORGUNL.
           IF WS-RST-ACESS-RORGUNL NOT = 0 THEN
               MOVE "SEM DESC" TO WS-SITUACAO-ARQ
               GO TO 0214-conferir-descarga-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-RORGUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 02141-conferir-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-RORGUNL.
           IF WS-SO-RECARGA = "S" THEN
               MOVE WS-QTD-CONF-UNL  TO WS-QTD-DESCARGA
               MOVE WS-SOMA-CONF-UNL TO WS-SOMA-DESCARGA
           END-IF.
           IF WS-QTD-CONF-UNL  NOT = WS-QTD-DESCARGA
           OR WS-SOMA-CONF-UNL NOT = WS-SOMA-DESCARGA THEN
               MOVE "DIF DESC" TO WS-SITUACAO-ARQ
           END-IF.
       0214-conferir-descarga-exit.
           EXIT.

       02141-conferir-um section.
           MOVE RORGUNL-REGISTRO TO WS-IMAGEM-REG.
           PERFORM 033-somar-chave.
           ADD 1 TO WS-QTD-CONF-UNL.
           ADD WS-SOMA-REG TO WS-SOMA-CONF-UNL.
           READ ARQ-RORGUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       02141-conferir-um-exit.
           EXIT.

      *    O OPEN OUTPUT RECRIA O ARQUIVO VAZIO, SEM O ESPACO DOS
      *    REGISTROS QUE JA SAIRAM; A RECARGA REGRAVA NA ORDEM DA
      *    CHAVE.
       0215-recarregar section.
           OPEN INPUT ARQ-RORGUNL.
           IF WS-RST-ACESS-RORGUNL NOT = 0 THEN
               MOVE "SEM DESC" TO WS-SITUACAO-ARQ
               GO TO 0215-recarregar-exit
           END-IF.
           PERFORM 034-abrir-alvo-saida.
           IF WS-RST-ALVO NOT = 0 THEN
               MOVE "ERRO RECR" TO WS-SITUACAO-ARQ
               CLOSE ARQ-RORGUNL
               GO TO 0215-recarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-RORGUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 02151-recarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           PERFORM 032-fechar-alvo.
           CLOSE ARQ-RORGUNL.
       0215-recarregar-exit.
           EXIT.

       02151-recarregar-um section.
           MOVE RORGUNL-REGISTRO TO WS-IMAGEM-REG.
           PERFORM 035-gravar-alvo.
           IF WS-RST-ALVO = 0 THEN
               ADD 1 TO WS-QTD-GRAVADOS
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.
           READ ARQ-RORGUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       02151-recarregar-um-exit.
           EXIT.

      *    O ARQUIVO NOVO TEM DE DEVOLVER, PELA CHAVE E EM ORDEM
      *    CRESCENTE, A MESMA QUANTIDADE E A MESMA SOMA DA CHAVE QUE A
      *    DESCARGA, SEM NENHUM REJEITADO NA RECARGA.
       0216-conferir-recarga section.
           PERFORM 03-abrir-alvo-entrada.
           IF WS-RST-ALVO NOT = 0 THEN
               MOVE "ERRO REAB" TO WS-SITUACAO-ARQ
               GO TO 0216-conferir-recarga-exit
           END-IF.
           MOVE LOW-VALUES TO WS-CHAVE-ANT.
           PERFORM 031-ler-alvo.
           PERFORM 02161-conferir-recarga-um
             UNTIL WS-FIM-ARQUIVO = 1.
           PERFORM 032-fechar-alvo.
           IF WS-QTD-DEPOIS  NOT = WS-QTD-DESCARGA
           OR WS-SOMA-DEPOIS NOT = WS-SOMA-DESCARGA
           OR WS-QTD-REJEITADOS > 0
           OR WS-QTD-FORA-ORDEM > 0 THEN
               MOVE "DIF RECG" TO WS-SITUACAO-ARQ
           END-IF.
       0216-conferir-recarga-exit.
           EXIT.

       02161-conferir-recarga-um section.
           PERFORM 033-somar-chave.
           ADD 1 TO WS-QTD-DEPOIS.
           ADD WS-SOMA-REG TO WS-SOMA-DEPOIS.
           IF WS-IMAGEM-REG(1:WS-TAM-CHAVE) NOT >
              WS-CHAVE-ANT(1:WS-TAM-CHAVE) THEN
               ADD 1 TO WS-QTD-FORA-ORDEM
           END-IF.
           MOVE WS-IMAGEM-REG(1:WS-TAM-CHAVE) TO WS-CHAVE-ANT.
           PERFORM 031-ler-alvo.
       02161-conferir-recarga-um-exit.
           EXIT.

      *    APROVEITAMENTO = BYTES DOS REGISTROS SOBRE O TAMANHO
      *    FISICO; FRAGMENTACAO = PARTE DO TAMANHO ANTERIOR QUE A
      *    REORGANIZACAO RECUPEROU.
       0217-calcular-estatisticas section.
           MOVE 0 TO WS-PCT-APROV-ANTES.
           MOVE 0 TO WS-PCT-APROV-DEPOIS.
           MOVE 0 TO WS-PCT-FRAG.
           COMPUTE WS-BYTES-UTEIS = WS-QTD-DESCARGA * WS-TAM-REGISTRO.
           IF WS-TAM-ANTES > 0 THEN
               COMPUTE WS-PCT-APROV-ANTES ROUNDED =
                       WS-BYTES-UTEIS * 100 / WS-TAM-ANTES
                 ON SIZE ERROR MOVE 999.9 TO WS-PCT-APROV-ANTES
               END-COMPUTE
           END-IF.
           IF WS-TAM-DEPOIS > 0 THEN
               COMPUTE WS-PCT-APROV-DEPOIS ROUNDED =
                       WS-BYTES-UTEIS * 100 / WS-TAM-DEPOIS
                 ON SIZE ERROR MOVE 999.9 TO WS-PCT-APROV-DEPOIS
               END-COMPUTE
               IF WS-TAM-ANTES > WS-TAM-DEPOIS THEN
                   COMPUTE WS-PCT-FRAG ROUNDED =
                          (WS-TAM-ANTES - WS-TAM-DEPOIS) * 100
                         / WS-TAM-ANTES
               END-IF
           END-IF.
       0217-calcular-estatisticas-exit.
           EXIT.

       0218-imprimir-arquivo section.
           MOVE WS-NOME-ALVO       TO WS-RRG-DET-ARQUIVO.
           MOVE WS-QTD-DESCARGA    TO WS-RRG-DET-REGISTROS.
           MOVE WS-TAM-ANTES       TO WS-RRG-DET-ANTES.
           MOVE WS-TAM-DEPOIS      TO WS-RRG-DET-DEPOIS.
           MOVE WS-PCT-APROV-ANTES TO WS-RRG-DET-APROV-ANT.
           MOVE WS-PCT-APROV-DEPOIS TO WS-RRG-DET-APROV-DEP.
           MOVE WS-PCT-FRAG        TO WS-RRG-DET-FRAG.
           MOVE WS-SITUACAO-ARQ    TO WS-RRG-DET-SITUACAO.
           MOVE WS-LINHA-RRG-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-SITUACAO-ARQ = "INEXISTE" THEN
               GO TO 0218-imprimir-arquivo-exit
           END-IF.
           MOVE WS-SOMA-DESCARGA   TO WS-RRG-CONF-SOMA.
           MOVE WS-QTD-DESCARGA    TO WS-RRG-CONF-DESCARGA.
           MOVE WS-QTD-DEPOIS      TO WS-RRG-CONF-RECARGA.
           MOVE WS-LINHA-RRG-CONF TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-SITUACAO-ARQ NOT = "OK" THEN
               MOVE WID-ARQ-RORGUNL TO WS-RRG-PRESERVA-NOME
               MOVE WS-LINHA-RRG-PRESERVA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
       0218-imprimir-arquivo-exit.
           EXIT.

      *    A DESCARGA OCUPA O MESMO ESPACO DOS REGISTROS VIVOS; COM O
      *    ARQUIVO NOVO CONFERIDO ELA NAO PRECISA FICAR.
       0219-apagar-descarga section.
           CALL "CBL_DELETE_FILE" USING WID-ARQ-RORGUNL
                RETURNING WS-RC-DELETE.
       0219-apagar-descarga-exit.
           EXIT.

       03-abrir-alvo-entrada section.
           EVALUATE WS-ARQ-ATUAL
           WHEN 1
             OPEN INPUT ARQ-CLIENTE
             MOVE WS-RESULTADO-ACESSO TO WS-RST-ALVO
             IF WS-RST-ALVO = 0 THEN
                 MOVE LOW-VALUES TO CLI-CODIGO
                 START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
                   INVALID KEY CONTINUE
                 END-START
             END-IF
           WHEN 2
             OPEN INPUT ARQ-VISITA
             MOVE WS-RST-ACESS-VISITA TO WS-RST-ALVO
             IF WS-RST-ALVO = 0 THEN
                 MOVE LOW-VALUES TO VISITA-CHAVE
                 START ARQ-VISITA KEY IS NOT LESS THAN VISITA-CHAVE
                   INVALID KEY CONTINUE
                 END-START
             END-IF
           WHEN 3
             OPEN INPUT ARQ-HISTDIST
             MOVE WS-RST-ACESS-HISTDIST TO WS-RST-ALVO
             IF WS-RST-ALVO = 0 THEN
                 MOVE LOW-VALUES TO HISTD-CHAVE
                 START ARQ-HISTDIST KEY IS NOT LESS THAN HISTD-CHAVE
                   INVALID KEY CONTINUE
                 END-START
             END-IF
           WHEN 4
             OPEN INPUT ARQ-FATURA
             MOVE WS-RST-ACESS-FATURA TO WS-RST-ALVO
             IF WS-RST-ALVO = 0 THEN
                 MOVE LOW-VALUES TO FAT-CHAVE
                 START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                   INVALID KEY CONTINUE
                 END-START
             END-IF
           END-EVALUATE.
       03-abrir-alvo-entrada-exit.
           EXIT.

      *    LE O PROXIMO REGISTRO DO ARQUIVO EM TRABALHO PARA A IMAGEM.
       031-ler-alvo section.
           MOVE 0 TO WS-FIM-ARQUIVO.
           EVALUATE WS-ARQ-ATUAL
           WHEN 1
             READ ARQ-CLIENTE NEXT RECORD
               AT END MOVE 1 TO WS-FIM-ARQUIVO
               NOT AT END MOVE CLI-REGISTRO TO WS-IMAGEM-REG
             END-READ
           WHEN 2
             READ ARQ-VISITA NEXT RECORD
               AT END MOVE 1 TO WS-FIM-ARQUIVO
               NOT AT END MOVE VISITA-REGISTRO TO WS-IMAGEM-REG
             END-READ
           WHEN 3
             READ ARQ-HISTDIST NEXT RECORD
               AT END MOVE 1 TO WS-FIM-ARQUIVO
               NOT AT END MOVE HISTD-REGISTRO TO WS-IMAGEM-REG
             END-READ
           WHEN 4
             READ ARQ-FATURA NEXT RECORD
               AT END MOVE 1 TO WS-FIM-ARQUIVO
               NOT AT END MOVE FAT-REGISTRO TO WS-IMAGEM-REG
             END-READ
           END-EVALUATE.
       031-ler-alvo-exit.
           EXIT.

       032-fechar-alvo section.
           EVALUATE WS-ARQ-ATUAL
           WHEN 1
             CLOSE ARQ-CLIENTE
           WHEN 2
             CLOSE ARQ-VISITA
           WHEN 3
             CLOSE ARQ-HISTDIST
           WHEN 4
             CLOSE ARQ-FATURA
           END-EVALUATE.
       032-fechar-alvo-exit.
           EXIT.

      *    SOMA DOS CAMPOS DA CHAVE PRINCIPAL DO REGISTRO DA IMAGEM.
       033-somar-chave section.
           EVALUATE WS-ARQ-ATUAL
           WHEN 1
             MOVE WS-IMG-CODCLI TO WS-SOMA-REG
           WHEN 2
           WHEN 3
             COMPUTE WS-SOMA-REG = WS-IMG-CODCLI + WS-IMG-DATA
                                 + WS-IMG-HORA
           WHEN 4
             COMPUTE WS-SOMA-REG = WS-IMG-CODCLI + WS-IMG-ANOMES
           END-EVALUATE.
       033-somar-chave-exit.
           EXIT.

       034-abrir-alvo-saida section.
           EVALUATE WS-ARQ-ATUAL
           WHEN 1
             OPEN OUTPUT ARQ-CLIENTE
             MOVE WS-RESULTADO-ACESSO TO WS-RST-ALVO
           WHEN 2
             OPEN OUTPUT ARQ-VISITA
             MOVE WS-RST-ACESS-VISITA TO WS-RST-ALVO
           WHEN 3
             OPEN OUTPUT ARQ-HISTDIST
             MOVE WS-RST-ACESS-HISTDIST TO WS-RST-ALVO
           WHEN 4
             OPEN OUTPUT ARQ-FATURA
             MOVE WS-RST-ACESS-FATURA TO WS-RST-ALVO
           END-EVALUATE.
       034-abrir-alvo-saida-exit.
           EXIT.

       035-gravar-alvo section.
           EVALUATE WS-ARQ-ATUAL
           WHEN 1
             MOVE WS-IMAGEM-REG TO CLI-REGISTRO
             WRITE CLI-REGISTRO
               INVALID KEY CONTINUE
             END-WRITE
             MOVE WS-RESULTADO-ACESSO TO WS-RST-ALVO
           WHEN 2
             MOVE WS-IMAGEM-REG TO VISITA-REGISTRO
             WRITE VISITA-REGISTRO
               INVALID KEY CONTINUE
             END-WRITE
             MOVE WS-RST-ACESS-VISITA TO WS-RST-ALVO
           WHEN 3
             MOVE WS-IMAGEM-REG TO HISTD-REGISTRO
             WRITE HISTD-REGISTRO
               INVALID KEY CONTINUE
             END-WRITE
             MOVE WS-RST-ACESS-HISTDIST TO WS-RST-ALVO
           WHEN 4
             MOVE WS-IMAGEM-REG TO FAT-REGISTRO
             WRITE FAT-REGISTRO
               INVALID KEY CONTINUE
             END-WRITE
             MOVE WS-RST-ACESS-FATURA TO WS-RST-ALVO
           END-EVALUATE.
       035-gravar-alvo-exit.
           EXIT.

       04-imprimir-totais section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-ARQ-INI = 1 AND WS-ARQ-FIM = 4 THEN
               MOVE WS-LINHA-RRG-AUDIT TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               MOVE SPACES TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           MOVE WS-QTD-ARQ-OK TO WS-RRG-TOT-OK.
           MOVE WS-LINHA-RRG-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-ARQ-ERRO TO WS-RRG-TOT-ERRO.
           MOVE WS-LINHA-RRG-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-RECUPERADO TO WS-RRG-TOT-RECUPERADO.
           MOVE WS-LINHA-RRG-TOT-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       04-imprimir-totais-exit.
           EXIT.

      *    MODO NAO-INTERATIVO (PASSO REORG DO JOB NOTURNO).
       05-executar-batch section.
           ACCEPT WS-ALVO FROM ENVIRONMENT
                  "REORGANIZA_ARQUIVO_ALVO".
           EVALUATE WS-ALVO
           WHEN "CLIENTE"
             MOVE 1 TO WS-ARQ-INI
             MOVE 1 TO WS-ARQ-FIM
           WHEN "VISITA"
             MOVE 2 TO WS-ARQ-INI
             MOVE 2 TO WS-ARQ-FIM
           WHEN "HISTDIST"
             MOVE 3 TO WS-ARQ-INI
             MOVE 3 TO WS-ARQ-FIM
           WHEN "FATURA"
             MOVE 4 TO WS-ARQ-INI
             MOVE 4 TO WS-ARQ-FIM
           WHEN SPACES
           WHEN "TODOS"
             MOVE 1 TO WS-ARQ-INI
             MOVE 4 TO WS-ARQ-FIM
           WHEN OTHER
             DISPLAY "REORGANIZA_ARQUIVO: alvo invalido " WS-ALVO
             MOVE 8 TO WS-RC-BATCH
             PERFORM 06-gravar-joblog
             GO TO 05-executar-batch-exit
           END-EVALUATE.
           PERFORM 02-executar-reorganizacao.
           DISPLAY "REORGANIZA_ARQUIVO: " WS-MSG-REORG.
           PERFORM 06-gravar-joblog.
       05-executar-batch-exit.
           EXIT.

       06-gravar-joblog section.
           MOVE "REORGANIZA_ARQUIVO" TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID     TO WS-JOB-OPERADOR.
           MOVE WS-TOT-REGISTROS   TO WS-JOB-QTD-REGISTROS.
           MOVE WS-QTD-ARQ-ERRO    TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH        TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       06-gravar-joblog-exit.
           EXIT.
