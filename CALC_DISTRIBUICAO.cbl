         copy 'select-impresso.cpy'.
         copy 'select-arq-ckptdist.cpy'.
         copy 'select-arq-histdist.cpy'.
         copy 'select-arq-recalq.cpy'.
         copy 'select-arq-estats.cpy'.
         copy 'select-arq-vndseg.cpy'.
         copy 'select-arq-vnddoc.cpy'.
         copy 'select-arq-distpart.cpy'.
           SELECT ARQ-DISTJRN
               ASSIGN TO WID-ARQ-DISTJRN
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-FLIPZONE.
           SELECT ARQ-PARTORIG
               ASSIGN TO WS-NM-PART-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-PARTORIG.
         SELECT DISTCLI-SORT ASSIGN TO DISK WID-DISTCLI-SORT.

       data division.
         copy 'fd-impresso.cpy'.
         copy 'fd-arq-ckptdist.cpy'.
         copy 'fd-arq-histdist.cpy'.
         copy 'fd-arq-recalq.cpy'.
         copy 'fd-arq-estats.cpy'.
         copy 'fd-arq-vndseg.cpy'.
         copy 'fd-arq-vnddoc.cpy'.
         copy 'fd-arq-distpart.cpy'.
       FD  ARQ-DISTJRN
           LABEL RECORD IS STANDARD.
       01  JRN-REGISTRO.
       FD  ARQ-FLIPZONE
           LABEL RECORD IS STANDARD.
       01  ARQ-FLIPZONE-LINHA                PIC X(80).
       FD  ARQ-PARTORIG
           LABEL RECORD IS STANDARD.
       01  ARQ-PARTORIG-LINHA                PIC X(80).

       SD DISTCLI-SORT
          DATA RECORD IS REG-DISTCLI-SORT.
                    15 WS-JRN-PEND-ARQUIVO   PIC X(03).
                    15 WS-JRN-PEND-IMAGEM    PIC X(250).
              05 WS-COORD-SUSPEITA    PIC X(01) VALUE "N".
              05 WS-REGIAO-CLI-EFETIVA PIC 9(03) VALUE ZEROS.
              05 WS-LOCALIZA-REGIAO-PRM.
                 10 WS-LRG-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-LRG-LATITUDE   PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-LRG-LONGITUDE  PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-LRG-REGIAO     PIC 9(03) VALUE ZEROS.
                 10 WS-LRG-RESULTADO  PIC X(01) VALUE SPACES.
              05 WS-LIMITE-DISTANCIA-KM PIC 9(08)V9(03)
                                                VALUE 100.000.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM   PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM   PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO  PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO  PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO       PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA    PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.
              05 WID-ARQ-IMPCLI       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-IMPCLI  PIC 9(02) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 WS-CODVND-SIM-NOVO   PIC 9(05) VALUE ZEROS.
              05 WS-AVISO-DATA-RUN    PIC 9(08) VALUE ZEROS.
              05 WS-FIM-HIST-AVISO    PIC 9(01) VALUE ZEROS.
              05 WS-FIM-CART-AVISO    PIC 9(01) VALUE ZEROS.
              05 WS-QTD-VND-AFETADOS  PIC 9(05) VALUE ZEROS.
              05 WS-IDX-AVISO         PIC 9(05) VALUE ZEROS.
              05 WS-IDX-AVISO-BUSCA   PIC 9(05) VALUE ZEROS.
                 10 WS-ALE-VALOR      PIC 9(07)V9(02) VALUE ZEROS.
                 10 WS-ALE-TEXTO      PIC X(40) VALUE SPACES.
                 10 WS-ALE-DISPAROU   PIC X(01) VALUE "N".
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
              05 WS-PCT-MOVIDOS       PIC 9(03)V9(02) VALUE ZEROS.
              05 WS-FIM-BALANCO       PIC 9(01) VALUE ZEROS.
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
              05 WS-JOBLOG-PRM.
                 10 WS-JOB-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-JOB-DATA-INI   PIC 9(08) VALUE ZEROS.
                 10 WS-DISTEXC-DISTANCIA    PIC ZZZZZ9,999B.
                 10 FILLER                  PIC X(20) VALUE
                    "km - limite excedido".

      *    ESPECIALIZACAO POR SEGMENTO (ARQ_VNDSEG): CLIENTE CUJO
      *    SEGMENTO COMECA POR ALGUM CODIGO DA TABELA E "CONTROLADO"
      *    E SO PODE IR PARA VENDEDOR ESPECIALIZADO NELE. SEM NENHUM
      *    VENDEDOR QUALIFICADO ELEGIVEL, O CLIENTE CAI NO MAIS
      *    PROXIMO SEM A RESTRICAO E E LISTADO NO ARQUIVO DE
      *    EXCECOES PARA A SUPERVISAO. A TABELA E CARREGADA NA ORDEM
      *    DA CHAVE (VENDEDOR), A MESMA DA TABELA DE VENDEDORES, E
      *    CADA LINHA JA GUARDA A POSICAO DO VENDEDOR NELA.
              05 WID-ARQ-VNDSEG             PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDSEG        PIC 9(02) VALUE ZEROS.
              05 WS-FIM-CARGA-VSG           PIC 9(01) VALUE ZEROS.
              05 WS-SEG-CLI-CONTROLADO      PIC X(01) VALUE "N".
              05 WS-IGNORA-ESPECIALIDADE    PIC X(01) VALUE "N".
              05 WS-QTDCLI-SEM-ESPEC        PIC 9(07) VALUE ZEROS.
              05 WS-IDX-ESP                 PIC 9(05) VALUE ZEROS.
              05 WS-IDX-QUALIF              PIC 9(05) VALUE ZEROS.
              05 WS-QTD-BRANCOS-SEG         PIC 9(01) VALUE ZEROS.
              05 WS-TAB-ESPECIALIDADE.
                 10 WS-QTD-ESPEC            PIC 9(05) VALUE ZEROS.
                 10 WS-TAB-ESP-ITEM OCCURS 5000 TIMES.
                    15 WS-TAB-ESP-SEGMENTO  PIC X(04).
                    15 WS-TAB-ESP-TAM       PIC 9(01).
                    15 WS-TAB-ESP-IDX-VND   PIC 9(05).
              05 WS-TAB-QUALIFICADOS.
                 10 WS-QTD-QUALIF           PIC 9(05) VALUE ZEROS.
                 10 WS-TAB-QUALIF-IDX       PIC 9(05)
                    OCCURS 5000 TIMES.
              05 WS-LINHA-SEGEXC-DET.
                 10 WS-SEGEXC-CODCLI        PIC ZZZZZZ9B.
                 10 WS-SEGEXC-CODVND        PIC ZZZZ9B.
                 10 WS-SEGEXC-SEGMENTO      PIC X(04)B.
                 10 FILLER                  PIC X(33) VALUE
                    "segmento sem vendedor qualificado".
              05 WS-TAB-VENDEDOR.
                 10 WS-TAB-VND-ITEM OCCURS 20000 TIMES.
                    15 WS-TAB-VND-CODIGO        PIC 9(05).
                    15 WS-TAB-VND-REGIAO        PIC 9(03).
                    15 WS-TAB-VND-GANHOS        PIC 9(05).
                    15 WS-TAB-VND-PERDAS        PIC 9(05).
                    15 WS-TAB-VND-QUALIF        PIC X(01).
                    15 WS-TAB-VND-CONTRATO      PIC X(01).

      *    CONTRATO DE REPRESENTACAO (ARQ_VNDDOC, TIPO C): VENDEDOR
      *    COM CONTRATO VENCIDO NAO RECEBE CLIENTE NOVO, MAS SEGURA
      *    OS QUE JA SAO DELE. SEM CONTRATO CADASTRADO NAO BLOQUEIA.
           01 WS-CARGA-CONTRATOS.
              05 WID-ARQ-VNDDOC             PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDDOC        PIC 9(02) VALUE ZEROS.
              05 WS-FIM-CARGA-VDC           PIC 9(01) VALUE ZEROS.
              05 WS-DATA-CONTRATO           PIC 9(08) VALUE ZEROS.
              05 WS-QTDVND-CONTRATO-VENC    PIC 9(05) VALUE ZEROS.

      *    REGRA DO GRUPO ECONOMICO: FILIAIS DA MESMA EMPRESA (MESMA
      *    RAIZ DE CNPJ, PRIMEIROS 8 DIGITOS) PODEM SER ATRIBUIDAS
                 10 WS-FLIP-VND-NOVO        PIC ZZZZ9B.
                 10 WS-FLIP-DIST-NOVA       PIC ZZZZZ9,999.

      *    FILA DE RECALCULO PARCIAL (ARQ_RECALQ), ALIMENTADA PELOS
      *    CADASTROS QUANDO UM VENDEDOR OU AS COORDENADAS DE UM
      *    CLIENTE MUDAM: A OPCAO 3 REPROCESSA APENAS OS CLIENTES
             10 WS-SIM-VND-CARGA            PIC BBBBBBZZZZ9B.
             10 WS-SIM-VND-CAPAC            PIC BBBBBZZZZ9.

      *    DISTRIBUICAO PARTICIONADA (DISTRIB_PARTICIONADA): O PLANO
      *    ARQ_DISTPART DIVIDE O CADASTRO EM PARTICOES POR REGIAO DO
      *    CLIENTE (OU FAIXA DE CODIGOS) QUE RODAM EM PARALELO, CADA
      *    UMA NUM PROCESSO PROPRIO COM CALC_DISTRIB_PARTICAO=nnn, COM
      *    CHECKPOINT, JORNAL E ARQUIVOS DE SAIDA PROPRIOS. NO FIM,
      *    CALC_DISTRIB_PARTICAO=FIM CONSOLIDA AS SAIDAS, RECONTA A
      *    CARTEIRA DOS VENDEDORES E FAZ O FECHAMENTO UMA UNICA VEZ.
      *    FICA FORA DE WS-VARIAVEIS PARA O INITIALIZE DO INICIO NAO
      *    APAGAR OS NOMES PADRAO DOS ARQUIVOS.
       01 WS-DISTRIB-PARTICAO.
          05 WS-ENV-PARTICAO                PIC X(03) VALUE SPACES.
          05 WS-ENV-PARTICAO-N REDEFINES WS-ENV-PARTICAO
                                            PIC 9(03).
          05 WS-MODO-PARTICAO               PIC X(01) VALUE SPACE.
             88 WS-PARTICAO-EXECUTA         VALUE "P".
             88 WS-PARTICAO-CONSOLIDA       VALUE "F".
          05 WS-NUM-PARTICAO                PIC 9(03) VALUE ZEROS.
          05 WS-PART-TIPO                   PIC X(01) VALUE SPACE.
          05 WS-PART-REGIAO                 PIC 9(03) VALUE ZEROS.
          05 WS-PART-CLI-FORA               PIC X(01) VALUE "N".
          05 WS-PART-COBERTURA              PIC X(01) VALUE "S".
          05 WS-VARREDURA-COMPLETA          PIC X(01) VALUE "N".
          05 WS-QTD-PARTICOES               PIC 9(03) VALUE ZEROS.
          05 WS-QTD-PART-PENDENTES          PIC 9(03) VALUE ZEROS.
          05 WS-DATA-PLANO                  PIC 9(08) VALUE ZEROS.
          05 WID-ARQ-DISTPART               PIC X(22) VALUE SPACES.
          05 WS-RST-ACESS-DISTPART          PIC 9(02) VALUE ZEROS.
          05 WS-FIM-DISTPART                PIC 9(01) VALUE ZEROS.
          05 WS-BASE-CKPTDIST               PIC X(18) VALUE SPACES.
          05 WS-BASE-DISTJRN                PIC X(18) VALUE SPACES.
          05 WS-NM-HIST                     PIC X(40) VALUE SPACES.
          05 WS-NM-EXCECOES                 PIC X(40) VALUE SPACES.
          05 WS-NM-PART-ORIGEM              PIC X(40) VALUE SPACES.
          05 WS-RST-ACESS-PARTORIG          PIC 9(02) VALUE ZEROS.
          05 WS-FIM-PARTORIG                PIC 9(01) VALUE ZEROS.
          05 WS-PART-SUFIXO                 PIC X(05) VALUE SPACES.
          05 WS-IDX-PART-REG                PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PART-REGIOES.
             10 WS-QTD-PART-REGIOES         PIC 9(03) VALUE ZEROS.
             10 WS-TAB-PART-REGIAO          PIC 9(03)
                OCCURS 999 TIMES.
          05 WS-FIM-RECONTAGEM              PIC 9(01) VALUE ZEROS.
          05 WS-QTD-VND-RECONTADOS          PIC 9(05) VALUE ZEROS.
          05 WS-TAB-RECONTAGEM.
             10 WS-RECONT-QTDE              PIC 9(05)
                OCCURS 99999 TIMES.
          05 WS-LINHA-CAPEXC-DET.
             10 FILLER                      PIC X(09) VALUE
                "VENDEDOR ".
             10 WS-CAPEXC-CODVND            PIC ZZZZ9B.
             10 WS-CAPEXC-QTDE              PIC ZZZZ9B.
             10 FILLER                      PIC X(11) VALUE
                "CLIENTES / ".
             10 WS-CAPEXC-CAPAC             PIC ZZZZ9B.
             10 FILLER                      PIC X(28) VALUE
                "capacidade excedida na soma".

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

               MOVE WS-ENV-LIMITE-KM TO WS-LIMITE-DISTANCIA-KM
           END-IF.

      *    NOMES PADRAO DOS ARQUIVOS DA RODADA; A PARTICAO TROCA POR
      *    NOMES PROPRIOS EM 103-NOMEAR-ARQUIVOS-PARTICAO.
           MOVE "CALC_DISTRIB_CKP"      TO WS-BASE-CKPTDIST.
           MOVE "ARQ_DISTJRN"           TO WS-BASE-DISTJRN.
           MOVE "CALC_DISTRIB_HIST"     TO WS-NM-HIST.
           MOVE "CALC_DISTRIB_EXCECOES" TO WS-NM-EXCECOES.
           MOVE "CALC_DISTRIB_FLIPZONE" TO WS-NM-FLIPZONE.
           MOVE SPACE TO WS-MODO-PARTICAO.
           MOVE 0     TO WS-NUM-PARTICAO.
           MOVE SPACES TO WS-ENV-PARTICAO.
           ACCEPT WS-ENV-PARTICAO
               FROM ENVIRONMENT "CALC_DISTRIB_PARTICAO".
           IF WS-MODO-BATCH = "S" THEN
               IF WS-ENV-PARTICAO = "FIM" THEN
                   MOVE "F" TO WS-MODO-PARTICAO
               ELSE
                   IF WS-ENV-PARTICAO IS NUMERIC
                   AND WS-ENV-PARTICAO-N > 0 THEN
                       MOVE "P" TO WS-MODO-PARTICAO
                       MOVE WS-ENV-PARTICAO-N TO WS-NUM-PARTICAO
                   END-IF
               END-IF
           END-IF.

           IF WS-MODO-BATCH = "S" THEN
      *        RODADA NAO-INTERATIVA: PROCESSA TODOS OS CLIENTES E
      *        GERA O CSV COM NOME PADRAO, SEM PARAR PARA ACCEPT.
               MOVE 1 TO ws-acao
               MOVE 0 TO WS-TEL-COD-INICIAL
               MOVE 0 TO WS-TEL-COD-FINAL
               IF WS-PARTICAO-EXECUTA THEN
      *            UMA PARTICAO SO DISTRIBUI A SUA FATIA E DEVOLVE OS
      *            TOTAIS NO PLANO; O FECHAMENTO E DA CONSOLIDACAO.
                   PERFORM 10-PROCESSAR-PARTICAO
               ELSE
                   IF WS-PARTICAO-CONSOLIDA THEN
                       PERFORM 11-CONSOLIDAR-PARTICOES
                   ELSE
                       PERFORM 02-PROCESSAR
                   END-IF
                   PERFORM 03-MOSTRAR-MENSAGEM
                   MOVE "DISTRIB_CSV" TO WS-TEL-NMARQUIVO
                   MOVE "NM_DISTRIB_CSV" TO WS-PRM-CHAVE
                   CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO
                   IF WS-PRM-ACHOU = "S" THEN
                       MOVE WS-PRM-VALOR TO WS-TEL-NMARQUIVO
                   END-IF
                   PERFORM 04-GERAR-ARQUIVO-CSV
                   MOVE "DISTRIB_DISTANCIAS" TO WS-TEL-NMARQUIVO
                   MOVE "NM_DISTRIB_DIST" TO WS-PRM-CHAVE
                   CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO
                   IF WS-PRM-ACHOU = "S" THEN
                       MOVE WS-PRM-VALOR TO WS-TEL-NMARQUIVO
                   END-IF
                   PERFORM 05-GERAR-RELATORIO-DISTANCIAS
                   PERFORM 09-GRAVAR-ESTATISTICAS
                   PERFORM 08-GERAR-AVISOS-VENDEDOR
                   PERFORM 06-ENCERRAR-BATCH
                   IF WS-PARTICAO-CONSOLIDA
                   AND WS-ERRO-ABERTURA = 0 THEN
                       PERFORM 114-MARCAR-CONSOLIDADAS
                   END-IF
               END-IF
           ELSE
               PERFORM 01-PEGAR-ACAO
                 UNTIL ws-acao = 1
             MOVE 4 TO WS-RC-BATCH
           WHEN WS-QTDCLI-DIST-LONGE > 0
             MOVE 4 TO WS-RC-BATCH
           WHEN WS-QTDCLI-SEM-ESPEC > 0
             MOVE 4 TO WS-RC-BATCH
           WHEN OTHER
             MOVE 0 TO WS-RC-BATCH
           END-EVALUATE.
           MOVE WS-OPERADOR-ID      TO WS-JOB-OPERADOR.
           MOVE WS-QTDREG-CLI-RW    TO WS-JOB-QTD-REGISTROS.
           COMPUTE WS-JOB-QTD-AVISOS =
                   WS-QTDCLI-SEM-VND + WS-QTDCLI-DIST-LONGE
                 + WS-QTDCLI-SEM-ESPEC.
           MOVE WS-RC-BATCH         TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.

               CALL 'GRAVA_ALERTA' USING WS-ALERTA-PRM
           END-IF.

           IF WS-ERRO-ABERTURA = 0 THEN
               PERFORM 061-GRAVAR-BALANCO
           END-IF.

           MOVE WS-RC-BATCH TO RETURN-CODE.
       06-ENCERRAR-BATCH-EXIT.
           EXIT.

      *    TOTAIS DE CONTROLE PARA O BALANCEAMENTO ENTRE PASSOS: O
      *    CADASTRO DE CLIENTES RECEBIDO (CONTADO NA VARREDURA DA
      *    DISTRIBUICAO), OS CLIENTES REGRAVADOS E OS QUE FICARAM SEM
      *    VENDEDOR, E O CADASTRO ENTREGUE AO PASSO SEGUINTE, CONTADO
      *    DE NOVO POR INTEIRO DEPOIS DA RODADA. A DISTRIBUICAO NAO
      *    INCLUI NEM EXCLUI CLIENTES, ENTAO NAO HA CONFERENCIA
      *    INTERNA DE LIDOS CONTRA GRAVADOS.
       061-GRAVAR-BALANCO SECTION.
           MOVE 0 TO WS-BAL-SAI-QTD.
           MOVE 0 TO WS-BAL-SAI-HASH.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO = 00
           OR  WS-RESULTADO-ACESSO = 05 THEN
               MOVE 0 TO WS-FIM-BALANCO
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-BALANCO
               END-READ
               PERFORM 0611-TOTALIZAR-CLIENTE
                 UNTIL WS-FIM-BALANCO = 1
               CLOSE ARQ-CLIENTE
           END-IF.
           MOVE "CALC_DISTRIBUICAO" TO WS-BAL-PROGRAMA.
           MOVE WS-BAL-ENT-QTD      TO WS-BAL-QTD-LIDOS.
           MOVE WS-QTDREG-CLI-RW    TO WS-BAL-QTD-GRAVADOS.
           MOVE WS-QTDCLI-SEM-VND   TO WS-BAL-QTD-REJEITADOS.
           MOVE "N"                 TO WS-BAL-CONF-INTERNA.
           MOVE WS-BAL-ENT-HASH     TO WS-BAL-HASH-CLI.
           MOVE 0                   TO WS-BAL-HASH-VALOR.
           CALL 'GRAVA_BALANCO' USING WS-BALANCO-PRM.
       061-GRAVAR-BALANCO-EXIT.
           EXIT.

       0611-TOTALIZAR-CLIENTE SECTION.
           ADD 1          TO WS-BAL-SAI-QTD.
           ADD CLI-CODIGO TO WS-BAL-SAI-HASH.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-BALANCO
             NOT AT END MOVE 0 TO WS-FIM-BALANCO
           END-READ.
       0611-TOTALIZAR-CLIENTE-EXIT.
           EXIT.

       01-PEGAR-ACAO SECTION.
           DISPLAY TELA-DISTRIB.
           ACCEPT  ACAO-INPUT.

       02-PROCESSAR SECTION.
           MOVE 0 TO WS-FIM-FAIXA.
           MOVE "N" TO WS-VARREDURA-COMPLETA.
      *    A PARTICAO RODA SOB O TOKEN EXCLUSIVO JA TOMADO PELO
      *    COORDENADOR (DISTRIB_PARTICIONADA) PARA A RODADA INTEIRA.
           IF WS-MODO-SIMULA NOT = "S"
           AND NOT WS-PARTICAO-EXECUTA THEN
      *        TOKEN EXCLUSIVO DO SISTEMA: NENHUM CADASTRO PODE ESTAR
      *        ABERTO ENQUANTO A DISTRIBUICAO REGRAVA OS ARQUIVOS.
               MOVE "XE" TO WS-TRV-FUNCAO
      *        VICE-VERSA), USANDO AS IMAGENS-ANTES DO JORNAL DA
      *        RODADA. SO DEPOIS O JORNAL E REABERTO LIMPO.
               PERFORM 0204-RECUPERAR-JORNAL
               MOVE WS-BASE-DISTJRN TO WS-NAE-BASE
               CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
               MOVE WS-NAE-NOME TO WID-ARQ-DISTJRN
               OPEN OUTPUT ARQ-DISTJRN
               MOVE "S" TO WS-FLIPZONE-ABERTA
           END-IF.
           PERFORM 0201-LER-CHECKPOINT.
      *    PARA O BALANCEAMENTO ENTRE PASSOS: O CADASTRO SO CONTA
      *    COMO RECEBIDO POR INTEIRO SE A RODADA COMECOU DO PRIMEIRO
      *    CLIENTE E CHEGOU AO FIM DO ARQUIVO.
           MOVE 0 TO WS-BAL-ENT-QTD.
           MOVE 0 TO WS-BAL-ENT-HASH.
           IF WS-ULT-CLI-PROCESSADO > 0
           OR WS-TEL-COD-INICIAL > 0
           OR WS-TEL-COD-FINAL > 0 THEN
               MOVE "P" TO WS-BAL-ENT-TIPO
           ELSE
               MOVE "T" TO WS-BAL-ENT-TIPO
           END-IF.
           PERFORM 029-ABRIR-ARQUIVO-CLIENTE.
           PERFORM 029-ABRIR-ARQUIVO-VENDEDOR.

               PERFORM 021-PROCESSAR-CLIENTE
                 UNTIL WS-RESULTADO-ACESSO > 0
                    OR WS-FIM-FAIXA = 1
               IF WS-RESULTADO-ACESSO NOT = 10 THEN
                   MOVE "P" TO WS-BAL-ENT-TIPO
               END-IF
      *        O STATUS DE FIM DE ARQUIVO E GUARDADO ANTES DO CLOSE,
      *        QUE O SOBREPOE.
               IF WS-RESULTADO-ACESSO = 10
               OR WS-FIM-FAIXA = 1 THEN
                   MOVE "S" TO WS-VARREDURA-COMPLETA
               END-IF
               CLOSE ARQ-VENDEDOR
               CLOSE ARQ-CLIENTE
               IF WS-MODO-SIMULA NOT = "S"
               AND WS-VARREDURA-COMPLETA = "S" THEN
                   PERFORM 0203-LIMPAR-CHECKPOINT
               END-IF
           END-IF.
           IF WS-MODO-SIMULA NOT = "S" THEN
               CLOSE ARQ-DISTJRN
               PERFORM 0219-FECHAR-FLIP-ZONE
           END-IF.
           IF WS-MODO-SIMULA NOT = "S"
           AND NOT WS-PARTICAO-EXECUTA THEN
               MOVE "XL" TO WS-TRV-FUNCAO
               MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR
               CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG
           IF WS-MODO-SIMULA = "S" THEN
               GO TO 0201-LER-CHECKPOINT-EXIT
           END-IF.
           MOVE WS-BASE-CKPTDIST TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CKPTDIST.
           OPEN INPUT ARQ-CKPTDIST.
           END-READ.
           PERFORM 02911-CARREGAR-VND-ITEM
             UNTIL WS-FIM-CARGA-VND = 1.
           PERFORM 0293-CARREGAR-ESPECIALIDADES.
           PERFORM 0294-CARREGAR-CONTRATOS.
       0291-CARREGAR-VENDEDORES-EXIT.
           EXIT.

           MOVE VND-REGIAO    TO WS-TAB-VND-REGIAO(WS-QTD-VENDEDORES).
           MOVE 0             TO WS-TAB-VND-GANHOS(WS-QTD-VENDEDORES).
           MOVE 0             TO WS-TAB-VND-PERDAS(WS-QTD-VENDEDORES).
           MOVE "N"           TO WS-TAB-VND-QUALIF(WS-QTD-VENDEDORES).
           MOVE "N"         TO WS-TAB-VND-CONTRATO(WS-QTD-VENDEDORES).
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CARGA-VND
             NOT AT END MOVE 0 TO WS-FIM-CARGA-VND
           EXIT.
           EXIT.

      *    A TABELA DE ESPECIALIZACAO E OPCIONAL: EMPRESA SEM O
      *    ARQUIVO NAO TEM SEGMENTO CONTROLADO E A DISTRIBUICAO SEGUE
      *    SO PELA DISTANCIA.
       0293-CARREGAR-ESPECIALIDADES SECTION.
           MOVE 0 TO WS-QTD-ESPEC.
           MOVE 0 TO WS-QTD-QUALIF.
           MOVE "ARQ_VNDSEG" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDSEG.
           OPEN INPUT ARQ-VNDSEG.
           IF  WS-RST-ACESS-VNDSEG <> 00
           AND WS-RST-ACESS-VNDSEG <> 05 THEN
               GO TO 0293-CARREGAR-ESPECIALIDADES-EXIT
           END-IF.
           MOVE 1 TO WS-IDX-VND.
           READ ARQ-VNDSEG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CARGA-VSG
             NOT AT END MOVE 0 TO WS-FIM-CARGA-VSG
           END-READ.
           PERFORM 02931-GUARDAR-ESP-ITEM
             UNTIL WS-FIM-CARGA-VSG = 1.
           CLOSE ARQ-VNDSEG.
       0293-CARREGAR-ESPECIALIDADES-EXIT.
           EXIT.

       02931-GUARDAR-ESP-ITEM SECTION.
           IF WS-QTD-ESPEC >= 5000 THEN
               MOVE "Tabela de especializacao esgotada" TO
                    WS-MSG-DISTRIB
               DISPLAY TELA-DISTRIB-MSG
               MOVE 1 TO WS-FIM-CARGA-VSG
               GO TO 02931-GUARDAR-ESP-ITEM-EXIT
           END-IF.
           IF VSG-SEGMENTO NOT = SPACES THEN
               ADD 1 TO WS-QTD-ESPEC
               MOVE VSG-SEGMENTO TO WS-TAB-ESP-SEGMENTO(WS-QTD-ESPEC)
               MOVE 0 TO WS-QTD-BRANCOS-SEG
               INSPECT VSG-SEGMENTO
                 TALLYING WS-QTD-BRANCOS-SEG FOR TRAILING SPACES
               COMPUTE WS-TAB-ESP-TAM(WS-QTD-ESPEC) =
                       4 - WS-QTD-BRANCOS-SEG
      *        AS DUAS TABELAS ESTAO EM ORDEM DE VENDEDOR: BASTA
      *        AVANCAR NA DE VENDEDORES. VENDEDOR QUE NAO ESTA NELA
      *        (EXCLUIDO) AINDA CONTROLA O SEGMENTO, MAS NAO QUALIFICA
      *        NINGUEM (POSICAO ZERO).
               PERFORM 029311-AVANCAR-VND-ESPEC
                 UNTIL WS-IDX-VND > WS-QTD-VENDEDORES
                    OR WS-TAB-VND-CODIGO(WS-IDX-VND) >= VSG-CODVND
               MOVE 0 TO WS-TAB-ESP-IDX-VND(WS-QTD-ESPEC)
               IF WS-IDX-VND <= WS-QTD-VENDEDORES THEN
                   IF WS-TAB-VND-CODIGO(WS-IDX-VND) = VSG-CODVND THEN
                       MOVE WS-IDX-VND TO
                            WS-TAB-ESP-IDX-VND(WS-QTD-ESPEC)
                   END-IF
               END-IF
           END-IF.
           READ ARQ-VNDSEG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CARGA-VSG
             NOT AT END MOVE 0 TO WS-FIM-CARGA-VSG
           END-READ.
       02931-GUARDAR-ESP-ITEM-EXIT.
           EXIT.

       029311-AVANCAR-VND-ESPEC SECTION.
           ADD 1 TO WS-IDX-VND.
       029311-AVANCAR-VND-ESPEC-EXIT.
           EXIT.

      *    SITUACAO DO CONTRATO DE CADA VENDEDOR NA DATA DA RODADA:
      *    "S" VIGENTE, "V" VENCIDO, "N" SEM CONTRATO CADASTRADO.
      *    O ARQUIVO DE DOCUMENTOS E OPCIONAL E ESTA NA ORDEM DE
      *    VENDEDOR, COMO O DE ESPECIALIZACAO.
       0294-CARREGAR-CONTRATOS SECTION.
           MOVE 0 TO WS-QTDVND-CONTRATO-VENC.
           ACCEPT WS-DATA-CONTRATO FROM DATE YYYYMMDD.
           MOVE "ARQ_VNDDOC" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDDOC.
           OPEN INPUT ARQ-VNDDOC.
           IF  WS-RST-ACESS-VNDDOC <> 00
           AND WS-RST-ACESS-VNDDOC <> 05 THEN
               GO TO 0294-CARREGAR-CONTRATOS-EXIT
           END-IF.
           MOVE 1 TO WS-IDX-VND.
           READ ARQ-VNDDOC NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CARGA-VDC
             NOT AT END MOVE 0 TO WS-FIM-CARGA-VDC
           END-READ.
           PERFORM 02941-GUARDAR-CONTRATO
             UNTIL WS-FIM-CARGA-VDC = 1.
           CLOSE ARQ-VNDDOC.
       0294-CARREGAR-CONTRATOS-EXIT.
           EXIT.

       02941-GUARDAR-CONTRATO SECTION.
           IF VDC-TIPO-CONTRATO THEN
               PERFORM 029311-AVANCAR-VND-ESPEC
                 UNTIL WS-IDX-VND > WS-QTD-VENDEDORES
                    OR WS-TAB-VND-CODIGO(WS-IDX-VND) >= VDC-CODVND
               IF WS-IDX-VND <= WS-QTD-VENDEDORES THEN
                   IF WS-TAB-VND-CODIGO(WS-IDX-VND) = VDC-CODVND THEN
                       IF  VDC-DATA-VALIDADE > 0
                       AND VDC-DATA-VALIDADE < WS-DATA-CONTRATO THEN
                           MOVE "V" TO WS-TAB-VND-CONTRATO(WS-IDX-VND)
                           ADD 1 TO WS-QTDVND-CONTRATO-VENC
                       ELSE
                           MOVE "S" TO WS-TAB-VND-CONTRATO(WS-IDX-VND)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ ARQ-VNDDOC NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CARGA-VDC
             NOT AT END MOVE 0 TO WS-FIM-CARGA-VDC
           END-READ.
       02941-GUARDAR-CONTRATO-EXIT.
           EXIT.

      *    CARREGA EM MEMORIA OS GRUPOS ECONOMICOS (RAIZ DE CNPJ COM
      *    MAIS DE UMA FILIAL ATIVA) COM AS COORDENADAS DA MATRIZ:
      *    A FILIAL 0001 QUANDO EXISTE, SENAO A PRIMEIRA FILIAL NA
       02151-RESTAURAR-COORD-GRUPO-EXIT.
           EXIT.

      *    PROCESSAMENTO DA FILA DE RECALCULO PARCIAL: CARREGA AS
      *    ENTRADAS PENDENTES, REPROCESSA OS CLIENTES ENFILEIRADOS E
      *    OS CLIENTES IMPACTADOS PELOS VENDEDORES ENFILEIRADOS
           END-IF.

           PERFORM 0204-RECUPERAR-JORNAL.
           MOVE WS-BASE-DISTJRN TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-DISTJRN.
           OPEN OUTPUT ARQ-DISTJRN.
           END-IF.
           MOVE "S" TO WS-FLIPZONE-ABERTA.

           PERFORM 029-ABRIR-ARQUIVO-CLIENTE.
           PERFORM 029-ABRIR-ARQUIVO-VENDEDOR.
           IF WS-RESULTADO-ACESSO = 0
           IF WS-GRUPO-MESMO-VND = "S" THEN
               PERFORM 0215-APLICAR-ANCORA-GRUPO
           END-IF.
           PERFORM 0210-PROCURAR-VENDEDORES.
           IF WS-GRP-COORD-TROCADA = "S" THEN
               PERFORM 02151-RESTAURAR-COORD-GRUPO
           END-IF.

       021-PROCESSAR-CLIENTE SECTION.

      *    NA PARTICAO POR REGIAO, CLIENTE DE OUTRA FATIA SO AVANCA
      *    A LEITURA (E O CHECKPOINT); QUEM O DISTRIBUI E A PARTICAO
      *    DA REGIAO DELE.
           IF WS-PARTICAO-EXECUTA
           AND WS-PART-TIPO NOT = "F" THEN
               PERFORM 105-TESTAR-CLIENTE-PARTICAO
               IF WS-PART-CLI-FORA = "S" THEN
                   PERFORM 02020-CHECAR-GRAVAR-CHECKPOINT
                   READ ARQ-CLIENTE NEXT RECORD
                   GO TO 021-PROCESSAR-CLIENTE-EXIT
               END-IF
           END-IF.

           IF WS-TEL-COD-FINAL > 0
           AND CLI-CODIGO > WS-TEL-COD-FINAL THEN
               MOVE 1 TO WS-FIM-FAIXA
           ELSE
               ADD 1          TO WS-BAL-ENT-QTD
               ADD CLI-CODIGO TO WS-BAL-ENT-HASH
               IF CLI-STATUS-INATIVO THEN
                   PERFORM 02020-CHECAR-GRAVAR-CHECKPOINT
                   READ ARQ-CLIENTE NEXT RECORD
                       IF WS-GRUPO-MESMO-VND = "S" THEN
                           PERFORM 0215-APLICAR-ANCORA-GRUPO
                       END-IF
                       PERFORM 0210-PROCURAR-VENDEDORES
                       IF WS-GRP-COORD-TROCADA = "S" THEN
                           PERFORM 02151-RESTAURAR-COORD-GRUPO
                       END-IF
                   MOVE "S" TO WS-COORD-SUSPEITA
               END-IF
           END-IF.
           IF WS-COORD-SUSPEITA = "N" THEN
               PERFORM 02141-DEFINIR-REGIAO-EFETIVA
           END-IF.
       0214-TESTAR-COORDENADA-EXIT.
           EXIT.

      *    REGIAO EFETIVA DO CLIENTE PARA A DISTRIBUICAO: SE O PONTO
      *    ESTA DENTRO DO POLIGONO DE FRONTEIRA DE ALGUMA REGIAO
      *    (ARQ_REGVERT), VALE ESSA REGIAO, MESMO QUE O CADASTRO DIGA
      *    OUTRA (CLIENTE DE DIVISA CAIDO NA CAIXA ERRADA). FORA DE
      *    QUALQUER POLIGONO VALE A REGIAO DO CADASTRO. A LISTAGEM
      *    RELATORIO_REGIAO_POLIGONO MOSTRA ESSAS DIVERGENCIAS.
       02141-DEFINIR-REGIAO-EFETIVA SECTION.
           MOVE CLI-REGIAO    TO WS-REGIAO-CLI-EFETIVA.
           MOVE "L"           TO WS-LRG-FUNCAO.
           MOVE CLI-LATITUDE  TO WS-LRG-LATITUDE.
           MOVE CLI-LONGITUDE TO WS-LRG-LONGITUDE.
           CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM.
           IF WS-LRG-RESULTADO = "S" THEN
               MOVE WS-LRG-REGIAO TO WS-REGIAO-CLI-EFETIVA
           END-IF.
       02141-DEFINIR-REGIAO-EFETIVA-EXIT.
           EXIT.

      *    PROCURA O VENDEDOR MAIS PROXIMO (E O SEGUNDO) PARA O
      *    CLIENTE CORRENTE. CLIENTE DE SEGMENTO CONTROLADO SO ACEITA
      *    VENDEDOR QUALIFICADO; SE NENHUM QUALIFICADO FOR ELEGIVEL,
      *    REFAZ A PROCURA SEM A RESTRICAO E REGISTRA A EXCECAO.
       0210-PROCURAR-VENDEDORES SECTION.
           PERFORM 021A-DEFINIR-QUALIFICACAO.
           MOVE "N" TO WS-IGNORA-ESPECIALIDADE.
           MOVE 1 TO WS-IDX-VND.
           PERFORM 0211-PROCESSAR-VENDEDOR
             UNTIL WS-IDX-VND > WS-QTD-VENDEDORES.
           IF WS-SEG-CLI-CONTROLADO = "N"
           OR WS-CODVND-MAIS-PERTO > 0 THEN
               GO TO 0210-PROCURAR-VENDEDORES-EXIT
           END-IF.
           MOVE "S" TO WS-IGNORA-ESPECIALIDADE.
           MOVE 0 TO WS-IDX-VND-ANTERIOR.
           MOVE 0 TO WS-CODVND-MAIS-PERTO.
           MOVE 0 TO WS-IDX-VND-MAIS-PERTO.
           MOVE 99999999.999 TO WS-DISTANCIA-MENOR.
           MOVE 0 TO WS-CODVND-SEGUNDO.
           MOVE 0 TO WS-IDX-VND-SEGUNDO.
           MOVE 99999999.999 TO WS-DISTANCIA-SEGUNDA.
           MOVE 1 TO WS-IDX-VND.
           PERFORM 0211-PROCESSAR-VENDEDOR
             UNTIL WS-IDX-VND > WS-QTD-VENDEDORES.
           IF WS-CODVND-MAIS-PERTO > 0 THEN
               ADD 1 TO WS-QTDCLI-SEM-ESPEC
               IF WS-MODO-SIMULA NOT = "S" THEN
                   PERFORM 0213C-GRAVAR-EXCECAO-SEGMENTO
               END-IF
           END-IF.
       0210-PROCURAR-VENDEDORES-EXIT.
           EXIT.

      *    DESMARCA OS VENDEDORES QUALIFICADOS PARA O CLIENTE ANTERIOR
      *    E MARCA OS DO CLIENTE CORRENTE: TODA LINHA DA TABELA DE
      *    ESPECIALIZACAO QUE E INICIO DO SEGMENTO DO CLIENTE TORNA O
      *    SEGMENTO CONTROLADO E QUALIFICA O SEU VENDEDOR.
       021A-DEFINIR-QUALIFICACAO SECTION.
           MOVE 1 TO WS-IDX-QUALIF.
           PERFORM 021A1-DESMARCAR-QUALIFICADO
             UNTIL WS-IDX-QUALIF > WS-QTD-QUALIF.
           MOVE 0 TO WS-QTD-QUALIF.
           MOVE "N" TO WS-SEG-CLI-CONTROLADO.
           IF CLI-SEGMENTO = SPACES
           OR WS-QTD-ESPEC = 0 THEN
               GO TO 021A-DEFINIR-QUALIFICACAO-EXIT
           END-IF.
           MOVE 1 TO WS-IDX-ESP.
           PERFORM 021A2-TESTAR-ESPECIALIDADE
             UNTIL WS-IDX-ESP > WS-QTD-ESPEC.
       021A-DEFINIR-QUALIFICACAO-EXIT.
           EXIT.

       021A1-DESMARCAR-QUALIFICADO SECTION.
           MOVE "N" TO
                WS-TAB-VND-QUALIF(WS-TAB-QUALIF-IDX(WS-IDX-QUALIF)).
           ADD 1 TO WS-IDX-QUALIF.
       021A1-DESMARCAR-QUALIFICADO-EXIT.
           EXIT.

       021A2-TESTAR-ESPECIALIDADE SECTION.
           IF CLI-SEGMENTO(1:WS-TAB-ESP-TAM(WS-IDX-ESP)) =
              WS-TAB-ESP-SEGMENTO(WS-IDX-ESP)
                 (1:WS-TAB-ESP-TAM(WS-IDX-ESP)) THEN
               MOVE "S" TO WS-SEG-CLI-CONTROLADO
               IF WS-TAB-ESP-IDX-VND(WS-IDX-ESP) > 0 THEN
                   MOVE "S" TO
                      WS-TAB-VND-QUALIF(WS-TAB-ESP-IDX-VND(WS-IDX-ESP))
                   ADD 1 TO WS-QTD-QUALIF
                   MOVE WS-TAB-ESP-IDX-VND(WS-IDX-ESP) TO
                        WS-TAB-QUALIF-IDX(WS-QTD-QUALIF)
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-ESP.
       021A2-TESTAR-ESPECIALIDADE-EXIT.
           EXIT.

       0211-PROCESSAR-VENDEDOR SECTION.

           IF WS-TAB-VND-CODIGO(WS-IDX-VND) = WS-CODVND-ANTERIOR THEN
      *    VENDAS E POR REGIAO, ENTAO UM VENDEDOR DO OUTRO LADO DA
      *    DIVISA NAO PODE LEVAR O CLIENTE SO PORQUE A DISTANCIA EM
      *    LINHA RETA E MENOR. CLIENTE SEM REGIAO (ZERO) CONTINUA
      *    PODENDO SER ATENDIDO POR QUALQUER VENDEDOR. CLIENTE DE
      *    SEGMENTO CONTROLADO SO ACEITA VENDEDOR QUALIFICADO, SALVO
      *    NA SEGUNDA PROCURA DE 0210-PROCURAR-VENDEDORES. VENDEDOR
      *    COM CONTRATO VENCIDO SO CONTINUA VALENDO PARA O CLIENTE
      *    QUE JA E DELE.
           IF (WS-SEG-CLI-CONTROLADO = "N"
               OR WS-IGNORA-ESPECIALIDADE = "S"
               OR WS-TAB-VND-QUALIF(WS-IDX-VND) = "S")
           AND (WS-REGIAO-CLI-EFETIVA = 0
               OR WS-TAB-VND-REGIAO(WS-IDX-VND) =
                  WS-REGIAO-CLI-EFETIVA)
           AND WS-TAB-VND-STATUS(WS-IDX-VND) = "A"
           AND (WS-TAB-VND-CAPACIDADE(WS-IDX-VND) = 0
               OR WS-TAB-VND-QTDE-CLIENTES(WS-IDX-VND) <
                  WS-TAB-VND-CAPACIDADE(WS-IDX-VND)
               OR WS-TAB-VND-CODIGO(WS-IDX-VND) = WS-CODVND-ANTERIOR)
           AND (WS-TAB-VND-CONTRATO(WS-IDX-VND) NOT = "V"
               OR WS-TAB-VND-CODIGO(WS-IDX-VND) = WS-CODVND-ANTERIOR)
              IF WS-DISTANCIA-MENOR > WS-DISTANCIA-CALC
                 MOVE WS-DISTANCIA-MENOR TO WS-DISTANCIA-SEGUNDA
                 MOVE WS-CODVND-MAIS-PERTO TO WS-CODVND-SEGUNDO
       0211-PROCESSAR-VENDEDOR-EXIT.
           EXIT.

      *    DISTANCIA RODOVIARIA ENTRE CLIENTE E VENDEDOR PELA ROTINA
      *    COMUM CALCULA_DISTANCIA (HAVERSINE COM A CORRECAO DA
      *    REGIAO EFETIVA DO CLIENTE).
       02111-CALCULAR-DISTANCIA SECTION.
           MOVE CLI-LATITUDE  TO WS-CDI-LAT-ORIGEM.
           MOVE CLI-LONGITUDE TO WS-CDI-LON-ORIGEM.
           MOVE WS-TAB-VND-LATITUDE(WS-IDX-VND)
                              TO WS-CDI-LAT-DESTINO.
           MOVE WS-TAB-VND-LONGITUDE(WS-IDX-VND)
                              TO WS-CDI-LON-DESTINO.
           MOVE CLI-REGIAO    TO WS-CDI-REGIAO.
           MOVE "S"           TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       02111-CALCULAR-DISTANCIA-EXIT.
           EXIT.

           IF WS-TAB-VND-STATUS(WS-IDX-VND-ANTERIOR) NOT = "A" THEN
               GO TO 0217-APLICAR-HISTERESE-EXIT
           END-IF.
           IF  WS-REGIAO-CLI-EFETIVA > 0
           AND WS-TAB-VND-REGIAO(WS-IDX-VND-ANTERIOR) NOT =
               WS-REGIAO-CLI-EFETIVA THEN
               GO TO 0217-APLICAR-HISTERESE-EXIT
           END-IF.
      *    NEM O VENDEDOR ATUAL SEM A ESPECIALIZACAO EXIGIDA PELO
      *    SEGMENTO DO CLIENTE.
           IF  WS-SEG-CLI-CONTROLADO = "S"
           AND WS-IGNORA-ESPECIALIDADE = "N"
           AND WS-TAB-VND-QUALIF(WS-IDX-VND-ANTERIOR) NOT = "S" THEN
               GO TO 0217-APLICAR-HISTERESE-EXIT
           END-IF.
           MOVE WS-IDX-VND TO WS-IDX-SIM.
           MOVE WS-CODVND-MAIS-PERTO TO WS-HIST-CODVND-NOVO.
           MOVE WS-DISTANCIA-MENOR   TO WS-HIST-DISTANCIA.
           MOVE WS-OPERADOR-ID       TO WS-HIST-OPERADOR.
           MOVE WS-NM-HIST TO WS-NM-IMPRESSO.
           OPEN EXTEND ARQ-IMPRESSO.
           IF WS-RST-ACESS-IMPRESSO NOT = 0 THEN
               OPEN OUTPUT ARQ-IMPRESSO
           MOVE CLI-CODIGO           TO WS-DISTEXC-CODCLI.
           MOVE WS-CODVND-MAIS-PERTO TO WS-DISTEXC-CODVND.
           MOVE WS-DISTANCIA-MENOR   TO WS-DISTEXC-DISTANCIA.
           MOVE WS-NM-EXCECOES TO WS-NM-IMPRESSO.
           OPEN EXTEND ARQ-IMPRESSO.
           IF WS-RST-ACESS-IMPRESSO NOT = 0 THEN
               OPEN OUTPUT ARQ-IMPRESSO
       0213B-GRAVAR-EXCECAO-DISTANCIA-EXIT.
           EXIT.

      *    CLIENTE DE SEGMENTO CONTROLADO QUE FICOU COM VENDEDOR NAO
      *    ESPECIALIZADO POR FALTA DE QUALIFICADO ELEGIVEL, NO MESMO
      *    ARQUIVO DAS EXCECOES DE DISTANCIA.
       0213C-GRAVAR-EXCECAO-SEGMENTO SECTION.
           MOVE SPACES TO WS-LINHA-SEGEXC-DET.
           MOVE CLI-CODIGO           TO WS-SEGEXC-CODCLI.
           MOVE WS-CODVND-MAIS-PERTO TO WS-SEGEXC-CODVND.
           MOVE CLI-SEGMENTO         TO WS-SEGEXC-SEGMENTO.
           MOVE WS-NM-EXCECOES TO WS-NM-IMPRESSO.
           OPEN EXTEND ARQ-IMPRESSO.
           IF WS-RST-ACESS-IMPRESSO NOT = 0 THEN
               OPEN OUTPUT ARQ-IMPRESSO
           END-IF.
           MOVE WS-LINHA-SEGEXC-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.
       0213C-GRAVAR-EXCECAO-SEGMENTO-EXIT.
           EXIT.

       02121-ATUALIZAR-QTDE-VENDEDOR SECTION.
      *    NA PARTICAO O ARQUIVO DE VENDEDORES E SO DE LEITURA: UM
      *    VENDEDOR PODE ATENDER VARIAS REGIOES, E A CONTAGEM DE
      *    CLIENTES DELE E REFEITA NA CONSOLIDACAO (113).
           IF WS-PARTICAO-EXECUTA THEN
               GO TO 02121-ATUALIZAR-QTDE-VENDEDOR-EXIT
           END-IF.
           MOVE WS-CODVND-MAIS-PERTO TO VND-CODIGO.
           READ ARQ-VENDEDOR
               KEY IS VND-CODIGO
               SUBTRACT 1 FROM
                   WS-TAB-VND-QTDE-CLIENTES(WS-IDX-VND-ANTERIOR)
           END-IF.
           IF WS-PARTICAO-EXECUTA THEN
               GO TO 02122-DECREMENTAR-QTDE-VND-ANTERIOR-EXIT
           END-IF.
           MOVE WS-CODVND-ANTERIOR TO VND-CODIGO.
           READ ARQ-VENDEDOR
               KEY IS VND-CODIGO
      *    ARQUIVOS (ROLLBACK), DEIXANDO CLIENTE E VENDEDOR
      *    CONSISTENTES ANTES DA RETOMADA PELO CHECKPOINT.
       0204-RECUPERAR-JORNAL SECTION.
           MOVE WS-BASE-DISTJRN TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-DISTJRN.
           OPEN INPUT ARQ-DISTJRN.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           IF WS-MODO-SIMULA = "S"
           OR WS-PARTICAO-EXECUTA THEN
               OPEN INPUT ARQ-VENDEDOR
           ELSE
               OPEN I-O ARQ-VENDEDOR
              MOVE "Ver CALC_DISTRIB_EXCECOES" TO WS-MSG-3
              DISPLAY TELA-DISTRIB-MSG
           END-IF.
           IF WS-QTDCLI-SEM-ESPEC > 0 THEN
              MOVE SPACES TO WS-MSG-DISTRIB
              MOVE "Fora da especialidade:" TO WS-MSG-3
              MOVE WS-QTDCLI-SEM-ESPEC TO WS-QUALCLI-3
              DISPLAY TELA-DISTRIB-MSG
              MOVE SPACES TO WS-MSG-DISTRIB
              MOVE "Ver CALC_DISTRIB_EXCECOES" TO WS-MSG-3
              DISPLAY TELA-DISTRIB-MSG
           END-IF.
           IF WS-QTDVND-CONTRATO-VENC > 0 THEN
              MOVE SPACES TO WS-MSG-DISTRIB
              MOVE "Vnd c/ contrato vencido:" TO WS-MSG-3
              MOVE WS-QTDVND-CONTRATO-VENC TO WS-QUALCLI-3
              DISPLAY TELA-DISTRIB-MSG
           END-IF.
           IF WS-QTDCLI-PROTEGIDOS > 0 THEN
              MOVE SPACES TO WS-MSG-DISTRIB
              MOVE "Com atribuicao manual protegida:" TO WS-MSG-3
                   NOT INVALID KEY MOVE 0 TO WS-VND-NAO-ENCONTRADO
               END-READ
               IF WS-VND-NAO-ENCONTRADO = 0 THEN
                   PERFORM 02141-DEFINIR-REGIAO-EFETIVA
                   PERFORM 05111-CALCULAR-DISTANCIA-VND
                   MOVE CLI-CODIGO      TO CODCLI-DSORT
                   MOVE CLI-RAZAOSOCIAL TO RAZAO-DSORT
       0511-AVALIAR-CLIENTE-DIST-EXIT.
           EXIT.

      *    MESMO CALCULO DE 02111-CALCULAR-DISTANCIA,
      *    FEITO DIRETO ENTRE O CLIENTE CORRENTE E O VENDEDOR LIDO
      *    PELA CHAVE, SEM DEPENDER DA TABELA EM MEMORIA DE VENDEDORES
      *    (QUE SO EXISTE DURANTE 02-PROCESSAR).
       05111-CALCULAR-DISTANCIA-VND SECTION.
           MOVE CLI-LATITUDE  TO WS-CDI-LAT-ORIGEM.
           MOVE CLI-LONGITUDE TO WS-CDI-LON-ORIGEM.
           MOVE VND-LATITUDE  TO WS-CDI-LAT-DESTINO.
           MOVE VND-LONGITUDE TO WS-CDI-LON-DESTINO.
           MOVE CLI-REGIAO    TO WS-CDI-REGIAO.
           MOVE "S"           TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       05111-CALCULAR-DISTANCIA-VND-EXIT.
           EXIT.

      *    TRANSFERIDOS (COM O VENDEDOR QUE OS RECEBEU), PRONTA PARA
      *    IMPRESSAO OU ENVIO PELO ESCRITORIO (AVISO_VND_<CODIGO>).
       08-GERAR-AVISOS-VENDEDOR SECTION.
      *    NA CONSOLIDACAO DAS PARTICOES A DATA JA VEM DO PLANO.
           IF WS-AVISO-DATA-RUN = 0 THEN
               ACCEPT WS-AVISO-DATA-RUN FROM DATE YYYYMMDD
           END-IF.
           MOVE "ARQ_HISTDIST" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-HISTDIST.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-AVISO-GANHOS TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           PERFORM 0822-VARRER-CARTEIRA-AVISO.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           CLOSE ARQ-IMPRESSO.
      *    O VENDEDOR RECEBE O AVISO TAMBEM POR E-MAIL, COM A CARTA
      *    COMO ANEXO.
           MOVE "AVISOVND"       TO WS-NOT-ORIGEM.
           MOVE "V"              TO WS-NOT-DEST-TIPO.
           MOVE WS-CODVND-AVISO  TO WS-NOT-DEST-CODIGO.
           MOVE SPACES           TO WS-NOT-EMPRESA.
           MOVE "ALTERACAO NA SUA CARTEIRA DE CLIENTES" TO
                WS-NOT-ASSUNTO.
           MOVE WS-NM-IMPRESSO   TO WS-NOT-ANEXO.
           MOVE 2 TO WS-NOT-QTD-LINHAS.
           MOVE SPACES TO WS-NOT-LINHA(1).
           STRING "A distribuicao de " DELIMITED BY SIZE
                  WS-AVISO-DATA-RUN DELIMITED BY SIZE
                  " alterou a sua carteira de clientes."
                  DELIMITED BY SIZE
             INTO WS-NOT-LINHA(1).
           MOVE "Clientes recebidos e transferidos seguem em anexo."
             TO WS-NOT-LINHA(2).
           CALL 'ENVIA_NOTIFICACAO' USING WS-NOTIFICACAO-PRM.
           ADD 1 TO WS-IDX-AVISO.
       082-GERAR-UM-AVISO-EXIT.
           EXIT.

      *    VARRE O HISTORICO DA RODADA PARA AS PERDAS ("P") DO
      *    VENDEDOR CORRENTE DO AVISO: O CLIENTE PERDIDO JA NAO ESTA
      *    NA CARTEIRA DELE, ENTAO SO O HISTORICO O LOCALIZA.
       0821-VARRER-HIST-AVISO SECTION.
           MOVE 0 TO WS-FIM-HIST-AVISO.
           MOVE LOW-VALUES TO HISTD-CHAVE.
       08211-AVALIAR-HIST-AVISO SECTION.
           IF HISTD-DATA = WS-AVISO-DATA-RUN
           AND HISTD-OPERADOR = WS-OPERADOR-ID THEN
               IF WS-AVISO-MODO = "P"
               AND HISTD-CODVND-ANT = WS-CODVND-AVISO THEN
                   PERFORM 082112-LINHA-PERDA
       08211-AVALIAR-HIST-AVISO-EXIT.
           EXIT.

      *    GANHOS: O CLIENTE GANHO NA RODADA ESTA HOJE NA CARTEIRA
      *    DO VENDEDOR, QUE E LIDA PELA CHAVE ALTERNATIVA CLI-CODVND;
      *    O HISTORICO SO E CONSULTADO PELA CHAVE DE CADA CLIENTE DELA
      *    (CODIGO + DATA DA RODADA).
       0822-VARRER-CARTEIRA-AVISO SECTION.
           MOVE 0 TO WS-FIM-CART-AVISO.
           MOVE WS-CODVND-AVISO TO CLI-CODVND.
           START ARQ-CLIENTE KEY IS EQUAL CLI-CODVND
             INVALID KEY MOVE 1 TO WS-FIM-CART-AVISO
           END-START.
           IF WS-FIM-CART-AVISO = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-CART-AVISO
               END-READ
               PERFORM 08221-AVALIAR-CLIENTE-AVISO
                 UNTIL WS-FIM-CART-AVISO = 1
           END-IF.
       0822-VARRER-CARTEIRA-AVISO-EXIT.
           EXIT.

       08221-AVALIAR-CLIENTE-AVISO SECTION.
           IF CLI-CODVND NOT = WS-CODVND-AVISO THEN
               MOVE 1 TO WS-FIM-CART-AVISO
               GO TO 08221-AVALIAR-CLIENTE-AVISO-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-HIST-AVISO.
           MOVE CLI-CODIGO        TO HISTD-CODCLI.
           MOVE WS-AVISO-DATA-RUN TO HISTD-DATA.
           MOVE 0                 TO HISTD-HORA.
           START ARQ-HISTDIST KEY IS NOT LESS THAN HISTD-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-HIST-AVISO
           END-START.
           IF WS-FIM-HIST-AVISO = 0 THEN
               READ ARQ-HISTDIST NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-HIST-AVISO
               END-READ
               PERFORM 082211-AVALIAR-GANHO-CLIENTE
                 UNTIL WS-FIM-HIST-AVISO = 1
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CART-AVISO
           END-READ.
       08221-AVALIAR-CLIENTE-AVISO-EXIT.
           EXIT.

       082211-AVALIAR-GANHO-CLIENTE SECTION.
           IF HISTD-CODCLI NOT = CLI-CODIGO
           OR HISTD-DATA NOT = WS-AVISO-DATA-RUN THEN
               MOVE 1 TO WS-FIM-HIST-AVISO
               GO TO 082211-AVALIAR-GANHO-CLIENTE-EXIT
           END-IF.
           IF HISTD-OPERADOR = WS-OPERADOR-ID
           AND HISTD-CODVND-NOVO = WS-CODVND-AVISO THEN
               PERFORM 082111-LINHA-GANHO
           END-IF.
           READ ARQ-HISTDIST NEXT RECORD
             AT END MOVE 1 TO WS-FIM-HIST-AVISO
           END-READ.
       082211-AVALIAR-GANHO-CLIENTE-EXIT.
           EXIT.

      *    O CLIENTE JA ESTA NA AREA DE REGISTRO (LIDO PELA CARTEIRA);
      *    NAO HA RELEITURA PARA NAO PERDER A POSICAO NA CHAVE
      *    ALTERNATIVA.
       082111-LINHA-GANHO SECTION.
           MOVE SPACES TO WS-LINHA-AVISO-GANHO-DET.
           MOVE CLI-CODIGO      TO WS-AVISO-G-CODCLI.
           MOVE CLI-RAZAOSOCIAL TO WS-AVISO-G-RAZAO.
           MOVE CLI-LATITUDE    TO WS-AVISO-G-LAT.
           MOVE CLI-LONGITUDE   TO WS-AVISO-G-LON.
           MOVE HISTD-DISTANCIA TO WS-AVISO-G-DIST.
           MOVE WS-LINHA-AVISO-GANHO-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       082111-LINHA-GANHO-EXIT.
           EXIT.

           CLOSE ARQ-ESTATS.
       09-GRAVAR-ESTATISTICAS-EXIT.
           EXIT.

      *    PARTICAO DA DISTRIBUICAO (CALC_DISTRIB_PARTICAO=nnn): LE A
      *    FATIA NO PLANO, DISTRIBUI SO OS CLIENTES DELA COM
      *    CHECKPOINT, JORNAL E SAIDAS PROPRIOS (UMA PARTICAO QUE
      *    FALHAR E RELANCADA SOZINHA E RETOMA DO SEU CHECKPOINT) E
      *    DEVOLVE NO PLANO A SITUACAO E OS TOTAIS DA RODADA.
       10-PROCESSAR-PARTICAO SECTION.
           PERFORM 101-LER-PARTICAO.
           IF WS-ERRO-ABERTURA = 0 THEN
               PERFORM 103-NOMEAR-ARQUIVOS-PARTICAO
               PERFORM 02-PROCESSAR
           END-IF.
           PERFORM 104-ENCERRAR-PARTICAO.
       10-PROCESSAR-PARTICAO-EXIT.
           EXIT.

       100-ABRIR-PLANO-PARTICOES SECTION.
           MOVE "ARQ_DISTPART" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-DISTPART.
           OPEN I-O ARQ-DISTPART.
           IF  WS-RST-ACESS-DISTPART <> 00
           AND WS-RST-ACESS-DISTPART <> 05 THEN
               MOVE "ERRO ABERTURA ARQ DISTPART" TO WS-MSG-1
               MOVE WS-RST-ACESS-DISTPART TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-DISTRIB-MSG
           END-IF.
       100-ABRIR-PLANO-PARTICOES-EXIT.
           EXIT.

       101-LER-PARTICAO SECTION.
           PERFORM 100-ABRIR-PLANO-PARTICOES.
           IF WS-ERRO-ABERTURA NOT = 0 THEN
               GO TO 101-LER-PARTICAO-EXIT
           END-IF.
           MOVE WS-NUM-PARTICAO TO DPT-PARTICAO.
           READ ARQ-DISTPART
               KEY IS DPT-PARTICAO
               INVALID KEY MOVE 1 TO WS-ERRO-ABERTURA
           END-READ.
           IF WS-ERRO-ABERTURA NOT = 0 THEN
               MOVE "Particao fora do plano de distribuicao" TO
                    WS-MSG-DISTRIB
               DISPLAY TELA-DISTRIB-MSG
               CLOSE ARQ-DISTPART
               GO TO 101-LER-PARTICAO-EXIT
           END-IF.
           MOVE DPT-TIPO   TO WS-PART-TIPO.
           MOVE DPT-REGIAO TO WS-PART-REGIAO.
           IF DPT-TIPO-FAIXA THEN
               MOVE DPT-COD-INICIAL TO WS-TEL-COD-INICIAL
               MOVE DPT-COD-FINAL   TO WS-TEL-COD-FINAL
           END-IF.
           MOVE "E" TO DPT-SITUACAO.
           ACCEPT DPT-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT DPT-HORA-INI FROM TIME.
           REWRITE DPT-REGISTRO.
           IF WS-PART-TIPO = "O" THEN
               PERFORM 102-CARREGAR-REGIOES-PLANO
           END-IF.
           CLOSE ARQ-DISTPART.
       101-LER-PARTICAO-EXIT.
           EXIT.

      *    A PARTICAO "OUTRAS REGIOES" PEGA TODO CLIENTE CUJA REGIAO
      *    NAO TEM PARTICAO PROPRIA NO PLANO (REGIAO NOVA OU SEM
      *    REGIAO NO CADASTRO), PARA NENHUM CLIENTE FICAR DE FORA.
       102-CARREGAR-REGIOES-PLANO SECTION.
           MOVE 0 TO WS-QTD-PART-REGIOES.
           PERFORM 107-POSICIONAR-PLANO.
           PERFORM 1021-GUARDAR-REGIAO-PLANO
             UNTIL WS-FIM-DISTPART = 1.
       102-CARREGAR-REGIOES-PLANO-EXIT.
           EXIT.

       1021-GUARDAR-REGIAO-PLANO SECTION.
           IF DPT-TIPO-REGIAO
           AND WS-QTD-PART-REGIOES < 999 THEN
               ADD 1 TO WS-QTD-PART-REGIOES
               MOVE DPT-REGIAO TO
                    WS-TAB-PART-REGIAO(WS-QTD-PART-REGIOES)
           END-IF.
           READ ARQ-DISTPART NEXT RECORD
             AT END MOVE 1 TO WS-FIM-DISTPART
           END-READ.
       1021-GUARDAR-REGIAO-PLANO-EXIT.
           EXIT.

       103-NOMEAR-ARQUIVOS-PARTICAO SECTION.
           PERFORM 106-MONTAR-SUFIXO-PARTICAO.
           MOVE SPACES TO WS-BASE-CKPTDIST.
           STRING "CALC_DIST_CKP_" DELIMITED BY SIZE
                  WS-NUM-PARTICAO  DELIMITED BY SIZE
             INTO WS-BASE-CKPTDIST.
           MOVE SPACES TO WS-BASE-DISTJRN.
           STRING "ARQ_DISTJRN_"   DELIMITED BY SIZE
                  WS-NUM-PARTICAO  DELIMITED BY SIZE
             INTO WS-BASE-DISTJRN.
           MOVE SPACES TO WS-NM-HIST.
           STRING "CALC_DISTRIB_HIST" DELIMITED BY SIZE
                  WS-PART-SUFIXO      DELIMITED BY SIZE
             INTO WS-NM-HIST.
           MOVE SPACES TO WS-NM-EXCECOES.
           STRING "CALC_DISTRIB_EXCECOES" DELIMITED BY SIZE
                  WS-PART-SUFIXO          DELIMITED BY SIZE
             INTO WS-NM-EXCECOES.
           MOVE SPACES TO WS-NM-FLIPZONE.
           STRING "CALC_DISTRIB_FLIPZONE" DELIMITED BY SIZE
                  WS-PART-SUFIXO          DELIMITED BY SIZE
             INTO WS-NM-FLIPZONE.
       103-NOMEAR-ARQUIVOS-PARTICAO-EXIT.
           EXIT.

      *    DEVOLVE A PARTICAO AO PLANO: CONCLUIDA SO SE A VARREDURA
      *    CHEGOU AO FIM DA FATIA SEM ERRO; DO CONTRARIO FICA COMO
      *    FALHOU E O COORDENADOR A RELANCA. NA RETOMADA PELO
      *    CHECKPOINT OS TOTAIS SE SOMAM AOS DA TENTATIVA ANTERIOR, E
      *    A COBERTURA FICA "N" (A CONTAGEM DE ENTRADA E PARCIAL).
       104-ENCERRAR-PARTICAO SECTION.
           EVALUATE TRUE
           WHEN WS-ERRO-ABERTURA NOT = 0
             MOVE 8 TO WS-RC-BATCH
           WHEN WS-VARREDURA-COMPLETA NOT = "S"
             MOVE 8 TO WS-RC-BATCH
           WHEN WS-QTDCLI-SEM-VND > 0
             MOVE 4 TO WS-RC-BATCH
           WHEN WS-QTDCLI-DIST-LONGE > 0
             MOVE 4 TO WS-RC-BATCH
           WHEN WS-QTDCLI-SEM-ESPEC > 0
             MOVE 4 TO WS-RC-BATCH
           WHEN OTHER
             MOVE 0 TO WS-RC-BATCH
           END-EVALUATE.
           IF WS-NUM-PARTICAO > 0 THEN
               PERFORM 100-ABRIR-PLANO-PARTICOES
               IF  WS-RST-ACESS-DISTPART = 00
               OR  WS-RST-ACESS-DISTPART = 05 THEN
                   MOVE WS-NUM-PARTICAO TO DPT-PARTICAO
                   READ ARQ-DISTPART
                       KEY IS DPT-PARTICAO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM 1041-GRAVAR-TOTAIS-PARTICAO
                   END-READ
                   CLOSE ARQ-DISTPART
               END-IF
           END-IF.
           PERFORM 106-MONTAR-SUFIXO-PARTICAO.
           MOVE SPACES TO WS-JOB-PROGRAMA.
           STRING "CALC_DISTRIB"  DELIMITED BY SIZE
                  WS-PART-SUFIXO  DELIMITED BY SIZE
             INTO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID      TO WS-JOB-OPERADOR.
           MOVE WS-QTDREG-CLI-RW    TO WS-JOB-QTD-REGISTROS.
           COMPUTE WS-JOB-QTD-AVISOS =
                   WS-QTDCLI-SEM-VND + WS-QTDCLI-DIST-LONGE
                 + WS-QTDCLI-SEM-ESPEC.
           MOVE WS-RC-BATCH         TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       104-ENCERRAR-PARTICAO-EXIT.
           EXIT.

       1041-GRAVAR-TOTAIS-PARTICAO SECTION.
           IF WS-ERRO-ABERTURA NOT = 0
           OR WS-VARREDURA-COMPLETA NOT = "S" THEN
               MOVE "F" TO DPT-SITUACAO
           ELSE
               MOVE "C" TO DPT-SITUACAO
           END-IF.
           ACCEPT DPT-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT DPT-HORA-FIM FROM TIME.
           MOVE WS-RC-BATCH TO DPT-RC.
           IF WS-ULT-CLI-PROCESSADO = 0 THEN
               MOVE "S"                  TO DPT-COBERTURA
               MOVE WS-BAL-ENT-QTD       TO DPT-ENT-QTD
               MOVE WS-BAL-ENT-HASH      TO DPT-ENT-HASH
               MOVE WS-QTDREG-CLI-RW     TO DPT-QTD-REGRAVADOS
               MOVE WS-QTDCLI-SEM-VND    TO DPT-QTD-SEM-VND
               MOVE WS-QTDCLI-DIST-LONGE TO DPT-QTD-DIST-LONGE
               MOVE WS-QTDCLI-SEM-ESPEC  TO DPT-QTD-SEM-ESPEC
               MOVE WS-QTDCLI-PROTEGIDOS TO DPT-QTD-PROTEGIDOS
               MOVE WS-QTDCLI-COORD-SUSP TO DPT-QTD-COORD-SUSP
               MOVE WS-QTDCLI-HISTERESE  TO DPT-QTD-HISTERESE
           ELSE
               MOVE "N"                  TO DPT-COBERTURA
               ADD WS-BAL-ENT-QTD        TO DPT-ENT-QTD
               ADD WS-BAL-ENT-HASH       TO DPT-ENT-HASH
               ADD WS-QTDREG-CLI-RW      TO DPT-QTD-REGRAVADOS
               ADD WS-QTDCLI-SEM-VND     TO DPT-QTD-SEM-VND
               ADD WS-QTDCLI-DIST-LONGE  TO DPT-QTD-DIST-LONGE
               ADD WS-QTDCLI-SEM-ESPEC   TO DPT-QTD-SEM-ESPEC
               ADD WS-QTDCLI-PROTEGIDOS  TO DPT-QTD-PROTEGIDOS
               ADD WS-QTDCLI-COORD-SUSP  TO DPT-QTD-COORD-SUSP
               ADD WS-QTDCLI-HISTERESE   TO DPT-QTD-HISTERESE
           END-IF.
           REWRITE DPT-REGISTRO.
       1041-GRAVAR-TOTAIS-PARTICAO-EXIT.
           EXIT.

       105-TESTAR-CLIENTE-PARTICAO SECTION.
           MOVE "N" TO WS-PART-CLI-FORA.
           IF WS-PART-TIPO = "R" THEN
               IF CLI-REGIAO NOT = WS-PART-REGIAO THEN
                   MOVE "S" TO WS-PART-CLI-FORA
               END-IF
           ELSE
               MOVE 1 TO WS-IDX-PART-REG
               PERFORM 1051-PROCURAR-REGIAO-PLANO
                 UNTIL WS-IDX-PART-REG > WS-QTD-PART-REGIOES
                    OR WS-PART-CLI-FORA = "S"
           END-IF.
       105-TESTAR-CLIENTE-PARTICAO-EXIT.
           EXIT.

       1051-PROCURAR-REGIAO-PLANO SECTION.
           IF WS-TAB-PART-REGIAO(WS-IDX-PART-REG) = CLI-REGIAO THEN
               MOVE "S" TO WS-PART-CLI-FORA
           END-IF.
           ADD 1 TO WS-IDX-PART-REG.
       1051-PROCURAR-REGIAO-PLANO-EXIT.
           EXIT.

       106-MONTAR-SUFIXO-PARTICAO SECTION.
           MOVE SPACES TO WS-PART-SUFIXO.
           STRING "_P"            DELIMITED BY SIZE
                  WS-NUM-PARTICAO DELIMITED BY SIZE
             INTO WS-PART-SUFIXO.
       106-MONTAR-SUFIXO-PARTICAO-EXIT.
           EXIT.

       107-POSICIONAR-PLANO SECTION.
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
       107-POSICIONAR-PLANO-EXIT.
           EXIT.

      *    CONSOLIDACAO DAS PARTICOES (CALC_DISTRIB_PARTICAO=FIM): SO
      *    COM TODAS CONCLUIDAS. SOMA OS TOTAIS DO PLANO, ACRESCENTA
      *    OS HISTORICOS E AS EXCECOES DE CADA PARTICAO AOS ARQUIVOS
      *    DA RODADA, REMONTA A ZONA DE INDECISAO E RECONTA A
      *    CARTEIRA DOS VENDEDORES; DEPOIS DISSO O FECHAMENTO (CSV,
      *    RELATORIO, ESTATISTICA, AVISOS, DIARIO E BALANCO) SEGUE O
      *    MESMO CAMINHO DA RODADA UNICA.
       11-CONSOLIDAR-PARTICOES SECTION.
           PERFORM 100-ABRIR-PLANO-PARTICOES.
           IF WS-ERRO-ABERTURA NOT = 0 THEN
               GO TO 11-CONSOLIDAR-PARTICOES-EXIT
           END-IF.
           MOVE 0   TO WS-QTD-PARTICOES.
           MOVE 0   TO WS-QTD-PART-PENDENTES.
           MOVE 0   TO WS-DATA-PLANO.
           MOVE "S" TO WS-PART-COBERTURA.
           MOVE 0   TO WS-BAL-ENT-QTD.
           MOVE 0   TO WS-BAL-ENT-HASH.
           PERFORM 107-POSICIONAR-PLANO.
           PERFORM 111-SOMAR-PARTICAO
             UNTIL WS-FIM-DISTPART = 1.
           IF WS-QTD-PARTICOES = 0
           OR WS-QTD-PART-PENDENTES > 0 THEN
               MOVE "Particao pendente: consolidacao adiada" TO
                    WS-MSG-DISTRIB
               DISPLAY TELA-DISTRIB-MSG
               MOVE 1 TO WS-ERRO-ABERTURA
               CLOSE ARQ-DISTPART
               GO TO 11-CONSOLIDAR-PARTICOES-EXIT
           END-IF.
           IF WS-PART-COBERTURA = "S" THEN
               MOVE "T" TO WS-BAL-ENT-TIPO
           ELSE
               MOVE "P" TO WS-BAL-ENT-TIPO
           END-IF.

      *    A ZONA DE INDECISAO E A FOTOGRAFIA DA RODADA INTEIRA:
      *    RECOMECA DO ZERO COM AS LINHAS DE TODAS AS PARTICOES.
           OPEN OUTPUT ARQ-FLIPZONE.
           MOVE "S" TO WS-FLIPZONE-ABERTA.
           PERFORM 107-POSICIONAR-PLANO.
           PERFORM 112-APENSAR-PARTICAO
             UNTIL WS-FIM-DISTPART = 1.
           PERFORM 0219-FECHAR-FLIP-ZONE.
           CLOSE ARQ-DISTPART.

           PERFORM 113-RECONTAR-CARTEIRAS.
           MOVE WS-DATA-PLANO TO WS-AVISO-DATA-RUN.
       11-CONSOLIDAR-PARTICOES-EXIT.
           EXIT.

       111-SOMAR-PARTICAO SECTION.
           ADD 1 TO WS-QTD-PARTICOES.
           IF  NOT DPT-SIT-CONCLUIDA
           AND NOT DPT-SIT-APENSADA
           AND NOT DPT-SIT-CONSOLIDADA THEN
               ADD 1 TO WS-QTD-PART-PENDENTES
           END-IF.
           IF DPT-COBERTURA NOT = "S" THEN
               MOVE "N" TO WS-PART-COBERTURA
           END-IF.
           IF DPT-DATA-PLANO > WS-DATA-PLANO THEN
               MOVE DPT-DATA-PLANO TO WS-DATA-PLANO
           END-IF.
           ADD DPT-ENT-QTD        TO WS-BAL-ENT-QTD.
           ADD DPT-ENT-HASH       TO WS-BAL-ENT-HASH.
           ADD DPT-QTD-REGRAVADOS TO WS-QTDREG-CLI-RW.
           ADD DPT-QTD-SEM-VND    TO WS-QTDCLI-SEM-VND.
           ADD DPT-QTD-DIST-LONGE TO WS-QTDCLI-DIST-LONGE.
           ADD DPT-QTD-SEM-ESPEC  TO WS-QTDCLI-SEM-ESPEC.
           ADD DPT-QTD-PROTEGIDOS TO WS-QTDCLI-PROTEGIDOS.
           ADD DPT-QTD-COORD-SUSP TO WS-QTDCLI-COORD-SUSP.
           ADD DPT-QTD-HISTERESE  TO WS-QTDCLI-HISTERESE.
           READ ARQ-DISTPART NEXT RECORD
             AT END MOVE 1 TO WS-FIM-DISTPART
           END-READ.
       111-SOMAR-PARTICAO-EXIT.
           EXIT.

      *    O HISTORICO E AS EXCECOES DA PARTICAO SAO ACRESCENTADOS UMA
      *    SO VEZ: DEPOIS DE COPIADOS O ARQUIVO DA PARTICAO E ZERADO E
      *    ELA PASSA A APENSADA, ENTAO REPETIR A CONSOLIDACAO NAO
      *    DUPLICA LINHAS. A ZONA DE INDECISAO DA PARTICAO E MANTIDA,
      *    PORQUE A DA RODADA E REMONTADA POR INTEIRO A CADA VEZ.
       112-APENSAR-PARTICAO SECTION.
           MOVE DPT-PARTICAO TO WS-NUM-PARTICAO.
           PERFORM 106-MONTAR-SUFIXO-PARTICAO.
           MOVE SPACES TO WS-NM-PART-ORIGEM.
           STRING "CALC_DISTRIB_FLIPZONE" DELIMITED BY SIZE
                  WS-PART-SUFIXO          DELIMITED BY SIZE
             INTO WS-NM-PART-ORIGEM.
           PERFORM 1121-COPIAR-FLIPZONE.
           IF DPT-SIT-CONCLUIDA THEN
               MOVE WS-NM-HIST TO WS-NM-IMPRESSO
               MOVE SPACES TO WS-NM-PART-ORIGEM
               STRING "CALC_DISTRIB_HIST" DELIMITED BY SIZE
                      WS-PART-SUFIXO      DELIMITED BY SIZE
                 INTO WS-NM-PART-ORIGEM
               PERFORM 1122-APENSAR-IMPRESSO
               MOVE WS-NM-EXCECOES TO WS-NM-IMPRESSO
               MOVE SPACES TO WS-NM-PART-ORIGEM
               STRING "CALC_DISTRIB_EXCECOES" DELIMITED BY SIZE
                      WS-PART-SUFIXO          DELIMITED BY SIZE
                 INTO WS-NM-PART-ORIGEM
               PERFORM 1122-APENSAR-IMPRESSO
               MOVE "A" TO DPT-SITUACAO
               REWRITE DPT-REGISTRO
           END-IF.
           READ ARQ-DISTPART NEXT RECORD
             AT END MOVE 1 TO WS-FIM-DISTPART
           END-READ.
       112-APENSAR-PARTICAO-EXIT.
           EXIT.

       1121-COPIAR-FLIPZONE SECTION.
           OPEN INPUT ARQ-PARTORIG.
           IF WS-RST-ACESS-PARTORIG NOT = 0 THEN
               GO TO 1121-COPIAR-FLIPZONE-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-PARTORIG.
           READ ARQ-PARTORIG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-PARTORIG
           END-READ.
           PERFORM 11211-COPIAR-LINHA-FLIP
             UNTIL WS-FIM-PARTORIG = 1.
           CLOSE ARQ-PARTORIG.
       1121-COPIAR-FLIPZONE-EXIT.
           EXIT.

       11211-COPIAR-LINHA-FLIP SECTION.
           MOVE ARQ-PARTORIG-LINHA TO ARQ-FLIPZONE-LINHA.
           WRITE ARQ-FLIPZONE-LINHA.
           READ ARQ-PARTORIG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-PARTORIG
           END-READ.
       11211-COPIAR-LINHA-FLIP-EXIT.
           EXIT.

       1122-APENSAR-IMPRESSO SECTION.
           OPEN INPUT ARQ-PARTORIG.
           IF WS-RST-ACESS-PARTORIG NOT = 0 THEN
               GO TO 1122-APENSAR-IMPRESSO-EXIT
           END-IF.
           OPEN EXTEND ARQ-IMPRESSO.
           IF WS-RST-ACESS-IMPRESSO NOT = 0 THEN
               OPEN OUTPUT ARQ-IMPRESSO
           END-IF.
           MOVE 0 TO WS-FIM-PARTORIG.
           READ ARQ-PARTORIG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-PARTORIG
           END-READ.
           PERFORM 11221-COPIAR-LINHA-IMPRESSO
             UNTIL WS-FIM-PARTORIG = 1.
           CLOSE ARQ-IMPRESSO.
           CLOSE ARQ-PARTORIG.
           OPEN OUTPUT ARQ-PARTORIG.
           CLOSE ARQ-PARTORIG.
       1122-APENSAR-IMPRESSO-EXIT.
           EXIT.

       11221-COPIAR-LINHA-IMPRESSO SECTION.
           MOVE ARQ-PARTORIG-LINHA TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           READ ARQ-PARTORIG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-PARTORIG
           END-READ.
       11221-COPIAR-LINHA-IMPRESSO-EXIT.
           EXIT.

      *    AS PARTICOES NAO MEXEM NA CONTAGEM DE CLIENTES DO
      *    VENDEDOR, QUE ATENDE CLIENTES DE MAIS DE UMA REGIAO: ELA E
      *    REFEITA AQUI A PARTIR DO CADASTRO DE CLIENTES (MESMO
      *    CRITERIO DA VERIFICACAO DE ARQUIVOS). O LIMITE DE
      *    CAPACIDADE FOI RESPEITADO DENTRO DE CADA PARTICAO; O
      *    VENDEDOR QUE PASSOU DELE NA SOMA VAI PARA O ARQUIVO DE
      *    EXCECOES DA RODADA.
       113-RECONTAR-CARTEIRAS SECTION.
           INITIALIZE WS-TAB-RECONTAGEM.
           MOVE 0 TO WS-QTD-VENDEDORES.
           MOVE 0 TO WS-QTD-VND-RECONTADOS.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQCLI" TO WS-MSG-1
               MOVE WS-RESULTADO-ACESSO TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-DISTRIB-MSG
               GO TO 113-RECONTAR-CARTEIRAS-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-RECONTAGEM.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-RECONTAGEM
           END-READ.
           PERFORM 1131-CONTAR-CLIENTE
             UNTIL WS-FIM-RECONTAGEM = 1.
           CLOSE ARQ-CLIENTE.

           PERFORM 029-ABRIR-ARQUIVO-VENDEDOR.
           IF WS-ERRO-ABERTURA NOT = 0 THEN
               GO TO 113-RECONTAR-CARTEIRAS-EXIT
           END-IF.
           MOVE WS-NM-EXCECOES TO WS-NM-IMPRESSO.
           OPEN EXTEND ARQ-IMPRESSO.
           IF WS-RST-ACESS-IMPRESSO NOT = 0 THEN
               OPEN OUTPUT ARQ-IMPRESSO
           END-IF.
           MOVE LOW-VALUES TO VND-CODIGO.
           START ARQ-VENDEDOR KEY IS NOT LESS THAN VND-CODIGO
             INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO WS-FIM-RECONTAGEM.
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-RECONTAGEM
           END-READ.
           PERFORM 1132-CONFERIR-VENDEDOR
             UNTIL WS-FIM-RECONTAGEM = 1.
           CLOSE ARQ-IMPRESSO.
           CLOSE ARQ-VENDEDOR.
       113-RECONTAR-CARTEIRAS-EXIT.
           EXIT.

       1131-CONTAR-CLIENTE SECTION.
           IF CLI-STATUS-ATIVO
           AND CLI-CODVND > 0
           AND CLI-CODVND <= 99999 THEN
               ADD 1 TO WS-RECONT-QTDE(CLI-CODVND)
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-RECONTAGEM
           END-READ.
       1131-CONTAR-CLIENTE-EXIT.
           EXIT.

       1132-CONFERIR-VENDEDOR SECTION.
           ADD 1 TO WS-QTD-VENDEDORES.
           IF VND-CODIGO > 0 THEN
               IF VND-QTDE-CLIENTES NOT =
                  WS-RECONT-QTDE(VND-CODIGO) THEN
                   MOVE WS-RECONT-QTDE(VND-CODIGO) TO
                        VND-QTDE-CLIENTES
                   REWRITE VND-REGISTRO
                   ADD 1 TO WS-QTD-VND-RECONTADOS
               END-IF
               IF VND-CAPACIDADE > 0
               AND VND-QTDE-CLIENTES > VND-CAPACIDADE THEN
                   MOVE VND-CODIGO        TO WS-CAPEXC-CODVND
                   MOVE VND-QTDE-CLIENTES TO WS-CAPEXC-QTDE
                   MOVE VND-CAPACIDADE    TO WS-CAPEXC-CAPAC
                   MOVE WS-LINHA-CAPEXC-DET TO ARQ-IMPRESSO-LINHA
                   WRITE ARQ-IMPRESSO-LINHA
               END-IF
           END-IF.
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-RECONTAGEM
           END-READ.
       1132-CONFERIR-VENDEDOR-EXIT.
           EXIT.

      *    PLANO CONSOLIDADO: A PROXIMA CHAMADA DO COORDENADOR MONTA
      *    UM PLANO NOVO EM VEZ DE RELANCAR ESTE.
       114-MARCAR-CONSOLIDADAS SECTION.
           PERFORM 100-ABRIR-PLANO-PARTICOES.
           IF WS-ERRO-ABERTURA NOT = 0 THEN
               GO TO 114-MARCAR-CONSOLIDADAS-EXIT
           END-IF.
           PERFORM 107-POSICIONAR-PLANO.
           PERFORM 1141-MARCAR-UMA-PARTICAO
             UNTIL WS-FIM-DISTPART = 1.
           CLOSE ARQ-DISTPART.
       114-MARCAR-CONSOLIDADAS-EXIT.
           EXIT.

       1141-MARCAR-UMA-PARTICAO SECTION.
           MOVE "M" TO DPT-SITUACAO.
           REWRITE DPT-REGISTRO.
           READ ARQ-DISTPART NEXT RECORD
             AT END MOVE 1 TO WS-FIM-DISTPART
           END-READ.
       1141-MARCAR-UMA-PARTICAO-EXIT.
           EXIT.
