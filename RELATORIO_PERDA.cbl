       identification division.
       program-id. "RELATORIO_PERDA".
       author.     Roberto Holz.
      *    RELATORIO DE CLIENTES PERDIDOS NO PERIODO INFORMADO (AAAAMM
      *    INICIAL E FINAL, ATE 24 MESES), PELA DATA DA INATIVACAO:
      *    OS INATIVOS DO ARQ_CLIENTE E OS JA PASSADOS PARA O ARQUIVO
      *    MORTO. CADA CLIENTE SAI COM O MOTIVO DA INATIVACAO
      *    (ARQ_CLIINAT OU O GRAVADO NO ARQUIVO MORTO; SEM REGISTRO,
      *    "NI" - NAO INFORMADO) E O FATURAMENTO DOS 12 MESES QUE
      *    TERMINAM NO MES DA INATIVACAO (ARQ_FATURA), QUE E A
      *    RECEITA QUE DEIXOU DE ENTRAR.
      *    A LISTA SAI AGRUPADA POR MOTIVO, COM SUBTOTAIS, SEGUIDA DOS
      *    RESUMOS POR MOTIVO, POR MES, POR VENDEDOR E POR REGIAO.
      *    MOTIVOS MARCADOS NA TABELA COMO ADMINISTRATIVOS (FUSAO,
      *    DUPLICIDADE, TRANSFERENCIA) SAO LISTADOS, MAS NAO ENTRAM NA
      *    CONTAGEM DE PERDAS NEM NO FATURAMENTO PERDIDO DOS RESUMOS.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-arqmorto.cpy'.
         copy 'select-arq-cliinat.cpy'.
         copy 'select-arq-motinat.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-regiao.cpy'.
         copy 'select-impresso.cpy'.
         SELECT PERDA-SORT ASSIGN TO DISK WID-PERDA-SORT.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-arqmorto.cpy'.
         copy 'fd-arq-cliinat.cpy'.
         copy 'fd-arq-motinat.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-regiao.cpy'.
         copy 'fd-impresso.cpy'.

       SD PERDA-SORT
          DATA RECORD IS REG-PERDA-SORT.
       01 REG-PERDA-SORT.
           05 MOTIVO-PDSORT                 PIC X(02).
           05 ANOMES-PDSORT                 PIC 9(06).
           05 CODVND-PDSORT                 PIC 9(05).
           05 CODCLI-PDSORT                 PIC 9(07).
           05 RAZAO-PDSORT                  PIC X(40).
           05 REGIAO-PDSORT                 PIC 9(03).
           05 DATA-PDSORT                   PIC 9(08).
           05 FONTE-PDSORT                  PIC X(01).
           05 FAT-PDSORT                    PIC 9(11)V9(02).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-ARQMORTO     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-ARQMORTO PIC 9(02) VALUE ZEROS.
              05 WS-MORTO-DISPONIVEL  PIC X(01) VALUE "N".
              05 WID-ARQ-CLIINAT      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLIINAT PIC 9(02) VALUE ZEROS.
              05 WS-CLIINAT-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-MOTINAT      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MOTINAT PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-FATURA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FATURA  PIC 9(02) VALUE ZEROS.
              05 WS-FATURA-DISPONIVEL PIC X(01) VALUE "N".
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-REGIAO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-REGIAO  PIC 9(02) VALUE ZEROS.
              05 WID-PERDA-SORT       PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-PERDA         PIC X(40) VALUE SPACES.
              05 WS-TEL-ANOMES-INI    PIC 9(06) VALUE ZEROS.
              05 WS-TEL-ANOMES-FIM    PIC 9(06) VALUE ZEROS.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
                 10 WS-HOJE-ANO       PIC 9(04).
                 10 WS-HOJE-MES       PIC 9(02).
                 10 WS-HOJE-DIA       PIC 9(02).
              05 WS-ANOMES-TRAB       PIC 9(06) VALUE ZEROS.
              05 WS-ANOMES-TRAB-R REDEFINES WS-ANOMES-TRAB.
                 10 WS-TRAB-ANO       PIC 9(04).
                 10 WS-TRAB-MES       PIC 9(02).
              05 WS-TOT-MESES         PIC 9(06) VALUE ZEROS.
              05 WS-TOT-MESES-INI     PIC 9(06) VALUE ZEROS.
              05 WS-QTD-MESES         PIC 9(03) VALUE ZEROS.
              05 WS-ANOMES-FAT-INI    PIC 9(06) VALUE ZEROS.
              05 WS-ANOMES-FAT-FIM    PIC 9(06) VALUE ZEROS.
              05 WS-FIM-ARQCLI        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-ARQMORTO      PIC 9(01) VALUE ZEROS.
              05 WS-FIM-MOTINAT       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-FATURA        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-PERDA    PIC 9(01) VALUE ZEROS.
              05 WS-CODCLI-FAT        PIC 9(07) VALUE ZEROS.
              05 WS-FAT-12M           PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-MOTIVO-QUEBRA     PIC X(02) VALUE SPACES.
              05 WS-IDX-MES           PIC 9(03) VALUE ZEROS.
              05 WS-IDX-VND           PIC 9(06) VALUE ZEROS.
              05 WS-IDX-REG           PIC 9(04) VALUE ZEROS.
              05 WS-IDX-MOT           PIC 9(03) VALUE ZEROS.
              05 WS-QTD-MOTIVOS       PIC 9(03) VALUE ZEROS.
              05 WS-MOT-ACHADO        PIC 9(03) VALUE ZEROS.
              05 WS-SUB-QTD           PIC 9(07) VALUE ZEROS.
              05 WS-SUB-FAT           PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-GER-QTD           PIC 9(07) VALUE ZEROS.
              05 WS-GER-PERDAS        PIC 9(07) VALUE ZEROS.
              05 WS-GER-FAT           PIC 9(11)V9(02) VALUE ZEROS.
      *       CONTADORES DA LINHA DE RESUMO CORRENTE.
              05 WS-LIN-QTD           PIC 9(07) VALUE ZEROS.
              05 WS-LIN-PERDAS        PIC 9(07) VALUE ZEROS.
              05 WS-LIN-FAT           PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-REGISTRA-MOTIVO-PRM.
                 10 WS-MTV-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-MTV-CODCLI     PIC 9(07) VALUE ZEROS.
                 10 WS-MTV-MOTIVO     PIC X(02) VALUE SPACES.
                 10 WS-MTV-DATA       PIC 9(08) VALUE ZEROS.
                 10 WS-MTV-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-MTV-ORIGEM     PIC X(01) VALUE SPACES.
                 10 WS-MTV-DESCRICAO  PIC X(30) VALUE SPACES.
                 10 WS-MTV-PERDA      PIC X(01) VALUE SPACES.
                 10 WS-MTV-OK         PIC X(01) VALUE SPACES.

      *    TABELA DE MOTIVOS CARREGADA DO ARQ_MOTINAT, COM OS
      *    ACUMULADOS DO RESUMO POR MOTIVO.
           01 WS-TAB-MOTIVO.
              05 WS-MOT-ITEM OCCURS 100 TIMES.
                 10 WS-MOT-CODIGO       PIC X(02).
                 10 WS-MOT-DESCRICAO    PIC X(30).
                 10 WS-MOT-PERDA        PIC X(01).
                 10 WS-MOT-QTD          PIC 9(07).
                 10 WS-MOT-FAT          PIC 9(11)V9(02).

      *    ACUMULADOS POR MES DO PERIODO (1 = MES INICIAL).
           01 WS-TAB-PERDA-MES.
              05 WS-MES-ITEM OCCURS 24 TIMES.
                 10 WS-MES-QTD          PIC 9(07).
                 10 WS-MES-PERDAS       PIC 9(07).
                 10 WS-MES-FAT          PIC 9(11)V9(02).

      *    ACUMULADOS POR VENDEDOR (INDEXADOS PELO CODIGO).
           01 WS-TAB-PERDA-VND.
              05 WS-VND-ITEM OCCURS 99999 TIMES.
                 10 WS-VND-QTD          PIC 9(07).
                 10 WS-VND-PERDAS       PIC 9(07).
                 10 WS-VND-FAT          PIC 9(11)V9(02).

      *    ACUMULADOS POR REGIAO (INDEXADOS PELO CODIGO MAIS UM; A
      *    POSICAO 1 E "SEM REGIAO").
           01 WS-TAB-PERDA-REG.
              05 WS-REG-ITEM OCCURS 1000 TIMES.
                 10 WS-REG-QTD          PIC 9(07).
                 10 WS-REG-PERDAS       PIC 9(07).
                 10 WS-REG-FAT          PIC 9(11)V9(02).

           01 WS-LINHAS-PERDA.
              05 WS-LINHA-PDA-CAB-1.
                 10 FILLER                  PIC X(40) VALUE
                    "  CLIENTES PERDIDOS - PERIODO ".
                 10 WS-PDA-CAB-INI          PIC 9(06).
                 10 FILLER                  PIC X(03) VALUE " A ".
                 10 WS-PDA-CAB-FIM          PIC 9(06).
              05 WS-LINHA-PDA-CAB-2        PIC X(80) VALUE
                 "  FAT.12M = FATURAMENTO DOS 12 MESES ATE A INATIVACAO
      -          " (F: C-CADASTRO M-MORTO)".
              05 WS-LINHA-PDA-MOTIVO.
                 10 FILLER                  PIC X(09) VALUE
                    "  MOTIVO ".
                 10 WS-PDA-MOT-CODIGO       PIC X(02).
                 10 FILLER                  PIC X(03) VALUE " - ".
                 10 WS-PDA-MOT-DESCRICAO    PIC X(30)B.
                 10 WS-PDA-MOT-TIPO         PIC X(16).
              05 WS-LINHA-PDA-CAB-DET.
                 10 FILLER                  PIC X(42) VALUE
                    "   CODCLI RAZAO SOCIAL                VEND".
                 10 FILLER                  PIC X(38) VALUE
                    " REG INATIVADO  F     FAT.12M".
              05 WS-LINHA-PDA-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-PDA-CODCLI           PIC ZZZZZZ9B.
                 10 WS-PDA-RAZAO            PIC X(26)B.
                 10 WS-PDA-CODVND           PIC ZZZZ9B.
                 10 WS-PDA-REGIAO           PIC ZZ9B.
                 10 WS-PDA-DATA             PIC 9999/99/99B.
                 10 WS-PDA-FONTE            PIC X(01)B.
                 10 WS-PDA-FAT              PIC ZZZZZZZZZZ9.
              05 WS-LINHA-PDA-SUB.
                 10 FILLER                  PIC X(30) VALUE
                    "    Subtotal do motivo.......:".
                 10 WS-PDA-SUB-QTD          PIC ZZZZZZ9.
                 10 FILLER                  PIC X(14) VALUE
                    " clientes  R$ ".
                 10 WS-PDA-SUB-FAT          PIC ZZZZZZZZZZ9.
              05 WS-LINHA-PDA-SECAO.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-PDA-SECAO            PIC X(78).
              05 WS-LINHA-PDA-CAB-3.
                 10 FILLER                  PIC X(09) VALUE
                    "  CHAVE ".
                 10 FILLER                  PIC X(31) VALUE
                    "DESCRICAO".
                 10 FILLER                  PIC X(33) VALUE
                    "  INAT. PERDAS FAT.PERDIDO 12M".
              05 WS-LINHA-PDA-RES.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-PDA-RES-CHAVE        PIC X(06)B.
                 10 WS-PDA-RES-DESCRICAO    PIC X(30)B.
                 10 WS-PDA-RES-QTD          PIC ZZZZZ9B.
                 10 WS-PDA-RES-PERDAS       PIC ZZZZZ9B.
                 10 WS-PDA-RES-FAT          PIC ZZZZZZZZZZZZ9.
              05 WS-CHAVE-ED               PIC 9(06) VALUE ZEROS.
              05 WS-LINHA-PDA-NENHUMA      PIC X(80) VALUE
                 "  Nenhum cliente inativado no periodo.".

       SCREEN SECTION.
       01 TELA-PERDA.
          05 VALUE "--- RELATORIO DE CLIENTES PERDIDOS ---"
          BLANK SCREEN LINE 1 COL 25.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Inativacoes do periodo por motivo, mes,"
             LINE 6 COL 20.
          05 VALUE "vendedor e regiao, com o faturamento perdido."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-PERDA-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-PERDA.

       01 TELA-PERDA-PRM.
          05 TELA-PERDA-PRM-INI.
             10 LINE 10 COL 20 VALUE "Ano/mes inicial (AAAAMM):".
             10 COLUMN PLUS 2 PIC 9(06) USING WS-TEL-ANOMES-INI.
          05 TELA-PERDA-PRM-FIM.
             10 LINE 11 COL 20 VALUE "Ano/mes final (AAAAMM)..:".
             10 COLUMN PLUS 2 PIC 9(06) USING WS-TEL-ANOMES-FIM.
          05 TELA-PERDA-PRM-NMARQ.
             10 LINE 12 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-PERDA-SAIR.
          05 LINE 14 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               perform 02-gerar-relatorio
               DISPLAY TELA-PERDA-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-PERDA.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-PERDA
               DISPLAY TELA-PERDA-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-gerar-relatorio section.
      *    PERIODO PADRAO: OS ULTIMOS 12 MESES, O CORRENTE INCLUSO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-TEL-ANOMES-FIM.
           COMPUTE WS-TOT-MESES = WS-HOJE-ANO * 12 + WS-HOJE-MES - 11.
           COMPUTE WS-TRAB-ANO = (WS-TOT-MESES - 1) / 12.
           COMPUTE WS-TRAB-MES = WS-TOT-MESES - WS-TRAB-ANO * 12.
           MOVE WS-ANOMES-TRAB TO WS-TEL-ANOMES-INI.
           MOVE "CLIENTES_PERDIDOS" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-PERDA-PRM.
           ACCEPT  TELA-PERDA-PRM-INI.
           ACCEPT  TELA-PERDA-PRM-FIM.
           ACCEPT  TELA-PERDA-PRM-NMARQ.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Geracao do relatorio cancelada" TO WS-MSG-PERDA
               DISPLAY TELA-PERDA-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           MOVE WS-TEL-ANOMES-INI TO WS-ANOMES-TRAB.
           IF WS-TRAB-MES < 1 OR WS-TRAB-MES > 12 THEN
               MOVE "Ano/mes inicial invalido" TO WS-MSG-PERDA
               DISPLAY TELA-PERDA-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           COMPUTE WS-TOT-MESES-INI = WS-TRAB-ANO * 12 + WS-TRAB-MES.
           MOVE WS-TEL-ANOMES-FIM TO WS-ANOMES-TRAB.
           IF WS-TRAB-MES < 1 OR WS-TRAB-MES > 12
           OR WS-TEL-ANOMES-FIM < WS-TEL-ANOMES-INI THEN
               MOVE "Ano/mes final invalido" TO WS-MSG-PERDA
               DISPLAY TELA-PERDA-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           COMPUTE WS-QTD-MESES =
                   WS-TRAB-ANO * 12 + WS-TRAB-MES
                   - WS-TOT-MESES-INI + 1.
           IF WS-QTD-MESES > 24 THEN
               MOVE "Periodo maximo de 24 meses" TO WS-MSG-PERDA
               DISPLAY TELA-PERDA-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               MOVE "Erro na abertura do arquivo de clientes" TO
                    WS-MSG-PERDA
               DISPLAY TELA-PERDA-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE "ARQ_ARQMORTO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-ARQMORTO.
           OPEN INPUT ARQ-ARQMORTO.
           IF  WS-RST-ACESS-ARQMORTO = 00
           OR  WS-RST-ACESS-ARQMORTO = 05 THEN
               MOVE "S" TO WS-MORTO-DISPONIVEL
           ELSE
               MOVE "N" TO WS-MORTO-DISPONIVEL
           END-IF.

           MOVE "ARQ_CLIINAT" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLIINAT.
           OPEN INPUT ARQ-CLIINAT.
           IF  WS-RST-ACESS-CLIINAT = 00
           OR  WS-RST-ACESS-CLIINAT = 05 THEN
               MOVE "S" TO WS-CLIINAT-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CLIINAT-DISPONIVEL
           END-IF.

           MOVE "ARQ_FATURA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-FATURA.
           OPEN INPUT ARQ-FATURA.
           IF  WS-RST-ACESS-FATURA = 00
           OR  WS-RST-ACESS-FATURA = 05 THEN
               MOVE "S" TO WS-FATURA-DISPONIVEL
           ELSE
               MOVE "N" TO WS-FATURA-DISPONIVEL
           END-IF.

           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           MOVE "ARQ_REGIAO" TO WID-ARQ-REGIAO.
           OPEN INPUT ARQ-REGIAO.

           INITIALIZE WS-TAB-MOTIVO.
           INITIALIZE WS-TAB-PERDA-MES.
           INITIALIZE WS-TAB-PERDA-VND.
           INITIALIZE WS-TAB-PERDA-REG.
           MOVE 0 TO WS-GER-QTD.
           MOVE 0 TO WS-GER-PERDAS.
           MOVE 0 TO WS-GER-FAT.
           PERFORM 020-CARREGAR-MOTIVOS.

           SORT PERDA-SORT
             ON ASCENDING KEY MOTIVO-PDSORT
             ON ASCENDING KEY ANOMES-PDSORT
             ON ASCENDING KEY CODVND-PDSORT
             ON ASCENDING KEY CODCLI-PDSORT
             INPUT PROCEDURE IS 021-ENTRADA-SORT-PERDA
            OUTPUT PROCEDURE IS 022-SAIDA-SORT-PERDA.

           CLOSE ARQ-CLIENTE.
           IF WS-MORTO-DISPONIVEL = "S" THEN
               CLOSE ARQ-ARQMORTO
           END-IF.
           IF WS-CLIINAT-DISPONIVEL = "S" THEN
               CLOSE ARQ-CLIINAT
           END-IF.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               CLOSE ARQ-FATURA
           END-IF.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-REGIAO.
           MOVE "Relatorio de clientes perdidos gerado" TO
                WS-MSG-PERDA.
           DISPLAY TELA-PERDA-MSG.
       02-gerar-relatorio-exit.
           EXIT.

      *    A TABELA DE MOTIVOS E CRIADA E SEMEADA PELA ROTINA COMUM
      *    SE AINDA NAO EXISTIR.
       020-CARREGAR-MOTIVOS section.
           MOVE 0 TO WS-QTD-MOTIVOS.
           MOVE "ARQ_MOTINAT" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MOTINAT.
           OPEN INPUT ARQ-MOTINAT.
           IF WS-RST-ACESS-MOTINAT = 35 THEN
               MOVE "V"    TO WS-MTV-FUNCAO
               MOVE SPACES TO WS-MTV-MOTIVO
               CALL 'REGISTRA_MOTIVO_INAT'
                    USING WS-REGISTRA-MOTIVO-PRM
               OPEN INPUT ARQ-MOTINAT
           END-IF.
           IF  WS-RST-ACESS-MOTINAT <> 00
           AND WS-RST-ACESS-MOTINAT <> 05 THEN
               GO TO 020-CARREGAR-MOTIVOS-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-MOTINAT.
           MOVE LOW-VALUES TO MTI-CODIGO.
           START ARQ-MOTINAT KEY IS NOT LESS THAN MTI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-MOTINAT
           END-START.
           IF WS-FIM-MOTINAT = 0 THEN
               READ ARQ-MOTINAT NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-MOTINAT
               END-READ
           END-IF.
           PERFORM 0201-GUARDAR-MOTIVO
             UNTIL WS-FIM-MOTINAT = 1.
           CLOSE ARQ-MOTINAT.
       020-CARREGAR-MOTIVOS-EXIT.
           EXIT.

       0201-GUARDAR-MOTIVO section.
           IF WS-QTD-MOTIVOS < 100 THEN
               ADD 1 TO WS-QTD-MOTIVOS
               MOVE MTI-CODIGO    TO WS-MOT-CODIGO(WS-QTD-MOTIVOS)
               MOVE MTI-DESCRICAO TO WS-MOT-DESCRICAO(WS-QTD-MOTIVOS)
               MOVE MTI-PERDA     TO WS-MOT-PERDA(WS-QTD-MOTIVOS)
           END-IF.
           READ ARQ-MOTINAT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-MOTINAT
           END-READ.
       0201-GUARDAR-MOTIVO-EXIT.
           EXIT.

       021-ENTRADA-SORT-PERDA section.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY CONTINUE
           END-START.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
             NOT AT END MOVE 0 TO WS-FIM-ARQCLI
           END-READ.
           PERFORM 0211-AVALIAR-CLIENTE-PERDA
             UNTIL WS-FIM-ARQCLI = 1.

           MOVE 1 TO WS-FIM-ARQMORTO.
           IF WS-MORTO-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-ARQMORTO
               MOVE LOW-VALUES TO MORTO-CODIGO
               START ARQ-ARQMORTO KEY IS NOT LESS THAN MORTO-CODIGO
                 INVALID KEY MOVE 1 TO WS-FIM-ARQMORTO
               END-START
           END-IF.
           IF WS-FIM-ARQMORTO = 0 THEN
               READ ARQ-ARQMORTO NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQMORTO
               END-READ
           END-IF.
           PERFORM 0212-AVALIAR-MORTO-PERDA
             UNTIL WS-FIM-ARQMORTO = 1.
       021-ENTRADA-SORT-PERDA-EXIT.
           EXIT.

      *    INATIVO DO CADASTRO COM A INATIVACAO DENTRO DO PERIODO;
      *    INATIVOS SEM DATA DE STATUS SAO ANTERIORES AO CONTROLE E
      *    FICAM DE FORA.
       0211-AVALIAR-CLIENTE-PERDA section.
           IF  CLI-STATUS-INATIVO
           AND CLI-DATA-STATUS(1:6) NOT < WS-TEL-ANOMES-INI
           AND CLI-DATA-STATUS(1:6) NOT > WS-TEL-ANOMES-FIM THEN
               MOVE "NI" TO MOTIVO-PDSORT
               IF WS-CLIINAT-DISPONIVEL = "S" THEN
                   MOVE CLI-CODIGO TO CIN-CODCLI
                   READ ARQ-CLIINAT KEY IS CIN-CODCLI
                     INVALID KEY CONTINUE
                   END-READ
                   IF WS-RST-ACESS-CLIINAT = 0 THEN
                       MOVE CIN-MOTIVO TO MOTIVO-PDSORT
                   END-IF
               END-IF
               MOVE CLI-DATA-STATUS(1:6) TO ANOMES-PDSORT
               MOVE CLI-CODVND      TO CODVND-PDSORT
               MOVE CLI-CODIGO      TO CODCLI-PDSORT
               MOVE CLI-RAZAOSOCIAL TO RAZAO-PDSORT
               MOVE CLI-REGIAO      TO REGIAO-PDSORT
               MOVE CLI-DATA-STATUS TO DATA-PDSORT
               MOVE "C"             TO FONTE-PDSORT
               PERFORM 0213-LIBERAR-PERDA
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
             NOT AT END MOVE 0 TO WS-FIM-ARQCLI
           END-READ.
       0211-AVALIAR-CLIENTE-PERDA-EXIT.
           EXIT.

      *    CLIENTE JA PASSADO PARA O ARQUIVO MORTO: O MOTIVO VEIO
      *    JUNTO NO ARQUIVAMENTO (EM BRANCO NOS ARQUIVADOS ANTES DO
      *    MOTIVO EXISTIR).
       0212-AVALIAR-MORTO-PERDA section.
           IF  MORTO-DATA-STATUS(1:6) NOT < WS-TEL-ANOMES-INI
           AND MORTO-DATA-STATUS(1:6) NOT > WS-TEL-ANOMES-FIM THEN
               IF MORTO-MOTIVO-INATIV = SPACES
               OR MORTO-MOTIVO-INATIV = LOW-VALUES THEN
                   MOVE "NI" TO MOTIVO-PDSORT
               ELSE
                   MOVE MORTO-MOTIVO-INATIV TO MOTIVO-PDSORT
               END-IF
               MOVE MORTO-DATA-STATUS(1:6) TO ANOMES-PDSORT
               MOVE MORTO-CODVND      TO CODVND-PDSORT
               MOVE MORTO-CODIGO      TO CODCLI-PDSORT
               MOVE MORTO-RAZAOSOCIAL TO RAZAO-PDSORT
               MOVE MORTO-REGIAO      TO REGIAO-PDSORT
               MOVE MORTO-DATA-STATUS TO DATA-PDSORT
               MOVE "M"               TO FONTE-PDSORT
               PERFORM 0213-LIBERAR-PERDA
           END-IF.
           READ ARQ-ARQMORTO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQMORTO
           END-READ.
       0212-AVALIAR-MORTO-PERDA-EXIT.
           EXIT.

      *    FATURAMENTO DOS 12 MESES QUE TERMINAM NO MES DA INATIVACAO.
       0213-LIBERAR-PERDA section.
           MOVE 0 TO WS-FAT-12M.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               MOVE ANOMES-PDSORT TO WS-ANOMES-TRAB
               MOVE WS-ANOMES-TRAB TO WS-ANOMES-FAT-FIM
               COMPUTE WS-TOT-MESES =
                       WS-TRAB-ANO * 12 + WS-TRAB-MES - 11
               COMPUTE WS-TRAB-ANO = (WS-TOT-MESES - 1) / 12
               COMPUTE WS-TRAB-MES = WS-TOT-MESES - WS-TRAB-ANO * 12
               MOVE WS-ANOMES-TRAB TO WS-ANOMES-FAT-INI
               MOVE CODCLI-PDSORT TO WS-CODCLI-FAT
               MOVE 0 TO WS-FIM-FATURA
               MOVE WS-CODCLI-FAT     TO FAT-CODCLI
               MOVE WS-ANOMES-FAT-INI TO FAT-ANOMES
               START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-FATURA
               END-START
               IF WS-FIM-FATURA = 0 THEN
                   READ ARQ-FATURA NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-FATURA
                   END-READ
                   PERFORM 02131-ACUMULAR-FAT-PERDA
                     UNTIL WS-FIM-FATURA = 1
               END-IF
           END-IF.
           MOVE WS-FAT-12M TO FAT-PDSORT.
           RELEASE REG-PERDA-SORT.
       0213-LIBERAR-PERDA-EXIT.
           EXIT.

       02131-ACUMULAR-FAT-PERDA section.
           IF FAT-CODCLI NOT = WS-CODCLI-FAT
           OR FAT-ANOMES > WS-ANOMES-FAT-FIM THEN
               MOVE 1 TO WS-FIM-FATURA
           ELSE
               ADD FAT-VALOR TO WS-FAT-12M
               READ ARQ-FATURA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FATURA
               END-READ
           END-IF.
       02131-ACUMULAR-FAT-PERDA-EXIT.
           EXIT.

       022-SAIDA-SORT-PERDA section.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-TEL-ANOMES-INI TO WS-PDA-CAB-INI.
           MOVE WS-TEL-ANOMES-FIM TO WS-PDA-CAB-FIM.
           MOVE WS-LINHA-PDA-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-PDA-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           MOVE 0      TO WS-FIM-SORT-PERDA.
           MOVE SPACES TO WS-MOTIVO-QUEBRA.
           MOVE 0      TO WS-SUB-QTD.
           MOVE 0      TO WS-SUB-FAT.
           PERFORM 0221-LINHA-DETALHE-PERDA
             UNTIL WS-FIM-SORT-PERDA = 1.

           IF WS-GER-QTD = 0 THEN
               MOVE SPACES TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               MOVE WS-LINHA-PDA-NENHUMA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           ELSE
               PERFORM 0223-SUBTOTAL-MOTIVO
               PERFORM 023-IMPRIMIR-POR-MOTIVO
               PERFORM 024-IMPRIMIR-POR-MES
               PERFORM 025-IMPRIMIR-POR-VENDEDOR
               PERFORM 026-IMPRIMIR-POR-REGIAO
           END-IF.
           CLOSE ARQ-IMPRESSO.
       022-SAIDA-SORT-PERDA-EXIT.
           EXIT.

       0221-LINHA-DETALHE-PERDA section.
           RETURN PERDA-SORT
             AT END MOVE 1 TO WS-FIM-SORT-PERDA.
           IF WS-FIM-SORT-PERDA = 1 THEN
               GO TO 0221-LINHA-DETALHE-PERDA-EXIT
           END-IF.

           IF MOTIVO-PDSORT NOT = WS-MOTIVO-QUEBRA THEN
               IF WS-MOTIVO-QUEBRA NOT = SPACES THEN
                   PERFORM 0223-SUBTOTAL-MOTIVO
               END-IF
               MOVE MOTIVO-PDSORT TO WS-MOTIVO-QUEBRA
               PERFORM 0222-CABECALHO-MOTIVO
           END-IF.

           MOVE SPACES TO WS-LINHA-PDA-DET.
           MOVE CODCLI-PDSORT TO WS-PDA-CODCLI.
           MOVE RAZAO-PDSORT  TO WS-PDA-RAZAO.
           MOVE CODVND-PDSORT TO WS-PDA-CODVND.
           MOVE REGIAO-PDSORT TO WS-PDA-REGIAO.
           MOVE DATA-PDSORT   TO WS-PDA-DATA.
           MOVE FONTE-PDSORT  TO WS-PDA-FONTE.
           MOVE FAT-PDSORT    TO WS-PDA-FAT.
           MOVE WS-LINHA-PDA-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1          TO WS-SUB-QTD.
           ADD FAT-PDSORT TO WS-SUB-FAT.

      *    ACUMULA NOS RESUMOS. SO MOTIVO QUE CONTA COMO PERDA ENTRA
      *    NAS PERDAS E NO FATURAMENTO PERDIDO.
           MOVE ANOMES-PDSORT TO WS-ANOMES-TRAB.
           COMPUTE WS-IDX-MES = WS-TRAB-ANO * 12 + WS-TRAB-MES
                              - WS-TOT-MESES-INI + 1.
           MOVE CODVND-PDSORT TO WS-IDX-VND.
           COMPUTE WS-IDX-REG = REGIAO-PDSORT + 1.
           ADD 1 TO WS-GER-QTD.
           ADD 1 TO WS-MES-QTD(WS-IDX-MES).
           ADD 1 TO WS-REG-QTD(WS-IDX-REG).
           IF WS-IDX-VND > 0 THEN
               ADD 1 TO WS-VND-QTD(WS-IDX-VND)
           END-IF.
           IF WS-MOT-ACHADO > 0 THEN
               ADD 1          TO WS-MOT-QTD(WS-MOT-ACHADO)
               ADD FAT-PDSORT TO WS-MOT-FAT(WS-MOT-ACHADO)
           END-IF.
           IF WS-MOT-ACHADO = 0
           OR WS-MOT-PERDA(WS-MOT-ACHADO) NOT = "N" THEN
               ADD 1          TO WS-GER-PERDAS
               ADD FAT-PDSORT TO WS-GER-FAT
               ADD 1          TO WS-MES-PERDAS(WS-IDX-MES)
               ADD FAT-PDSORT TO WS-MES-FAT(WS-IDX-MES)
               ADD 1          TO WS-REG-PERDAS(WS-IDX-REG)
               ADD FAT-PDSORT TO WS-REG-FAT(WS-IDX-REG)
               IF WS-IDX-VND > 0 THEN
                   ADD 1          TO WS-VND-PERDAS(WS-IDX-VND)
                   ADD FAT-PDSORT TO WS-VND-FAT(WS-IDX-VND)
               END-IF
           END-IF.
       0221-LINHA-DETALHE-PERDA-EXIT.
           EXIT.

      *    LOCALIZA O MOTIVO NA TABELA CARREGADA (WS-MOT-ACHADO = 0
      *    QUANDO O CODIGO FOI EXCLUIDO DA TABELA DEPOIS DE USADO).
       0222-CABECALHO-MOTIVO section.
           MOVE 0 TO WS-MOT-ACHADO.
           PERFORM 02221-COMPARAR-MOTIVO
             VARYING WS-IDX-MOT FROM 1 BY 1
               UNTIL WS-IDX-MOT > WS-QTD-MOTIVOS
                  OR WS-MOT-ACHADO > 0.
           MOVE SPACES TO WS-LINHA-PDA-MOTIVO.
           MOVE MOTIVO-PDSORT TO WS-PDA-MOT-CODIGO.
           IF WS-MOT-ACHADO = 0 THEN
               MOVE "(MOTIVO NAO CADASTRADO)" TO WS-PDA-MOT-DESCRICAO
               MOVE "(PERDA)"                 TO WS-PDA-MOT-TIPO
           ELSE
               MOVE WS-MOT-DESCRICAO(WS-MOT-ACHADO) TO
                    WS-PDA-MOT-DESCRICAO
               IF WS-MOT-PERDA(WS-MOT-ACHADO) = "N" THEN
                   MOVE "(ADMINISTRATIVO)" TO WS-PDA-MOT-TIPO
               ELSE
                   MOVE "(PERDA)"          TO WS-PDA-MOT-TIPO
               END-IF
           END-IF.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-PDA-MOTIVO TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-PDA-CAB-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0222-CABECALHO-MOTIVO-EXIT.
           EXIT.

       02221-COMPARAR-MOTIVO section.
           IF WS-MOT-CODIGO(WS-IDX-MOT) = MOTIVO-PDSORT THEN
               MOVE WS-IDX-MOT TO WS-MOT-ACHADO
           END-IF.
       02221-COMPARAR-MOTIVO-EXIT.
           EXIT.

       0223-SUBTOTAL-MOTIVO section.
           MOVE WS-SUB-QTD TO WS-PDA-SUB-QTD.
           MOVE WS-SUB-FAT TO WS-PDA-SUB-FAT.
           MOVE WS-LINHA-PDA-SUB TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-SUB-QTD.
           MOVE 0 TO WS-SUB-FAT.
       0223-SUBTOTAL-MOTIVO-EXIT.
           EXIT.

       023-IMPRIMIR-POR-MOTIVO section.
           MOVE "POR MOTIVO" TO WS-PDA-SECAO.
           PERFORM 029-CABECALHO-SECAO.
           PERFORM 0231-LINHA-MOTIVO
             VARYING WS-IDX-MOT FROM 1 BY 1
               UNTIL WS-IDX-MOT > WS-QTD-MOTIVOS.
       023-IMPRIMIR-POR-MOTIVO-EXIT.
           EXIT.

       0231-LINHA-MOTIVO section.
           IF WS-MOT-QTD(WS-IDX-MOT) = 0 THEN
               GO TO 0231-LINHA-MOTIVO-EXIT
           END-IF.
           MOVE WS-MOT-QTD(WS-IDX-MOT) TO WS-LIN-QTD.
           IF WS-MOT-PERDA(WS-IDX-MOT) = "N" THEN
               MOVE 0 TO WS-LIN-PERDAS
               MOVE 0 TO WS-LIN-FAT
           ELSE
               MOVE WS-MOT-QTD(WS-IDX-MOT) TO WS-LIN-PERDAS
               MOVE WS-MOT-FAT(WS-IDX-MOT) TO WS-LIN-FAT
           END-IF.
           MOVE SPACES TO WS-LINHA-PDA-RES.
           MOVE WS-MOT-CODIGO(WS-IDX-MOT)    TO WS-PDA-RES-CHAVE.
           MOVE WS-MOT-DESCRICAO(WS-IDX-MOT) TO WS-PDA-RES-DESCRICAO.
           PERFORM 028-IMPRIMIR-LINHA-RESUMO.
       0231-LINHA-MOTIVO-EXIT.
           EXIT.

       024-IMPRIMIR-POR-MES section.
           MOVE "POR MES DA INATIVACAO" TO WS-PDA-SECAO.
           PERFORM 029-CABECALHO-SECAO.
           PERFORM 0241-LINHA-MES
             VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > WS-QTD-MESES.
           MOVE WS-GER-QTD    TO WS-LIN-QTD.
           MOVE WS-GER-PERDAS TO WS-LIN-PERDAS.
           MOVE WS-GER-FAT    TO WS-LIN-FAT.
           MOVE SPACES        TO WS-LINHA-PDA-RES.
           MOVE "TOTAL"       TO WS-PDA-RES-CHAVE.
           MOVE "PERIODO"     TO WS-PDA-RES-DESCRICAO.
           PERFORM 028-IMPRIMIR-LINHA-RESUMO.
       024-IMPRIMIR-POR-MES-EXIT.
           EXIT.

       0241-LINHA-MES section.
           MOVE WS-MES-QTD(WS-IDX-MES)    TO WS-LIN-QTD.
           MOVE WS-MES-PERDAS(WS-IDX-MES) TO WS-LIN-PERDAS.
           MOVE WS-MES-FAT(WS-IDX-MES)    TO WS-LIN-FAT.
           COMPUTE WS-TOT-MESES = WS-TOT-MESES-INI + WS-IDX-MES - 1.
           COMPUTE WS-TRAB-ANO = (WS-TOT-MESES - 1) / 12.
           COMPUTE WS-TRAB-MES = WS-TOT-MESES - WS-TRAB-ANO * 12.
           MOVE SPACES TO WS-LINHA-PDA-RES.
           MOVE WS-ANOMES-TRAB TO WS-PDA-RES-CHAVE.
           PERFORM 028-IMPRIMIR-LINHA-RESUMO.
       0241-LINHA-MES-EXIT.
           EXIT.

       025-IMPRIMIR-POR-VENDEDOR section.
           MOVE "POR VENDEDOR" TO WS-PDA-SECAO.
           PERFORM 029-CABECALHO-SECAO.
           PERFORM 0251-LINHA-VENDEDOR
             VARYING WS-IDX-VND FROM 1 BY 1
               UNTIL WS-IDX-VND > 99999.
       025-IMPRIMIR-POR-VENDEDOR-EXIT.
           EXIT.

       0251-LINHA-VENDEDOR section.
           IF WS-VND-QTD(WS-IDX-VND) = 0 THEN
               GO TO 0251-LINHA-VENDEDOR-EXIT
           END-IF.
           MOVE WS-VND-QTD(WS-IDX-VND)    TO WS-LIN-QTD.
           MOVE WS-VND-PERDAS(WS-IDX-VND) TO WS-LIN-PERDAS.
           MOVE WS-VND-FAT(WS-IDX-VND)    TO WS-LIN-FAT.
           MOVE SPACES TO WS-LINHA-PDA-RES.
           MOVE WS-IDX-VND TO WS-CHAVE-ED.
           MOVE WS-CHAVE-ED TO WS-PDA-RES-CHAVE.
           MOVE WS-IDX-VND TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO
               INVALID KEY MOVE "(VENDEDOR NAO CADASTRADO)" TO
                           VND-NOME
           END-READ.
           MOVE VND-NOME TO WS-PDA-RES-DESCRICAO.
           PERFORM 028-IMPRIMIR-LINHA-RESUMO.
       0251-LINHA-VENDEDOR-EXIT.
           EXIT.

       026-IMPRIMIR-POR-REGIAO section.
           MOVE "POR REGIAO" TO WS-PDA-SECAO.
           PERFORM 029-CABECALHO-SECAO.
           PERFORM 0261-LINHA-REGIAO
             VARYING WS-IDX-REG FROM 1 BY 1
               UNTIL WS-IDX-REG > 1000.
       026-IMPRIMIR-POR-REGIAO-EXIT.
           EXIT.

       0261-LINHA-REGIAO section.
           IF WS-REG-QTD(WS-IDX-REG) = 0 THEN
               GO TO 0261-LINHA-REGIAO-EXIT
           END-IF.
           MOVE WS-REG-QTD(WS-IDX-REG)    TO WS-LIN-QTD.
           MOVE WS-REG-PERDAS(WS-IDX-REG) TO WS-LIN-PERDAS.
           MOVE WS-REG-FAT(WS-IDX-REG)    TO WS-LIN-FAT.
           MOVE SPACES TO WS-LINHA-PDA-RES.
           COMPUTE WS-CHAVE-ED = WS-IDX-REG - 1.
           MOVE WS-CHAVE-ED TO WS-PDA-RES-CHAVE.
           IF WS-IDX-REG = 1 THEN
               MOVE "SEM REGIAO" TO WS-PDA-RES-DESCRICAO
           ELSE
               COMPUTE REGIAO-CODIGO = WS-IDX-REG - 1
               READ ARQ-REGIAO KEY IS REGIAO-CODIGO
                   INVALID KEY MOVE "(REGIAO NAO CADASTRADA)" TO
                               REGIAO-NOME
               END-READ
               MOVE REGIAO-NOME TO WS-PDA-RES-DESCRICAO
           END-IF.
           PERFORM 028-IMPRIMIR-LINHA-RESUMO.
       0261-LINHA-REGIAO-EXIT.
           EXIT.

      *    COMPLETA E GRAVA A LINHA DE RESUMO A PARTIR DE WS-LIN-QTD,
      *    WS-LIN-PERDAS E WS-LIN-FAT (CHAVE E DESCRICAO JA
      *    PREENCHIDAS PELO CHAMADOR).
       028-IMPRIMIR-LINHA-RESUMO section.
           MOVE WS-LIN-QTD    TO WS-PDA-RES-QTD.
           MOVE WS-LIN-PERDAS TO WS-PDA-RES-PERDAS.
           MOVE WS-LIN-FAT    TO WS-PDA-RES-FAT.
           MOVE WS-LINHA-PDA-RES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       028-IMPRIMIR-LINHA-RESUMO-EXIT.
           EXIT.

       029-CABECALHO-SECAO section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-PDA-SECAO TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-PDA-CAB-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       029-CABECALHO-SECAO-EXIT.
           EXIT.
