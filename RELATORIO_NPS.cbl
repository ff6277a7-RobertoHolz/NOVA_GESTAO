       identification division.
       program-id. "RELATORIO_NPS".
       author.     Roberto Holz.
      *    RELATORIO DA PESQUISA DE SATISFACAO (NPS) NO PERIODO
      *    INFORMADO (AAAAMM INICIAL E FINAL, ATE 24 MESES): RESPOSTAS,
      *    PROMOTORES (NOTA 9-10), NEUTROS (7-8), DETRATORES (0-6) E O
      *    NPS = % PROMOTORES - % DETRATORES, POR MES, POR VENDEDOR,
      *    POR EQUIPE E POR REGIAO. VENDEDOR, EQUIPE E REGIAO SAO OS
      *    GRAVADOS NA PESQUISA (OS DO CLIENTE NA DATA DA COLETA).
      *    NO FIM, A LISTA DOS DETRATORES DO PERIODO COM O MOTIVO E O
      *    COMENTARIO, PARA O VENDEDOR RETORNAR AO CLIENTE.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-nps.cpy'.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-equipe.cpy'.
         copy 'select-arq-regiao.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-nps.cpy'.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-equipe.cpy'.
         copy 'fd-arq-regiao.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-NPS          PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-NPS     PIC 9(02) VALUE ZEROS.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-EQUIPE       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EQUIPE  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-REGIAO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-REGIAO  PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-NPS           PIC X(40) VALUE SPACES.
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
              05 WS-FIM-NPS           PIC 9(01) VALUE ZEROS.
              05 WS-IDX-MES           PIC 9(03) VALUE ZEROS.
              05 WS-IDX-VND           PIC 9(06) VALUE ZEROS.
              05 WS-IDX-EQP           PIC 9(04) VALUE ZEROS.
              05 WS-IDX-REG           PIC 9(04) VALUE ZEROS.
              05 WS-QTD-DETR-LIST     PIC 9(07) VALUE ZEROS.
      *       CONTADORES DA LINHA CORRENTE E DO TOTAL GERAL.
              05 WS-LIN-PROM          PIC 9(07) VALUE ZEROS.
              05 WS-LIN-NEUT          PIC 9(07) VALUE ZEROS.
              05 WS-LIN-DETR          PIC 9(07) VALUE ZEROS.
              05 WS-LIN-TOTAL         PIC 9(07) VALUE ZEROS.
              05 WS-LIN-NPS           PIC S9(03) VALUE ZEROS.
              05 WS-GER-PROM          PIC 9(07) VALUE ZEROS.
              05 WS-GER-NEUT          PIC 9(07) VALUE ZEROS.
              05 WS-GER-DETR          PIC 9(07) VALUE ZEROS.

      *    ACUMULADOS POR MES DO PERIODO (1 = MES INICIAL).
           01 WS-TAB-NPS-MES.
              05 WS-MES-ITEM OCCURS 24 TIMES.
                 10 WS-MES-PROM         PIC 9(07).
                 10 WS-MES-NEUT         PIC 9(07).
                 10 WS-MES-DETR         PIC 9(07).

      *    ACUMULADOS POR VENDEDOR (INDEXADOS PELO CODIGO).
           01 WS-TAB-NPS-VND.
              05 WS-VND-ITEM OCCURS 99999 TIMES.
                 10 WS-VND-PROM         PIC 9(07).
                 10 WS-VND-NEUT         PIC 9(07).
                 10 WS-VND-DETR         PIC 9(07).

      *    ACUMULADOS POR EQUIPE E POR REGIAO (INDEXADOS PELO CODIGO
      *    MAIS UM; A POSICAO 1 E "SEM EQUIPE" / "SEM REGIAO").
           01 WS-TAB-NPS-EQP.
              05 WS-EQP-ITEM OCCURS 1000 TIMES.
                 10 WS-EQP-PROM         PIC 9(07).
                 10 WS-EQP-NEUT         PIC 9(07).
                 10 WS-EQP-DETR         PIC 9(07).
           01 WS-TAB-NPS-REG.
              05 WS-REG-ITEM OCCURS 1000 TIMES.
                 10 WS-REG-PROM         PIC 9(07).
                 10 WS-REG-NEUT         PIC 9(07).
                 10 WS-REG-DETR         PIC 9(07).

           01 WS-LINHAS-NPS.
              05 WS-LINHA-NPS-CAB-1.
                 10 FILLER                  PIC X(46) VALUE
                    "  PESQUISA DE SATISFACAO (NPS) - PERIODO ".
                 10 WS-NPS-CAB-INI          PIC 9(06).
                 10 FILLER                  PIC X(03) VALUE " A ".
                 10 WS-NPS-CAB-FIM          PIC 9(06).
              05 WS-LINHA-NPS-CAB-2        PIC X(80) VALUE
                 "  NPS = % PROMOTORES (9-10) - % DETRATORES (0-6)".
              05 WS-LINHA-NPS-SECAO.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-NPS-SECAO            PIC X(78).
              05 WS-LINHA-NPS-CAB-3.
                 10 FILLER                  PIC X(09) VALUE
                    "  CHAVE ".
                 10 FILLER                  PIC X(31) VALUE
                    "DESCRICAO".
                 10 FILLER                  PIC X(32) VALUE
                    " RESP.  PROM.  NEUT.  DETR.  NPS".
              05 WS-LINHA-NPS-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-NPS-DET-CHAVE        PIC X(06)B.
                 10 WS-NPS-DET-DESCRICAO    PIC X(30)B.
                 10 WS-NPS-DET-TOTAL        PIC ZZZZZ9B.
                 10 WS-NPS-DET-PROM         PIC ZZZZZ9B.
                 10 WS-NPS-DET-NEUT         PIC ZZZZZ9B.
                 10 WS-NPS-DET-DETR         PIC ZZZZZ9B.
                 10 WS-NPS-DET-NPS          PIC -ZZ9.
              05 WS-CHAVE-ED               PIC 9(06) VALUE ZEROS.
              05 WS-LINHA-NPS-NENHUMA      PIC X(80) VALUE
                 "  Nenhuma pesquisa registrada no periodo.".
              05 WS-LINHA-DETR-CAB.
                 10 FILLER                  PIC X(40) VALUE
                    "  DATA       CODCLI  RAZAO SOCIAL".
                 10 FILLER                  PIC X(40) VALUE
                    "   VEND NT MT COMENTARIO".
              05 WS-LINHA-DETR-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-DETR-DATA            PIC 9999/99/99B.
                 10 WS-DETR-CODCLI          PIC ZZZZZZ9B.
                 10 WS-DETR-RAZAO           PIC X(20)B.
                 10 WS-DETR-CODVND          PIC ZZZZ9B.
                 10 WS-DETR-NOTA            PIC Z9B.
                 10 WS-DETR-MOTIVO          PIC X(02)B.
                 10 WS-DETR-COMENTARIO      PIC X(26).
              05 WS-LINHA-DETR-TOT.
                 10 FILLER                  PIC X(25) VALUE
                    "  Detratores no periodo:".
                 10 WS-DETR-TOT-ED          PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-NPS.
          05 VALUE "--- RELATORIO DE SATISFACAO (NPS) ---"
          BLANK SCREEN LINE 1 COL 25.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "NPS por mes, vendedor, equipe e regiao, com"
             LINE 6 COL 20.
          05 VALUE "a lista dos clientes detratores do periodo."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-NPS-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-NPS.

       01 TELA-NPS-PRM.
          05 TELA-NPS-PRM-INI.
             10 LINE 10 COL 20 VALUE "Ano/mes inicial (AAAAMM):".
             10 COLUMN PLUS 2 PIC 9(06) USING WS-TEL-ANOMES-INI.
          05 TELA-NPS-PRM-FIM.
             10 LINE 11 COL 20 VALUE "Ano/mes final (AAAAMM)..:".
             10 COLUMN PLUS 2 PIC 9(06) USING WS-TEL-ANOMES-FIM.
          05 TELA-NPS-PRM-NMARQ.
             10 LINE 12 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-NPS-SAIR.
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
               DISPLAY TELA-NPS-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-NPS.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-NPS
               DISPLAY TELA-NPS-MSG
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
           MOVE "RELATORIO_NPS" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-NPS-PRM.
           ACCEPT  TELA-NPS-PRM-INI.
           ACCEPT  TELA-NPS-PRM-FIM.
           ACCEPT  TELA-NPS-PRM-NMARQ.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Geracao do relatorio cancelada" TO WS-MSG-NPS
               DISPLAY TELA-NPS-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           MOVE WS-TEL-ANOMES-INI TO WS-ANOMES-TRAB.
           IF WS-TRAB-MES < 1 OR WS-TRAB-MES > 12 THEN
               MOVE "Ano/mes inicial invalido" TO WS-MSG-NPS
               DISPLAY TELA-NPS-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           COMPUTE WS-TOT-MESES-INI = WS-TRAB-ANO * 12 + WS-TRAB-MES.
           MOVE WS-TEL-ANOMES-FIM TO WS-ANOMES-TRAB.
           IF WS-TRAB-MES < 1 OR WS-TRAB-MES > 12
           OR WS-TEL-ANOMES-FIM < WS-TEL-ANOMES-INI THEN
               MOVE "Ano/mes final invalido" TO WS-MSG-NPS
               DISPLAY TELA-NPS-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           COMPUTE WS-QTD-MESES =
                   WS-TRAB-ANO * 12 + WS-TRAB-MES
                   - WS-TOT-MESES-INI + 1.
           IF WS-QTD-MESES > 24 THEN
               MOVE "Periodo maximo de 24 meses" TO WS-MSG-NPS
               DISPLAY TELA-NPS-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE "ARQ_NPS" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-NPS.
           OPEN INPUT ARQ-NPS.
           IF  WS-RST-ACESS-NPS <> 00
           AND WS-RST-ACESS-NPS <> 05 THEN
               MOVE "Nenhuma pesquisa registrada" TO WS-MSG-NPS
               DISPLAY TELA-NPS-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           MOVE "ARQ_EQUIPE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-EQUIPE.
           OPEN INPUT ARQ-EQUIPE.
           MOVE "ARQ_REGIAO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-REGIAO.
           OPEN INPUT ARQ-REGIAO.

           INITIALIZE WS-TAB-NPS-MES.
           INITIALIZE WS-TAB-NPS-VND.
           INITIALIZE WS-TAB-NPS-EQP.
           INITIALIZE WS-TAB-NPS-REG.
           MOVE 0 TO WS-GER-PROM.
           MOVE 0 TO WS-GER-NEUT.
           MOVE 0 TO WS-GER-DETR.
           PERFORM 021-POSICIONAR-NPS.
           PERFORM 0211-ACUMULAR-PESQUISA
             UNTIL WS-FIM-NPS = 1.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-TEL-ANOMES-INI TO WS-NPS-CAB-INI.
           MOVE WS-TEL-ANOMES-FIM TO WS-NPS-CAB-FIM.
           MOVE WS-LINHA-NPS-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-NPS-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-GER-PROM + WS-GER-NEUT + WS-GER-DETR = 0 THEN
               MOVE WS-LINHA-NPS-NENHUMA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           ELSE
               PERFORM 022-IMPRIMIR-POR-MES
               PERFORM 023-IMPRIMIR-POR-VENDEDOR
               PERFORM 024-IMPRIMIR-POR-EQUIPE
               PERFORM 025-IMPRIMIR-POR-REGIAO
               PERFORM 026-LISTAR-DETRATORES
           END-IF.
           CLOSE ARQ-IMPRESSO.

           CLOSE ARQ-NPS.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-EQUIPE.
           CLOSE ARQ-REGIAO.
           MOVE "Relatorio NPS gerado" TO WS-MSG-NPS.
           DISPLAY TELA-NPS-MSG.
       02-gerar-relatorio-exit.
           EXIT.

       021-POSICIONAR-NPS section.
           MOVE 0 TO WS-FIM-NPS.
           MOVE LOW-VALUES TO NPS-CHAVE.
           START ARQ-NPS KEY IS NOT LESS THAN NPS-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-NPS
           END-START.
           IF WS-FIM-NPS = 0 THEN
               READ ARQ-NPS NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-NPS
               END-READ
           END-IF.
       021-POSICIONAR-NPS-EXIT.
           EXIT.

       0211-ACUMULAR-PESQUISA section.
           IF  NPS-DATA(1:6) NOT < WS-TEL-ANOMES-INI
           AND NPS-DATA(1:6) NOT > WS-TEL-ANOMES-FIM THEN
               MOVE NPS-DATA(1:6) TO WS-ANOMES-TRAB
               COMPUTE WS-IDX-MES = WS-TRAB-ANO * 12 + WS-TRAB-MES
                                  - WS-TOT-MESES-INI + 1
               MOVE NPS-CODVND TO WS-IDX-VND
               COMPUTE WS-IDX-EQP = NPS-EQUIPE + 1
               COMPUTE WS-IDX-REG = NPS-REGIAO + 1
               EVALUATE TRUE
               WHEN NPS-PROMOTOR
                 ADD 1 TO WS-GER-PROM
                 ADD 1 TO WS-MES-PROM(WS-IDX-MES)
                 ADD 1 TO WS-EQP-PROM(WS-IDX-EQP)
                 ADD 1 TO WS-REG-PROM(WS-IDX-REG)
                 IF WS-IDX-VND > 0 THEN
                     ADD 1 TO WS-VND-PROM(WS-IDX-VND)
                 END-IF
               WHEN NPS-NEUTRO
                 ADD 1 TO WS-GER-NEUT
                 ADD 1 TO WS-MES-NEUT(WS-IDX-MES)
                 ADD 1 TO WS-EQP-NEUT(WS-IDX-EQP)
                 ADD 1 TO WS-REG-NEUT(WS-IDX-REG)
                 IF WS-IDX-VND > 0 THEN
                     ADD 1 TO WS-VND-NEUT(WS-IDX-VND)
                 END-IF
               WHEN OTHER
                 ADD 1 TO WS-GER-DETR
                 ADD 1 TO WS-MES-DETR(WS-IDX-MES)
                 ADD 1 TO WS-EQP-DETR(WS-IDX-EQP)
                 ADD 1 TO WS-REG-DETR(WS-IDX-REG)
                 IF WS-IDX-VND > 0 THEN
                     ADD 1 TO WS-VND-DETR(WS-IDX-VND)
                 END-IF
               END-EVALUATE
           END-IF.
           READ ARQ-NPS NEXT RECORD
             AT END MOVE 1 TO WS-FIM-NPS
           END-READ.
       0211-ACUMULAR-PESQUISA-EXIT.
           EXIT.

       022-IMPRIMIR-POR-MES section.
           MOVE "POR MES" TO WS-NPS-SECAO.
           PERFORM 029-CABECALHO-SECAO.
           PERFORM 0221-LINHA-MES
             VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > WS-QTD-MESES.
           MOVE WS-GER-PROM TO WS-LIN-PROM.
           MOVE WS-GER-NEUT TO WS-LIN-NEUT.
           MOVE WS-GER-DETR TO WS-LIN-DETR.
           MOVE SPACES      TO WS-LINHA-NPS-DET.
           MOVE "TOTAL"     TO WS-NPS-DET-CHAVE.
           MOVE "PERIODO"   TO WS-NPS-DET-DESCRICAO.
           PERFORM 028-IMPRIMIR-LINHA-NPS.
       022-IMPRIMIR-POR-MES-EXIT.
           EXIT.

       0221-LINHA-MES section.
           MOVE WS-MES-PROM(WS-IDX-MES) TO WS-LIN-PROM.
           MOVE WS-MES-NEUT(WS-IDX-MES) TO WS-LIN-NEUT.
           MOVE WS-MES-DETR(WS-IDX-MES) TO WS-LIN-DETR.
           COMPUTE WS-TOT-MESES = WS-TOT-MESES-INI + WS-IDX-MES - 1.
           COMPUTE WS-TRAB-ANO = (WS-TOT-MESES - 1) / 12.
           COMPUTE WS-TRAB-MES = WS-TOT-MESES - WS-TRAB-ANO * 12.
           MOVE SPACES TO WS-LINHA-NPS-DET.
           MOVE WS-ANOMES-TRAB TO WS-NPS-DET-CHAVE.
           PERFORM 028-IMPRIMIR-LINHA-NPS.
       0221-LINHA-MES-EXIT.
           EXIT.

       023-IMPRIMIR-POR-VENDEDOR section.
           MOVE "POR VENDEDOR" TO WS-NPS-SECAO.
           PERFORM 029-CABECALHO-SECAO.
           PERFORM 0231-LINHA-VENDEDOR
             VARYING WS-IDX-VND FROM 1 BY 1
               UNTIL WS-IDX-VND > 99999.
       023-IMPRIMIR-POR-VENDEDOR-EXIT.
           EXIT.

       0231-LINHA-VENDEDOR section.
           IF WS-VND-PROM(WS-IDX-VND) + WS-VND-NEUT(WS-IDX-VND)
            + WS-VND-DETR(WS-IDX-VND) = 0 THEN
               GO TO 0231-LINHA-VENDEDOR-EXIT
           END-IF.
           MOVE WS-VND-PROM(WS-IDX-VND) TO WS-LIN-PROM.
           MOVE WS-VND-NEUT(WS-IDX-VND) TO WS-LIN-NEUT.
           MOVE WS-VND-DETR(WS-IDX-VND) TO WS-LIN-DETR.
           MOVE SPACES TO WS-LINHA-NPS-DET.
           MOVE WS-IDX-VND TO WS-CHAVE-ED.
           MOVE WS-CHAVE-ED TO WS-NPS-DET-CHAVE.
           MOVE WS-IDX-VND TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO
               INVALID KEY MOVE "(VENDEDOR NAO CADASTRADO)" TO
                           VND-NOME
           END-READ.
           MOVE VND-NOME TO WS-NPS-DET-DESCRICAO.
           PERFORM 028-IMPRIMIR-LINHA-NPS.
       0231-LINHA-VENDEDOR-EXIT.
           EXIT.

       024-IMPRIMIR-POR-EQUIPE section.
           MOVE "POR EQUIPE" TO WS-NPS-SECAO.
           PERFORM 029-CABECALHO-SECAO.
           PERFORM 0241-LINHA-EQUIPE
             VARYING WS-IDX-EQP FROM 1 BY 1
               UNTIL WS-IDX-EQP > 1000.
       024-IMPRIMIR-POR-EQUIPE-EXIT.
           EXIT.

       0241-LINHA-EQUIPE section.
           IF WS-EQP-PROM(WS-IDX-EQP) + WS-EQP-NEUT(WS-IDX-EQP)
            + WS-EQP-DETR(WS-IDX-EQP) = 0 THEN
               GO TO 0241-LINHA-EQUIPE-EXIT
           END-IF.
           MOVE WS-EQP-PROM(WS-IDX-EQP) TO WS-LIN-PROM.
           MOVE WS-EQP-NEUT(WS-IDX-EQP) TO WS-LIN-NEUT.
           MOVE WS-EQP-DETR(WS-IDX-EQP) TO WS-LIN-DETR.
           MOVE SPACES TO WS-LINHA-NPS-DET.
           COMPUTE WS-CHAVE-ED = WS-IDX-EQP - 1.
           MOVE WS-CHAVE-ED TO WS-NPS-DET-CHAVE.
           IF WS-IDX-EQP = 1 THEN
               MOVE "SEM EQUIPE" TO WS-NPS-DET-DESCRICAO
           ELSE
               COMPUTE EQP-CODIGO = WS-IDX-EQP - 1
               READ ARQ-EQUIPE KEY IS EQP-CODIGO
                   INVALID KEY MOVE "(EQUIPE NAO CADASTRADA)" TO
                               EQP-NOME
               END-READ
               MOVE EQP-NOME TO WS-NPS-DET-DESCRICAO
           END-IF.
           PERFORM 028-IMPRIMIR-LINHA-NPS.
       0241-LINHA-EQUIPE-EXIT.
           EXIT.

       025-IMPRIMIR-POR-REGIAO section.
           MOVE "POR REGIAO" TO WS-NPS-SECAO.
           PERFORM 029-CABECALHO-SECAO.
           PERFORM 0251-LINHA-REGIAO
             VARYING WS-IDX-REG FROM 1 BY 1
               UNTIL WS-IDX-REG > 1000.
       025-IMPRIMIR-POR-REGIAO-EXIT.
           EXIT.

       0251-LINHA-REGIAO section.
           IF WS-REG-PROM(WS-IDX-REG) + WS-REG-NEUT(WS-IDX-REG)
            + WS-REG-DETR(WS-IDX-REG) = 0 THEN
               GO TO 0251-LINHA-REGIAO-EXIT
           END-IF.
           MOVE WS-REG-PROM(WS-IDX-REG) TO WS-LIN-PROM.
           MOVE WS-REG-NEUT(WS-IDX-REG) TO WS-LIN-NEUT.
           MOVE WS-REG-DETR(WS-IDX-REG) TO WS-LIN-DETR.
           MOVE SPACES TO WS-LINHA-NPS-DET.
           COMPUTE WS-CHAVE-ED = WS-IDX-REG - 1.
           MOVE WS-CHAVE-ED TO WS-NPS-DET-CHAVE.
           IF WS-IDX-REG = 1 THEN
               MOVE "SEM REGIAO" TO WS-NPS-DET-DESCRICAO
           ELSE
               COMPUTE REGIAO-CODIGO = WS-IDX-REG - 1
               READ ARQ-REGIAO KEY IS REGIAO-CODIGO
                   INVALID KEY MOVE "(REGIAO NAO CADASTRADA)" TO
                               REGIAO-NOME
               END-READ
               MOVE REGIAO-NOME TO WS-NPS-DET-DESCRICAO
           END-IF.
           PERFORM 028-IMPRIMIR-LINHA-NPS.
       0251-LINHA-REGIAO-EXIT.
           EXIT.

      *    SEGUNDA LEITURA DO ARQ_NPS: SO OS DETRATORES DO PERIODO,
      *    NA ORDEM DO CLIENTE E DA DATA.
       026-LISTAR-DETRATORES section.
           MOVE "DETRATORES NO PERIODO" TO WS-NPS-SECAO.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-NPS-SECAO TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-DETR-CAB TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-QTD-DETR-LIST.
           PERFORM 021-POSICIONAR-NPS.
           PERFORM 0261-LINHA-DETRATOR
             UNTIL WS-FIM-NPS = 1.
           MOVE WS-QTD-DETR-LIST TO WS-DETR-TOT-ED.
           MOVE WS-LINHA-DETR-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       026-LISTAR-DETRATORES-EXIT.
           EXIT.

       0261-LINHA-DETRATOR section.
           IF  NPS-DETRATOR
           AND NPS-DATA(1:6) NOT < WS-TEL-ANOMES-INI
           AND NPS-DATA(1:6) NOT > WS-TEL-ANOMES-FIM THEN
               MOVE NPS-CODCLI TO CLI-CODIGO
               READ ARQ-CLIENTE KEY IS CLI-CODIGO
                   INVALID KEY MOVE "** NAO CADASTRADO **" TO
                               CLI-RAZAOSOCIAL
               END-READ
               MOVE SPACES TO WS-LINHA-DETR-DET
               MOVE NPS-DATA        TO WS-DETR-DATA
               MOVE NPS-CODCLI      TO WS-DETR-CODCLI
               MOVE CLI-RAZAOSOCIAL TO WS-DETR-RAZAO
               MOVE NPS-CODVND      TO WS-DETR-CODVND
               MOVE NPS-NOTA        TO WS-DETR-NOTA
               MOVE NPS-MOTIVO      TO WS-DETR-MOTIVO
               MOVE NPS-COMENTARIO  TO WS-DETR-COMENTARIO
               MOVE WS-LINHA-DETR-DET TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               ADD 1 TO WS-QTD-DETR-LIST
           END-IF.
           READ ARQ-NPS NEXT RECORD
             AT END MOVE 1 TO WS-FIM-NPS
           END-READ.
       0261-LINHA-DETRATOR-EXIT.
           EXIT.

      *    COMPLETA E GRAVA A LINHA DE DETALHE A PARTIR DE
      *    WS-LIN-PROM, WS-LIN-NEUT E WS-LIN-DETR (CHAVE E DESCRICAO
      *    JA PREENCHIDAS PELO CHAMADOR).
       028-IMPRIMIR-LINHA-NPS section.
           COMPUTE WS-LIN-TOTAL = WS-LIN-PROM + WS-LIN-NEUT
                                + WS-LIN-DETR.
           MOVE 0 TO WS-LIN-NPS.
           IF WS-LIN-TOTAL > 0 THEN
               COMPUTE WS-LIN-NPS ROUNDED =
                       (WS-LIN-PROM - WS-LIN-DETR) * 100
                       / WS-LIN-TOTAL
           END-IF.
           MOVE WS-LIN-TOTAL TO WS-NPS-DET-TOTAL.
           MOVE WS-LIN-PROM  TO WS-NPS-DET-PROM.
           MOVE WS-LIN-NEUT  TO WS-NPS-DET-NEUT.
           MOVE WS-LIN-DETR  TO WS-NPS-DET-DETR.
           MOVE WS-LIN-NPS   TO WS-NPS-DET-NPS.
           MOVE WS-LINHA-NPS-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       028-IMPRIMIR-LINHA-NPS-EXIT.
           EXIT.

       029-CABECALHO-SECAO section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-NPS-SECAO TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-NPS-CAB-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       029-CABECALHO-SECAO-EXIT.
           EXIT.
