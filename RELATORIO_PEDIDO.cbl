       identification division.
       program-id. "RELATORIO_PEDIDO".
       author.     Roberto Holz.
      *    PEDIDOS DE VENDA CAPTADOS NAS VISITAS (ARQ_PEDIDO, GRAVADO
      *    PELO REGISTRO_VISITA NA TELA E NA IMPORTACAO DO LOTE DE
      *    CAMPO QUANDO O RESULTADO E PV).
      *
      *    1 - RELATORIO DIARIO: PARA A DATA INFORMADA, OS PEDIDOS DO
      *        DIA AGRUPADOS POR EQUIPE E VENDEDOR, COM AS VISITAS DO
      *        VENDEDOR NO DIA, A QUANTIDADE E O VALOR DOS PEDIDOS E A
      *        CONVERSAO (PEDIDOS / VISITAS); SUBTOTAL POR EQUIPE E
      *        TOTAL GERAL.
      *    2 - EXTRATO PARA O ERP: TODO PEDIDO AINDA PENDENTE (SITUACAO
      *        "P") SAI NO ARQUIVO DE INTERFACE E PASSA A EXPORTADO
      *        ("E", COM A DATA DA EXPORTACAO). O NOME DO ARQUIVO E
      *        PEDIDO_ERP, AJUSTAVEL PELO PARAMETRO NM_PEDIDO_ERP. A
      *        EMPRESA DE TREINAMENTO NAO E EXTRAIDA.
      *        LAYOUT (POSICIONAL):
      *          TIPO "H": H + DATA(8) + HORA(6)
      *          TIPO "D": D + CODCLI(7) + DATA(8) + SEQ(3) + CNPJ(14)
      *                    + CODVND(5) + NUMERO(15) + VALOR(11V2)
      *                    + DATA ENTREGA(8) + SEQ ENDERECO(3)
      *                    + ORIGEM(1)
      *          TIPO "T": T + QTDE-DETALHES(7) + VALOR TOTAL(13V2)
      *
      *    NA JANELA NOTURNA (PASSO PEDIDOS, VARIAVEL
      *    RELATORIO_PEDIDO_BATCH=S) SAEM O RELATORIO DO DIA DA
      *    RODADA, PARA O SPOOL, E O EXTRATO DOS PENDENTES.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-pedido.cpy'.
         copy 'select-arq-equipe.cpy'.
           SELECT ARQ-PEDERP
               ASSIGN TO WID-ARQ-PEDERP
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-PEDERP.
         copy 'select-impresso.cpy'.
         SELECT PEDIDO-SORT ASSIGN TO DISK WID-PEDIDO-SORT.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-pedido.cpy'.
         copy 'fd-arq-equipe.cpy'.
       FD  ARQ-PEDERP
           LABEL RECORD IS STANDARD.
       01  PEDERP-LINHA                     PIC X(120).
         copy 'fd-impresso.cpy'.

       SD PEDIDO-SORT
          DATA RECORD IS REG-PEDIDO-SORT.
       01 REG-PEDIDO-SORT.
           05 EQUIPE-PSORT                  PIC 9(03).
           05 CODVND-PSORT                  PIC 9(05).
           05 TIPO-PSORT                    PIC X(01).
           05 CODCLI-PSORT                  PIC 9(07).
           05 NUMERO-PSORT                  PIC X(15).
           05 VALOR-PSORT                   PIC 9(11)V9(02).
           05 ENTREGA-PSORT                 PIC 9(08).
           05 ORIGEM-PSORT                  PIC X(01).
           05 SITUACAO-PSORT                PIC X(01).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-VISITA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VISITA  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-PEDIDO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-PEDIDO  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-EQUIPE       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EQUIPE  PIC 9(02) VALUE ZEROS.
              05 WS-EQUIPE-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-PEDERP       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-PEDERP  PIC 9(02) VALUE ZEROS.
              05 WID-PEDIDO-SORT      PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-PEDIDO        PIC X(40) VALUE SPACES.
              05 WS-TEL-DATA          PIC 9(08) VALUE ZEROS.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-MODO-BATCH        PIC X(01) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(01) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
              05 WS-EMPRESA-ATUAL     PIC X(02) VALUE SPACES.
              05 WS-EMPRESA-E-TREINO  PIC X(01) VALUE "N".
              05 WS-FIM-VISITA        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-PEDIDO        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-PED      PIC 9(01) VALUE ZEROS.
              05 WS-PRIMEIRO-REG      PIC 9(01) VALUE ZEROS.
              05 WS-EQP-QUEBRA        PIC 9(03) VALUE ZEROS.
              05 WS-VND-QUEBRA        PIC 9(05) VALUE ZEROS.
              05 WS-VND-EQUIPE-AUX    PIC 9(03) VALUE ZEROS.
              05 WS-VND-QTD-VISITAS   PIC 9(05) VALUE ZEROS.
              05 WS-VND-QTD-PEDIDOS   PIC 9(05) VALUE ZEROS.
              05 WS-VND-VALOR         PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-EQP-QTD-VISITAS   PIC 9(07) VALUE ZEROS.
              05 WS-EQP-QTD-PEDIDOS   PIC 9(07) VALUE ZEROS.
              05 WS-EQP-VALOR         PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-TOT-QTD-VISITAS   PIC 9(07) VALUE ZEROS.
              05 WS-TOT-QTD-PEDIDOS   PIC 9(07) VALUE ZEROS.
              05 WS-TOT-VALOR         PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-PCT-CONVERSAO     PIC 9(03)V9(02) VALUE ZEROS.
              05 WS-QTD-EXPORTADOS    PIC 9(07) VALUE ZEROS.
              05 WS-VALOR-EXPORTADO   PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-QTD-EXPORTADOS-ED PIC Z(6)9.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
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

           01 WS-REG-PEDERP-CAB.
              05 WS-PEC-TIPO                PIC X(01) VALUE "H".
              05 WS-PEC-DATA                PIC 9(08).
              05 WS-PEC-HORA                PIC 9(06).
              05 FILLER                     PIC X(105) VALUE SPACES.
           01 WS-REG-PEDERP-DET.
              05 WS-PED-TIPO                PIC X(01) VALUE "D".
              05 WS-PED-CODCLI              PIC 9(07).
              05 WS-PED-DATA                PIC 9(08).
              05 WS-PED-SEQ                 PIC 9(03).
              05 WS-PED-CNPJ                PIC 9(14).
              05 WS-PED-CODVND              PIC 9(05).
              05 WS-PED-NUMERO              PIC X(15).
              05 WS-PED-VALOR               PIC 9(11)V9(02).
              05 WS-PED-ENTREGA             PIC 9(08).
              05 WS-PED-ENDR-SEQ            PIC 9(03).
              05 WS-PED-ORIGEM              PIC X(01).
              05 FILLER                     PIC X(42) VALUE SPACES.
           01 WS-REG-PEDERP-ROD.
              05 WS-PER-TIPO                PIC X(01) VALUE "T".
              05 WS-PER-QTDE                PIC 9(07).
              05 WS-PER-VALOR               PIC 9(13)V9(02).
              05 FILLER                     PIC X(97) VALUE SPACES.

           01 WS-LINHAS-PEDIDO.
              05 WS-LINHA-PED-CAB-1.
                 10 FILLER                  PIC X(40) VALUE
                    "  PEDIDOS DE VENDA POR VENDEDOR - DIA ".
                 10 WS-PED-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-PED-EQP.
                 10 FILLER                  PIC X(10) VALUE
                    "  EQUIPE ".
                 10 WS-PED-EQP-CODIGO       PIC ZZ9B.
                 10 WS-PED-EQP-NOME         PIC X(30)B.
                 10 FILLER                  PIC X(05) VALUE "SUP: ".
                 10 WS-PED-EQP-SUPERVISOR   PIC X(10).
              05 WS-LINHA-PED-VND.
                 10 FILLER                  PIC X(13) VALUE
                    "    VENDEDOR ".
                 10 WS-PED-VND-CODIGO       PIC ZZZZ9B.
                 10 WS-PED-VND-NOME         PIC X(40).
              05 WS-LINHA-PED-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "       CODCLI PEDIDO          ENTREGA   ".
                 10 FILLER                  PIC X(20) VALUE
                    "           VALOR O".
              05 WS-LINHA-PED-DET.
                 10 FILLER                  PIC X(06) VALUE SPACES.
                 10 WS-PED-DET-CODCLI       PIC ZZZZZZ9B.
                 10 WS-PED-DET-NUMERO       PIC X(15)B.
                 10 WS-PED-DET-ENTREGA      PIC X(10)B.
                 10 WS-PED-DET-VALOR        PIC ZZZZZZZZZZ9,99B.
                 10 WS-PED-DET-ORIGEM       PIC X(01).
              05 WS-LINHA-PED-TOT-VND.
                 10 FILLER                  PIC X(14) VALUE
                    "      Visitas:".
                 10 WS-PED-TVND-VISITAS     PIC ZZZZ9.
                 10 FILLER                  PIC X(10) VALUE
                    "  Pedidos:".
                 10 WS-PED-TVND-PEDIDOS     PIC ZZZZ9.
                 10 FILLER                  PIC X(08) VALUE
                    "  Valor:".
                 10 WS-PED-TVND-VALOR       PIC ZZZZZZZZZZZZ9,99.
                 10 FILLER                  PIC X(07) VALUE
                    "  Conv:".
                 10 WS-PED-TVND-CONV        PIC ZZ9,99.
                 10 FILLER                  PIC X(01) VALUE "%".
              05 WS-LINHA-PED-TOT-EQP.
                 10 FILLER                  PIC X(14) VALUE
                    "  Tot.equipe:".
                 10 WS-PED-TEQP-VISITAS     PIC ZZZZZZ9.
                 10 FILLER                  PIC X(10) VALUE
                    "  Pedidos:".
                 10 WS-PED-TEQP-PEDIDOS     PIC ZZZZZZ9.
                 10 FILLER                  PIC X(08) VALUE
                    "  Valor:".
                 10 WS-PED-TEQP-VALOR       PIC ZZZZZZZZZZZZ9,99.
              05 WS-LINHA-PED-TOT-1.
                 10 FILLER                  PIC X(31) VALUE
                    "Visitas no dia...............:".
                 10 WS-PED-TOT-VISITAS      PIC ZZZZZZ9.
              05 WS-LINHA-PED-TOT-2.
                 10 FILLER                  PIC X(31) VALUE
                    "Pedidos no dia...............:".
                 10 WS-PED-TOT-PEDIDOS      PIC ZZZZZZ9.
              05 WS-LINHA-PED-TOT-3.
                 10 FILLER                  PIC X(31) VALUE
                    "Valor dos pedidos............:".
                 10 WS-PED-TOT-VALOR        PIC ZZZZZZZZZZZZ9,99.
              05 WS-LINHA-PED-TOT-4.
                 10 FILLER                  PIC X(31) VALUE
                    "Conversao visita/pedido (%)..:".
                 10 WS-PED-TOT-CONV         PIC ZZ9,99.

       SCREEN SECTION.
       01 TELA-PEDIDO.
          05 VALUE "--- PEDIDOS DE VENDA ---"
          BLANK SCREEN LINE 1 COL 30.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-RELATORIO DIARIO  2-EXTRATO PENDENTES ERP  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-PEDIDO-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-PEDIDO.

       01 TELA-PEDIDO-PRM.
          05 TELA-PEDIDO-DATA.
             10 LINE 06 COL 20 VALUE "Data (AAAAMMDD, 0=hoje).:".
             10 COLUMN PLUS 2 PIC 9(08) USING WS-TEL-DATA.
          05 TELA-PEDIDO-NMARQ.
             10 LINE 07 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       procedure division.
       00-controle section.
           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT
                  "RELATORIO_PEDIDO_BATCH".
           IF WS-MODO-BATCH = "S" THEN
               PERFORM 05-gerar-batch
               goback
           END-IF.
           MOVE 0 TO ws-acao.
           perform 01-processar
             until ws-acao = 9.
           goback.
       00-controle-exit. exit.

       01-processar section.
           DISPLAY TELA-PEDIDO.
           ACCEPT  ACAO-INPUT.
           MOVE SPACES TO WS-MSG-PEDIDO.
           EVALUATE ws-acao
           WHEN 1
             PERFORM 02-informar-parametros
             IF WS-TEL-NMARQUIVO NOT = SPACES THEN
                 PERFORM 03-gerar-relatorio
             END-IF
           WHEN 2
             PERFORM 04-extrair-pendentes
           WHEN 9
             CONTINUE
           WHEN OTHER
             MOVE "Opcao invalida" TO WS-MSG-PEDIDO
           END-EVALUATE.
           DISPLAY TELA-PEDIDO-MSG.
       01-processar-exit.
           EXIT.

       02-informar-parametros section.
           MOVE 0 TO WS-TEL-DATA.
           MOVE "PEDIDOS" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-PEDIDO-PRM.
           ACCEPT  TELA-PEDIDO-DATA.
           ACCEPT  TELA-PEDIDO-NMARQ.
           IF WS-TEL-DATA = 0 THEN
               ACCEPT WS-TEL-DATA FROM DATE YYYYMMDD
           END-IF.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Geracao do relatorio cancelada" TO WS-MSG-PEDIDO
           END-IF.
       02-informar-parametros-exit.
           EXIT.

      *    RELATORIO DIARIO: VISITAS ("V") E PEDIDOS ("P") DA DATA SAO
      *    CLASSIFICADOS POR EQUIPE/VENDEDOR; OS PEDIDOS SAEM EM
      *    DETALHE E AS VISITAS SO SAO CONTADAS.
       03-gerar-relatorio section.
           PERFORM 031-abrir-arquivos.
           IF WS-ERRO-ABERTURA = 1 THEN
               MOVE 8 TO WS-RC-BATCH
               MOVE "Erro na abertura dos arquivos" TO WS-MSG-PEDIDO
               GO TO 03-gerar-relatorio-exit
           END-IF.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-TEL-DATA TO WS-PED-CAB-DATA.
           MOVE WS-LINHA-PED-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           SORT PEDIDO-SORT
             ON ASCENDING KEY EQUIPE-PSORT CODVND-PSORT TIPO-PSORT
                              CODCLI-PSORT
             INPUT PROCEDURE IS 032-ENTRADA-SORT-PEDIDO
            OUTPUT PROCEDURE IS 033-SAIDA-SORT-PEDIDO.

           PERFORM 034-imprimir-totais.
           CLOSE ARQ-IMPRESSO.
           PERFORM 035-fechar-arquivos.
           MOVE "Relatorio de pedidos gerado" TO WS-MSG-PEDIDO.
       03-gerar-relatorio-exit.
           EXIT.

       031-abrir-arquivos section.
           MOVE 0 TO WS-ERRO-ABERTURA.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           MOVE "ARQ_VISITA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VISITA.
           OPEN INPUT ARQ-VISITA.
           MOVE "ARQ_PEDIDO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-PEDIDO.
           OPEN I-O ARQ-PEDIDO.
           IF  (WS-RESULTADO-ACESSO <> 00
                AND WS-RESULTADO-ACESSO <> 05)
           OR  (WS-RST-ACESS-VND <> 00
                AND WS-RST-ACESS-VND <> 05)
           OR  (WS-RST-ACESS-VISITA <> 00
                AND WS-RST-ACESS-VISITA <> 05)
           OR  (WS-RST-ACESS-PEDIDO <> 00
                AND WS-RST-ACESS-PEDIDO <> 05) THEN
               DISPLAY "RELATORIO_PEDIDO: erro na abertura dos "
                       "cadastros/visitas/pedidos"
               MOVE 1 TO WS-ERRO-ABERTURA
               CLOSE ARQ-CLIENTE ARQ-VENDEDOR ARQ-VISITA ARQ-PEDIDO
               GO TO 031-abrir-arquivos-exit
           END-IF.

           MOVE "ARQ_EQUIPE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-EQUIPE.
           OPEN INPUT ARQ-EQUIPE.
           IF  WS-RST-ACESS-EQUIPE = 00
           OR  WS-RST-ACESS-EQUIPE = 05 THEN
               MOVE "S" TO WS-EQUIPE-DISPONIVEL
           ELSE
               MOVE "N" TO WS-EQUIPE-DISPONIVEL
           END-IF.
       031-abrir-arquivos-exit.
           EXIT.

       032-ENTRADA-SORT-PEDIDO section.
           MOVE 0 TO WS-FIM-VISITA.
           MOVE LOW-VALUES TO VISITA-CHAVE.
           START ARQ-VISITA KEY IS NOT LESS THAN VISITA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-VISITA
           END-START.
           IF WS-FIM-VISITA = 0 THEN
               READ ARQ-VISITA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VISITA
               END-READ
               PERFORM 0321-AVALIAR-VISITA
                 UNTIL WS-FIM-VISITA = 1
           END-IF.

           MOVE 0 TO WS-FIM-PEDIDO.
           MOVE LOW-VALUES TO PED-CHAVE.
           START ARQ-PEDIDO KEY IS NOT LESS THAN PED-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-PEDIDO
           END-START.
           IF WS-FIM-PEDIDO = 0 THEN
               READ ARQ-PEDIDO NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-PEDIDO
               END-READ
               PERFORM 0322-AVALIAR-PEDIDO
                 UNTIL WS-FIM-PEDIDO = 1
           END-IF.
       032-ENTRADA-SORT-PEDIDO-EXIT.
           EXIT.

       0321-AVALIAR-VISITA section.
           IF VISITA-DATA = WS-TEL-DATA THEN
               INITIALIZE REG-PEDIDO-SORT
               MOVE VISITA-CODVND TO CODVND-PSORT
               PERFORM 0323-EQUIPE-DO-VENDEDOR
               MOVE WS-VND-EQUIPE-AUX TO EQUIPE-PSORT
               MOVE "V" TO TIPO-PSORT
               MOVE VISITA-CODCLI TO CODCLI-PSORT
               RELEASE REG-PEDIDO-SORT
           END-IF.
           READ ARQ-VISITA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-VISITA
           END-READ.
       0321-AVALIAR-VISITA-EXIT.
           EXIT.

       0322-AVALIAR-PEDIDO section.
           IF PED-DATA = WS-TEL-DATA THEN
               INITIALIZE REG-PEDIDO-SORT
               MOVE PED-CODVND TO CODVND-PSORT
               PERFORM 0323-EQUIPE-DO-VENDEDOR
               MOVE WS-VND-EQUIPE-AUX TO EQUIPE-PSORT
               MOVE "P" TO TIPO-PSORT
               MOVE PED-CODCLI       TO CODCLI-PSORT
               MOVE PED-NUMERO       TO NUMERO-PSORT
               MOVE PED-VALOR        TO VALOR-PSORT
               MOVE PED-DATA-ENTREGA TO ENTREGA-PSORT
               MOVE PED-ORIGEM       TO ORIGEM-PSORT
               MOVE PED-SITUACAO     TO SITUACAO-PSORT
               RELEASE REG-PEDIDO-SORT
           END-IF.
           READ ARQ-PEDIDO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-PEDIDO
           END-READ.
       0322-AVALIAR-PEDIDO-EXIT.
           EXIT.

       0323-EQUIPE-DO-VENDEDOR section.
           MOVE CODVND-PSORT TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO
               INVALID KEY MOVE 0 TO VND-EQUIPE
           END-READ.
           MOVE VND-EQUIPE TO WS-VND-EQUIPE-AUX.
       0323-EQUIPE-DO-VENDEDOR-EXIT.
           EXIT.

       033-SAIDA-SORT-PEDIDO section.
           MOVE 0 TO WS-FIM-SORT-PED.
           MOVE 0 TO WS-PRIMEIRO-REG.
           MOVE 0 TO WS-TOT-QTD-VISITAS.
           MOVE 0 TO WS-TOT-QTD-PEDIDOS.
           MOVE 0 TO WS-TOT-VALOR.
           PERFORM 0331-PROCESSAR-PEDIDO
             UNTIL WS-FIM-SORT-PED = 1.
           IF WS-PRIMEIRO-REG = 1 THEN
               PERFORM 0334-TOTAL-VENDEDOR
               PERFORM 0335-TOTAL-EQUIPE
           END-IF.
       033-SAIDA-SORT-PEDIDO-EXIT.
           EXIT.

       0331-PROCESSAR-PEDIDO section.
           RETURN PEDIDO-SORT
             AT END MOVE 1 TO WS-FIM-SORT-PED.
           IF WS-FIM-SORT-PED = 1 THEN
               GO TO 0331-PROCESSAR-PEDIDO-EXIT
           END-IF.

           IF WS-PRIMEIRO-REG = 0 THEN
               MOVE 1 TO WS-PRIMEIRO-REG
               PERFORM 0332-QUEBRA-EQUIPE
               PERFORM 0333-QUEBRA-VENDEDOR
           ELSE
               IF EQUIPE-PSORT NOT = WS-EQP-QUEBRA THEN
                   PERFORM 0334-TOTAL-VENDEDOR
                   PERFORM 0335-TOTAL-EQUIPE
                   PERFORM 0332-QUEBRA-EQUIPE
                   PERFORM 0333-QUEBRA-VENDEDOR
               ELSE
                   IF CODVND-PSORT NOT = WS-VND-QUEBRA THEN
                       PERFORM 0334-TOTAL-VENDEDOR
                       PERFORM 0333-QUEBRA-VENDEDOR
                   END-IF
               END-IF
           END-IF.

           IF TIPO-PSORT = "V" THEN
               ADD 1 TO WS-VND-QTD-VISITAS
           ELSE
               ADD 1 TO WS-VND-QTD-PEDIDOS
               ADD VALOR-PSORT TO WS-VND-VALOR
               MOVE CODCLI-PSORT TO WS-PED-DET-CODCLI
               MOVE NUMERO-PSORT TO WS-PED-DET-NUMERO
               IF ENTREGA-PSORT = 0 THEN
                   MOVE "A COMBINAR" TO WS-PED-DET-ENTREGA
               ELSE
                   MOVE ENTREGA-PSORT(7:2) TO WS-PED-DET-ENTREGA(1:2)
                   MOVE "/"                TO WS-PED-DET-ENTREGA(3:1)
                   MOVE ENTREGA-PSORT(5:2) TO WS-PED-DET-ENTREGA(4:2)
                   MOVE "/"                TO WS-PED-DET-ENTREGA(6:1)
                   MOVE ENTREGA-PSORT(1:4) TO WS-PED-DET-ENTREGA(7:4)
               END-IF
               MOVE VALOR-PSORT  TO WS-PED-DET-VALOR
               MOVE ORIGEM-PSORT TO WS-PED-DET-ORIGEM
               MOVE WS-LINHA-PED-DET TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
       0331-PROCESSAR-PEDIDO-EXIT.
           EXIT.

       0332-QUEBRA-EQUIPE section.
           MOVE EQUIPE-PSORT TO WS-EQP-QUEBRA.
           MOVE 0 TO WS-EQP-QTD-VISITAS.
           MOVE 0 TO WS-EQP-QTD-PEDIDOS.
           MOVE 0 TO WS-EQP-VALOR.
           MOVE SPACES TO WS-PED-EQP-NOME.
           MOVE SPACES TO WS-PED-EQP-SUPERVISOR.
           IF EQUIPE-PSORT = 0 THEN
               MOVE "(SEM EQUIPE)" TO WS-PED-EQP-NOME
           ELSE
               IF WS-EQUIPE-DISPONIVEL = "S" THEN
                   MOVE EQUIPE-PSORT TO EQP-CODIGO
                   READ ARQ-EQUIPE KEY IS EQP-CODIGO
                       INVALID KEY MOVE "(EQUIPE NAO CADASTRADA)" TO
                                   EQP-NOME
                                   MOVE SPACES TO EQP-SUPERVISOR
                   END-READ
                   MOVE EQP-NOME       TO WS-PED-EQP-NOME
                   MOVE EQP-SUPERVISOR TO WS-PED-EQP-SUPERVISOR
               END-IF
           END-IF.
           MOVE EQUIPE-PSORT TO WS-PED-EQP-CODIGO.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-PED-EQP TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0332-QUEBRA-EQUIPE-EXIT.
           EXIT.

       0333-QUEBRA-VENDEDOR section.
           MOVE CODVND-PSORT TO WS-VND-QUEBRA.
           MOVE 0 TO WS-VND-QTD-VISITAS.
           MOVE 0 TO WS-VND-QTD-PEDIDOS.
           MOVE 0 TO WS-VND-VALOR.
           MOVE CODVND-PSORT TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO
               INVALID KEY MOVE "(SEM VENDEDOR)" TO VND-NOME
           END-READ.
           MOVE CODVND-PSORT TO WS-PED-VND-CODIGO.
           MOVE VND-NOME TO WS-PED-VND-NOME.
           MOVE WS-LINHA-PED-VND TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-PED-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0333-QUEBRA-VENDEDOR-EXIT.
           EXIT.

       0334-TOTAL-VENDEDOR section.
           MOVE WS-VND-QTD-VISITAS TO WS-PED-TVND-VISITAS.
           MOVE WS-VND-QTD-PEDIDOS TO WS-PED-TVND-PEDIDOS.
           MOVE WS-VND-VALOR       TO WS-PED-TVND-VALOR.
           IF WS-VND-QTD-VISITAS > 0 THEN
               COMPUTE WS-PCT-CONVERSAO ROUNDED =
                       WS-VND-QTD-PEDIDOS / WS-VND-QTD-VISITAS * 100
           ELSE
               MOVE 0 TO WS-PCT-CONVERSAO
           END-IF.
           MOVE WS-PCT-CONVERSAO TO WS-PED-TVND-CONV.
           MOVE WS-LINHA-PED-TOT-VND TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD WS-VND-QTD-VISITAS TO WS-EQP-QTD-VISITAS.
           ADD WS-VND-QTD-PEDIDOS TO WS-EQP-QTD-PEDIDOS.
           ADD WS-VND-VALOR       TO WS-EQP-VALOR.
       0334-TOTAL-VENDEDOR-EXIT.
           EXIT.

       0335-TOTAL-EQUIPE section.
           MOVE WS-EQP-QTD-VISITAS TO WS-PED-TEQP-VISITAS.
           MOVE WS-EQP-QTD-PEDIDOS TO WS-PED-TEQP-PEDIDOS.
           MOVE WS-EQP-VALOR       TO WS-PED-TEQP-VALOR.
           MOVE WS-LINHA-PED-TOT-EQP TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD WS-EQP-QTD-VISITAS TO WS-TOT-QTD-VISITAS.
           ADD WS-EQP-QTD-PEDIDOS TO WS-TOT-QTD-PEDIDOS.
           ADD WS-EQP-VALOR       TO WS-TOT-VALOR.
       0335-TOTAL-EQUIPE-EXIT.
           EXIT.

       034-imprimir-totais section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-QTD-VISITAS TO WS-PED-TOT-VISITAS.
           MOVE WS-LINHA-PED-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-QTD-PEDIDOS TO WS-PED-TOT-PEDIDOS.
           MOVE WS-LINHA-PED-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-VALOR TO WS-PED-TOT-VALOR.
           MOVE WS-LINHA-PED-TOT-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-TOT-QTD-VISITAS > 0 THEN
               COMPUTE WS-PCT-CONVERSAO ROUNDED =
                       WS-TOT-QTD-PEDIDOS / WS-TOT-QTD-VISITAS * 100
           ELSE
               MOVE 0 TO WS-PCT-CONVERSAO
           END-IF.
           MOVE WS-PCT-CONVERSAO TO WS-PED-TOT-CONV.
           MOVE WS-LINHA-PED-TOT-4 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       034-imprimir-totais-exit.
           EXIT.

       035-fechar-arquivos section.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-VISITA.
           CLOSE ARQ-PEDIDO.
           IF WS-EQUIPE-DISPONIVEL = "S" THEN
               CLOSE ARQ-EQUIPE
           END-IF.
       035-fechar-arquivos-exit.
           EXIT.

      *    EXTRATO DOS PEDIDOS PENDENTES PARA O ERP; CADA PEDIDO
      *    EXTRAIDO E MARCADO COMO EXPORTADO NO PROPRIO ARQ_PEDIDO.
       04-extrair-pendentes section.
           MOVE 0 TO WS-QTD-EXPORTADOS.
           MOVE 0 TO WS-VALOR-EXPORTADO.
           PERFORM 09-testar-empresa-treino.
           IF WS-EMPRESA-E-TREINO = "S" THEN
               MOVE "Empresa de treino nao e extraida" TO
                    WS-MSG-PEDIDO
               GO TO 04-extrair-pendentes-exit
           END-IF.
           PERFORM 031-abrir-arquivos.
           IF WS-ERRO-ABERTURA = 1 THEN
               MOVE 8 TO WS-RC-BATCH
               MOVE "Erro na abertura dos arquivos" TO WS-MSG-PEDIDO
               GO TO 04-extrair-pendentes-exit
           END-IF.

           MOVE "PEDIDO_ERP" TO WID-ARQ-PEDERP.
           MOVE "NM_PEDIDO_ERP" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               MOVE WS-PRM-VALOR TO WID-ARQ-PEDERP
           END-IF.
           OPEN OUTPUT ARQ-PEDERP.
           IF WS-RST-ACESS-PEDERP <> 0 THEN
               MOVE 8 TO WS-RC-BATCH
               MOVE "Erro na criacao do arquivo ERP" TO WS-MSG-PEDIDO
               PERFORM 035-fechar-arquivos
               GO TO 04-extrair-pendentes-exit
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE TO WS-PEC-DATA.
           MOVE WS-HORA-AGORA(1:6) TO WS-PEC-HORA.
           WRITE PEDERP-LINHA FROM WS-REG-PEDERP-CAB.

           MOVE 0 TO WS-FIM-PEDIDO.
           MOVE LOW-VALUES TO PED-CHAVE.
           START ARQ-PEDIDO KEY IS NOT LESS THAN PED-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-PEDIDO
           END-START.
           IF WS-FIM-PEDIDO = 0 THEN
               READ ARQ-PEDIDO NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-PEDIDO
               END-READ
               PERFORM 041-EXTRAIR-PEDIDO
                 UNTIL WS-FIM-PEDIDO = 1
           END-IF.

           MOVE WS-QTD-EXPORTADOS  TO WS-PER-QTDE.
           MOVE WS-VALOR-EXPORTADO TO WS-PER-VALOR.
           WRITE PEDERP-LINHA FROM WS-REG-PEDERP-ROD.
           CLOSE ARQ-PEDERP.
           PERFORM 035-fechar-arquivos.

           MOVE WS-QTD-EXPORTADOS TO WS-QTD-EXPORTADOS-ED.
           MOVE SPACES TO WS-MSG-PEDIDO.
           STRING "Pedidos extraidos: " DELIMITED BY SIZE
                  WS-QTD-EXPORTADOS-ED  DELIMITED BY SIZE
             INTO WS-MSG-PEDIDO.
       04-extrair-pendentes-exit.
           EXIT.

       041-EXTRAIR-PEDIDO section.
           IF PED-PENDENTE THEN
               MOVE PED-CODCLI TO CLI-CODIGO
               READ ARQ-CLIENTE KEY IS CLI-CODIGO
                   INVALID KEY MOVE 0 TO CLI-CNPJ
               END-READ
               MOVE PED-CODCLI       TO WS-PED-CODCLI
               MOVE PED-DATA         TO WS-PED-DATA
               MOVE PED-SEQ          TO WS-PED-SEQ
               MOVE CLI-CNPJ         TO WS-PED-CNPJ
               MOVE PED-CODVND       TO WS-PED-CODVND
               MOVE PED-NUMERO       TO WS-PED-NUMERO
               MOVE PED-VALOR        TO WS-PED-VALOR
               MOVE PED-DATA-ENTREGA TO WS-PED-ENTREGA
               MOVE PED-ENDR-SEQ     TO WS-PED-ENDR-SEQ
               MOVE PED-ORIGEM       TO WS-PED-ORIGEM
               WRITE PEDERP-LINHA FROM WS-REG-PEDERP-DET
               MOVE "E"          TO PED-SITUACAO
               MOVE WS-DATA-HOJE TO PED-DATA-EXPORTACAO
               REWRITE PED-REGISTRO
               ADD 1 TO WS-QTD-EXPORTADOS
               ADD PED-VALOR TO WS-VALOR-EXPORTADO
           END-IF.
           READ ARQ-PEDIDO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-PEDIDO
           END-READ.
       041-EXTRAIR-PEDIDO-EXIT.
           EXIT.

       05-gerar-batch section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE "JOBNOTURNO" TO WS-OPERADOR-ID.
           MOVE 0 TO WS-RC-BATCH.
           MOVE WS-JOB-DATA-INI TO WS-TEL-DATA.
           MOVE "PEDIDOS" TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR.
           MOVE WS-TEL-DATA TO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WS-TEL-NMARQUIVO.
           PERFORM 03-gerar-relatorio.
           IF WS-ERRO-ABERTURA = 0 THEN
               MOVE "F" TO WS-SPL-FUNCAO
               CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG
               PERFORM 04-extrair-pendentes
           END-IF.
           MOVE "RELATORIO_PEDIDO"  TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID      TO WS-JOB-OPERADOR.
           MOVE WS-QTD-EXPORTADOS   TO WS-JOB-QTD-REGISTROS.
           MOVE 0                   TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH         TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       05-gerar-batch-exit.
           EXIT.

      *    A EMPRESA CORRENTE E A DE TREINAMENTO (PARAMETRO
      *    EMPRESA_TREINO)?
       09-testar-empresa-treino section.
           MOVE "N" TO WS-EMPRESA-E-TREINO.
           MOVE "EMPRESA_TREINO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               ACCEPT WS-EMPRESA-ATUAL
                   FROM ENVIRONMENT "EMPRESA_CODIGO"
               IF WS-EMPRESA-ATUAL IS NOT NUMERIC
               OR WS-EMPRESA-ATUAL = "00" THEN
                   MOVE "01" TO WS-EMPRESA-ATUAL
               END-IF
               IF WS-PRM-VALOR(1:2) = WS-EMPRESA-ATUAL THEN
                   MOVE "S" TO WS-EMPRESA-E-TREINO
               END-IF
           END-IF.
       09-testar-empresa-treino-exit.
           EXIT.
