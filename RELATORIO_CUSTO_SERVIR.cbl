       identification division.
       program-id. "RELATORIO_CUSTO_SERVIR".
       author.     Roberto Holz.
      *    CUSTO DE ATENDIMENTO E RENTABILIDADE POR CLIENTE NO MES:
      *    OS KM REALIZADOS DE CADA VENDEDOR (LANCAMENTOS "R" DO
      *    ARQ_KMLEDGER, GRAVADOS PELO RELATORIO DE DESPESA DE KM) SAO
      *    RATEADOS IGUALMENTE ENTRE AS VISITAS QUE ELE FEZ NO MES E
      *    CADA VISITA CUSTA AINDA O TEMPO DO VENDEDOR (MINUTOS_VISITA
      *    AO CUSTO_HORA_VISITA). O CUSTO DO CLIENTE E A SOMA DAS SUAS
      *    VISITAS: KM RATEADOS X VALOR_KM MAIS O TEMPO. A MARGEM E O
      *    FATURAMENTO DO MES (ARQ_FATURA) MENOS ESSE CUSTO; A
      *    LISTAGEM SAI DA PIOR PARA A MELHOR MARGEM, SO COM OS
      *    CLIENTES VISITADOS NO MES.
      *    CLIENTE DE VISITA SEMANAL (CLASSE DO ARQ_CLIPER COM
      *    INTERVALO DE ATE 7 DIAS; SEM CLASSE, 4 VISITAS OU MAIS NO
      *    MES) QUE FATURA POUCO - ABAIXO DE CUSTO_SERVIR_FAT_MINIMO
      *    OU, SEM ESSE PARAMETRO, ABAIXO DO PROPRIO CUSTO - SAI
      *    MARCADO COM A CLASSE SEGUINTE DE MAIOR INTERVALO COMO
      *    SUGESTAO PARA A REVISAO DE PERIODICIDADE.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-kmledger.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-arq-cliper.cpy'.
         copy 'select-arq-period.cpy'.
         copy 'select-impresso.cpy'.
         SELECT CSR-SORT ASSIGN TO DISK WID-CSR-SORT.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-kmledger.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-arq-cliper.cpy'.
         copy 'fd-arq-period.cpy'.
         copy 'fd-impresso.cpy'.

       SD CSR-SORT
          DATA RECORD IS REG-CSR-SORT.
       01 REG-CSR-SORT.
           05 MARGEM-CSSORT                 PIC S9(11)V9(02).
           05 CODCLI-CSSORT                 PIC 9(07).
           05 CODVND-CSSORT                 PIC 9(05).
           05 QTDVIS-CSSORT                 PIC 9(05).
           05 KM-CSSORT                     PIC 9(08)V9(03).
           05 CUSTO-CSSORT                  PIC 9(11)V9(02).
           05 FATUR-CSSORT                  PIC 9(11)V9(02).
           05 CLASSE-CSSORT                 PIC X(01).
           05 SUGESTAO-CSSORT               PIC X(01).
           05 REVER-CSSORT                  PIC X(01).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-VISITA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VISITA  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-KMLEDGER     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-KMLEDGER PIC 9(02) VALUE ZEROS.
              05 WS-KMLEDGER-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-FATURA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FATURA  PIC 9(02) VALUE ZEROS.
              05 WS-FATURA-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-CLIPER       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLIPER  PIC 9(02) VALUE ZEROS.
              05 WS-CLIPER-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-PERIOD       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-PERIOD  PIC 9(02) VALUE ZEROS.
              05 WID-CSR-SORT         PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-CUSTO         PIC X(40) VALUE SPACES.
              05 WS-TEL-ANOMES        PIC 9(06) VALUE ZEROS.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-VALOR-KM          PIC 9(04)V9(02) VALUE 1.5.
              05 WS-MINUTOS-VISITA    PIC 9(04) VALUE 45.
              05 WS-CUSTO-HORA        PIC 9(06)V9(02) VALUE 40.
              05 WS-FAT-MINIMO        PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-CUSTO-TEMPO-VIS   PIC 9(08)V9(04) VALUE ZEROS.
              05 WS-FIM-VISITAS       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-LEDGER        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-PERIOD        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-CSR      PIC 9(01) VALUE ZEROS.
              05 WS-CLI-QUEBRA        PIC 9(07) VALUE ZEROS.
              05 WS-CLI-QTD-VIS       PIC 9(05) VALUE ZEROS.
              05 WS-CLI-KM            PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-CLI-CUSTO         PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-CLI-FATUR         PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-CLI-CLASSE        PIC X(01) VALUE SPACE.
              05 WS-CLI-INTERVALO     PIC 9(03) VALUE ZEROS.
              05 WS-CLI-SEMANAL       PIC X(01) VALUE "N".
              05 WS-CLI-FATURA-POUCO  PIC X(01) VALUE "N".
              05 WS-KM-VISITA         PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-IDX-PER           PIC 9(03) VALUE ZEROS.
              05 WS-QTD-PERIODOS      PIC 9(03) VALUE ZEROS.
              05 WS-SUG-CLASSE        PIC X(01) VALUE SPACE.
              05 WS-SUG-INTERVALO     PIC 9(03) VALUE ZEROS.
              05 WS-QTD-LISTADOS      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-REVISAR       PIC 9(07) VALUE ZEROS.
              05 WS-QTD-NEGATIVOS     PIC 9(07) VALUE ZEROS.
              05 WS-QTD-VND-SEM-KM    PIC 9(05) VALUE ZEROS.
              05 WS-TOT-CUSTO         PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-TOT-FATUR         PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-TOT-MARGEM        PIC S9(13)V9(02) VALUE ZEROS.
              05 WS-IDX-VND           PIC 9(05) VALUE ZEROS.

      *    KM REALIZADOS E VISITAS DO MES POR VENDEDOR (INDEXADOS
      *    PELO CODIGO DO VENDEDOR).
           01 WS-TAB-CUSTO-VND.
              05 WS-CVN-ITEM OCCURS 99999 TIMES.
                 10 WS-CVN-QTD-VIS      PIC 9(05).
                 10 WS-CVN-KM           PIC 9(08)V9(03).

      *    CLASSES DE PERIODICIDADE (ARQ_PERIOD) PARA A SUGESTAO.
           01 WS-TAB-PERIODO.
              05 WS-PER-ITEM OCCURS 100 TIMES.
                 10 WS-PER-CLASSE       PIC X(01).
                 10 WS-PER-INTERVALO    PIC 9(03).

           01 WS-LINHAS-CUSTO.
              05 WS-LINHA-CSR-CAB-1.
                 10 FILLER                  PIC X(42) VALUE
                    "  CUSTO DE ATENDIMENTO POR CLIENTE - ".
                 10 WS-CSR-CAB-ANOMES       PIC 9(06).
              05 WS-LINHA-CSR-CAB-2        PIC X(80) VALUE
                 "  CLIENTE  VEND VIS       KM     CUSTO   FATURAMENTO  
      -          "    MARGEM CL SUG".
              05 WS-LINHA-CSR-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-CSR-CODCLI           PIC ZZZZZZ9B.
                 10 WS-CSR-CODVND           PIC ZZZZ9B.
                 10 WS-CSR-QTDVIS           PIC ZZ9B.
                 10 WS-CSR-KM               PIC ZZZZZ9.9B.
                 10 WS-CSR-CUSTO            PIC ZZZZZ9.99B.
                 10 WS-CSR-FATUR            PIC ZZZZZZZZZ9.99B.
                 10 WS-CSR-MARGEM           PIC -ZZZZZZ9.99B.
                 10 WS-CSR-CLASSE           PIC X(01)B.
                 10 WS-CSR-REVER            PIC X(02).
                 10 WS-CSR-SUGESTAO         PIC X(01).
              05 WS-LINHA-CSR-TOT-1.
                 10 FILLER                  PIC X(32) VALUE
                    "  Clientes visitados..........:".
                 10 WS-TOT-LISTADOS-ED      PIC ZZZZZZ9.
              05 WS-LINHA-CSR-TOT-2.
                 10 FILLER                  PIC X(32) VALUE
                    "  Com margem negativa.........:".
                 10 WS-TOT-NEGATIVOS-ED     PIC ZZZZZZ9.
              05 WS-LINHA-CSR-TOT-3.
                 10 FILLER                  PIC X(32) VALUE
                    "  Sugeridos p/ rever classe...:".
                 10 WS-TOT-REVISAR-ED       PIC ZZZZZZ9.
              05 WS-LINHA-CSR-TOT-4.
                 10 FILLER                  PIC X(32) VALUE
                    "  Custo / faturamento / margem:".
                 10 WS-TOT-CUSTO-ED         PIC ZZZZZZZZZ9.99B.
                 10 WS-TOT-FATUR-ED         PIC ZZZZZZZZZ9.99B.
                 10 WS-TOT-MARGEM-ED        PIC -ZZZZZZZZZ9.99.
              05 WS-LINHA-CSR-TOT-5.
                 10 FILLER                  PIC X(32) VALUE
                    "  Vendedores sem km no livro..:".
                 10 WS-TOT-VND-SEM-KM-ED    PIC ZZZZ9.
              05 WS-LINHA-CSR-RODAPE.
                 10 FILLER                  PIC X(14) VALUE
                    "  Valor/km...:".
                 10 WS-ROD-VALOR-KM-ED      PIC ZZZ9.99.
                 10 FILLER                  PIC X(14) VALUE
                    "  Min/visita:".
                 10 WS-ROD-MINUTOS-ED       PIC ZZZ9.
                 10 FILLER                  PIC X(14) VALUE
                    "  Custo/hora:".
                 10 WS-ROD-CUSTO-HORA-ED    PIC ZZZZZ9.99.
              05 WS-LINHA-CSR-LEGENDA      PIC X(80) VALUE
                 "  -> visita semanal com faturamento baixo: classe suge
      -          "rida em SUG".

       SCREEN SECTION.
       01 TELA-CUSTO.
          05 VALUE "--- CUSTO DE ATENDIMENTO POR CLIENTE ---"
          BLANK SCREEN LINE 1 COL 22.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Rateia km e tempo de visita do mes entre os"
             LINE 6 COL 20.
          05 VALUE "clientes e compara com o faturamento."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CUSTO-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CUSTO.

       01 TELA-CUSTO-PRM.
          05 TELA-CUSTO-ANOMES.
             10 LINE 10 COL 20 VALUE "Ano/mes (AAAAMM)........:".
             10 COLUMN PLUS 2 PIC 9(06) USING WS-TEL-ANOMES.
          05 TELA-CUSTO-NMARQ.
             10 LINE 11 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-CUSTO-SAIR.
          05 LINE 13 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               perform 02-gerar-relatorio
               DISPLAY TELA-CUSTO-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-CUSTO.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-CUSTO
               DISPLAY TELA-CUSTO-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-gerar-relatorio section.
           MOVE "CUSTO_SERVIR" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-CUSTO-PRM.
           ACCEPT  TELA-CUSTO-ANOMES.
           ACCEPT  TELA-CUSTO-NMARQ.
           IF WS-TEL-ANOMES = 0 THEN
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE(1:6) TO WS-TEL-ANOMES
           END-IF.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Geracao do relatorio cancelada" TO WS-MSG-CUSTO
               DISPLAY TELA-CUSTO-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           PERFORM 028-LER-PARAMETROS.

           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           MOVE "ARQ_VISITA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VISITA.
           OPEN INPUT ARQ-VISITA.
           IF  (WS-RESULTADO-ACESSO <> 00
                AND WS-RESULTADO-ACESSO <> 05)
           OR  (WS-RST-ACESS-VISITA <> 00
                AND WS-RST-ACESS-VISITA <> 05) THEN
               MOVE "Erro na abertura dos arquivos" TO WS-MSG-CUSTO
               DISPLAY TELA-CUSTO-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           MOVE "ARQ_KMLEDGER" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-KMLEDGER.
           OPEN INPUT ARQ-KMLEDGER.
           IF  WS-RST-ACESS-KMLEDGER = 00
           OR  WS-RST-ACESS-KMLEDGER = 05 THEN
               MOVE "S" TO WS-KMLEDGER-DISPONIVEL
           ELSE
               MOVE "N" TO WS-KMLEDGER-DISPONIVEL
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
           MOVE "ARQ_CLIPER" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLIPER.
           OPEN INPUT ARQ-CLIPER.
           IF  WS-RST-ACESS-CLIPER = 00
           OR  WS-RST-ACESS-CLIPER = 05 THEN
               MOVE "S" TO WS-CLIPER-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CLIPER-DISPONIVEL
           END-IF.

           PERFORM 021-CARREGAR-PERIODOS.
           PERFORM 022-CONTAR-VISITAS-VND.
           PERFORM 023-CARREGAR-KM-VND.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-TEL-ANOMES TO WS-CSR-CAB-ANOMES.
           MOVE WS-LINHA-CSR-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CSR-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           SORT CSR-SORT
             ON ASCENDING KEY MARGEM-CSSORT CODCLI-CSSORT
             INPUT PROCEDURE IS 024-ENTRADA-SORT-CSR
            OUTPUT PROCEDURE IS 025-SAIDA-SORT-CSR.

           PERFORM 026-IMPRIMIR-TOTAIS.

           CLOSE ARQ-IMPRESSO.
           IF WS-CLIPER-DISPONIVEL = "S" THEN
               CLOSE ARQ-CLIPER
           END-IF.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               CLOSE ARQ-FATURA
           END-IF.
           IF WS-KMLEDGER-DISPONIVEL = "S" THEN
               CLOSE ARQ-KMLEDGER
           END-IF.
           CLOSE ARQ-VISITA.
           CLOSE ARQ-CLIENTE.
           MOVE "Relatorio de custo gerado" TO WS-MSG-CUSTO.
           DISPLAY TELA-CUSTO-MSG.
       02-gerar-relatorio-exit.
           EXIT.

      *    VALORES DO RATEIO, AJUSTAVEIS PELOS PARAMETROS CENTRAIS.
       028-LER-PARAMETROS section.
           MOVE "VALOR_KM" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-VALOR-KM =
                       FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           MOVE "MINUTOS_VISITA" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-MINUTOS-VISITA =
                       FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           MOVE "CUSTO_HORA_VISITA" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-CUSTO-HORA =
                       FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           MOVE "CUSTO_SERVIR_FAT_MINIMO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-FAT-MINIMO =
                       FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           COMPUTE WS-CUSTO-TEMPO-VIS ROUNDED =
                   WS-MINUTOS-VISITA * WS-CUSTO-HORA / 60.
       028-LER-PARAMETROS-EXIT.
           EXIT.

      *    SEM O CADASTRO DE PERIODICIDADE NAO HA SUGESTAO DE CLASSE,
      *    SO A MARCA DE REVISAO.
       021-CARREGAR-PERIODOS section.
           MOVE 0 TO WS-QTD-PERIODOS.
           MOVE "ARQ_PERIOD" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-PERIOD.
           OPEN INPUT ARQ-PERIOD.
           IF  WS-RST-ACESS-PERIOD <> 00
           AND WS-RST-ACESS-PERIOD <> 05 THEN
               GO TO 021-CARREGAR-PERIODOS-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-PERIOD.
           READ ARQ-PERIOD NEXT RECORD
             AT END MOVE 1 TO WS-FIM-PERIOD
           END-READ.
           PERFORM 0211-GUARDAR-PERIODO
             UNTIL WS-FIM-PERIOD = 1.
           CLOSE ARQ-PERIOD.
       021-CARREGAR-PERIODOS-EXIT.
           EXIT.

       0211-GUARDAR-PERIODO section.
           IF WS-QTD-PERIODOS < 100 THEN
               ADD 1 TO WS-QTD-PERIODOS
               MOVE PER-CLASSE TO WS-PER-CLASSE(WS-QTD-PERIODOS)
               MOVE PER-INTERVALO-DIAS
                 TO WS-PER-INTERVALO(WS-QTD-PERIODOS)
           END-IF.
           READ ARQ-PERIOD NEXT RECORD
             AT END MOVE 1 TO WS-FIM-PERIOD
             NOT AT END MOVE 0 TO WS-FIM-PERIOD
           END-READ.
       0211-GUARDAR-PERIODO-EXIT.
           EXIT.

      *    PRIMEIRA PASSADA NAS VISITAS: QUANTAS VISITAS CADA
      *    VENDEDOR FEZ NO MES (O DIVISOR DO RATEIO DOS KM).
       022-CONTAR-VISITAS-VND section.
           INITIALIZE WS-TAB-CUSTO-VND.
           MOVE 0 TO WS-FIM-VISITAS.
           MOVE LOW-VALUES TO VISITA-CHAVE.
           START ARQ-VISITA KEY IS NOT LESS THAN VISITA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-VISITAS
           END-START.
           IF WS-FIM-VISITAS = 0 THEN
               READ ARQ-VISITA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VISITAS
               END-READ
               PERFORM 0221-CONTAR-VISITA
                 UNTIL WS-FIM-VISITAS = 1
           END-IF.
       022-CONTAR-VISITAS-VND-EXIT.
           EXIT.

       0221-CONTAR-VISITA section.
           IF VISITA-DATA(1:6) = WS-TEL-ANOMES
           AND VISITA-CODVND > 0 THEN
               ADD 1 TO WS-CVN-QTD-VIS(VISITA-CODVND)
           END-IF.
           READ ARQ-VISITA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-VISITAS
             NOT AT END MOVE 0 TO WS-FIM-VISITAS
           END-READ.
       0221-CONTAR-VISITA-EXIT.
           EXIT.

      *    KM REALIZADOS DO MES POR VENDEDOR. VENDEDOR COM VISITAS E
      *    SEM LANCAMENTO "R" NO MES E CONTADO NO RODAPE - O RATEIO
      *    DELE FICA SO COM O TEMPO DE VISITA.
       023-CARREGAR-KM-VND section.
           MOVE 0 TO WS-QTD-VND-SEM-KM.
           IF WS-KMLEDGER-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-LEDGER
               MOVE LOW-VALUES TO KML-CHAVE
               START ARQ-KMLEDGER KEY IS NOT LESS THAN KML-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-LEDGER
               END-START
               IF WS-FIM-LEDGER = 0 THEN
                   READ ARQ-KMLEDGER NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-LEDGER
                   END-READ
                   PERFORM 0231-ACUMULAR-KM
                     UNTIL WS-FIM-LEDGER = 1
               END-IF
           END-IF.
           MOVE 1 TO WS-IDX-VND.
           PERFORM 0232-CONFERIR-KM-VND
             UNTIL WS-IDX-VND > 99999.
       023-CARREGAR-KM-VND-EXIT.
           EXIT.

       0231-ACUMULAR-KM section.
           IF KML-DATA(1:6) = WS-TEL-ANOMES
           AND KML-TIPO-REALIZADO
           AND KML-CODVND > 0 THEN
               ADD KML-KM TO WS-CVN-KM(KML-CODVND)
           END-IF.
           READ ARQ-KMLEDGER NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEDGER
             NOT AT END MOVE 0 TO WS-FIM-LEDGER
           END-READ.
       0231-ACUMULAR-KM-EXIT.
           EXIT.

       0232-CONFERIR-KM-VND section.
           IF  WS-CVN-QTD-VIS(WS-IDX-VND) > 0
           AND WS-CVN-KM(WS-IDX-VND) = 0 THEN
               ADD 1 TO WS-QTD-VND-SEM-KM
           END-IF.
           ADD 1 TO WS-IDX-VND.
       0232-CONFERIR-KM-VND-EXIT.
           EXIT.

      *    SEGUNDA PASSADA NAS VISITAS, QUE VEM EM ORDEM DE CLIENTE
      *    PELA CHAVE: CADA VISITA DO MES LEVA A SUA PARTE DOS KM DO
      *    VENDEDOR QUE A FEZ MAIS O CUSTO DO TEMPO; NA QUEBRA DE
      *    CLIENTE O TOTAL VAI PARA A CLASSIFICACAO POR MARGEM.
       024-ENTRADA-SORT-CSR section.
           MOVE 0 TO WS-CLI-QUEBRA.
           MOVE 0 TO WS-FIM-VISITAS.
           MOVE LOW-VALUES TO VISITA-CHAVE.
           START ARQ-VISITA KEY IS NOT LESS THAN VISITA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-VISITAS
           END-START.
           IF WS-FIM-VISITAS = 0 THEN
               READ ARQ-VISITA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VISITAS
               END-READ
               PERFORM 0241-RATEAR-VISITA
                 UNTIL WS-FIM-VISITAS = 1
           END-IF.
           IF WS-CLI-QUEBRA > 0 THEN
               PERFORM 0242-LIBERAR-CLIENTE
           END-IF.
       024-ENTRADA-SORT-CSR-EXIT.
           EXIT.

       0241-RATEAR-VISITA section.
           IF VISITA-DATA(1:6) = WS-TEL-ANOMES
           AND VISITA-CODVND > 0 THEN
               IF VISITA-CODCLI NOT = WS-CLI-QUEBRA THEN
                   IF WS-CLI-QUEBRA > 0 THEN
                       PERFORM 0242-LIBERAR-CLIENTE
                   END-IF
                   MOVE VISITA-CODCLI TO WS-CLI-QUEBRA
                   MOVE 0 TO WS-CLI-QTD-VIS
                   MOVE 0 TO WS-CLI-KM
               END-IF
               COMPUTE WS-KM-VISITA ROUNDED =
                       WS-CVN-KM(VISITA-CODVND) /
                       WS-CVN-QTD-VIS(VISITA-CODVND)
               ADD WS-KM-VISITA TO WS-CLI-KM
               ADD 1 TO WS-CLI-QTD-VIS
           END-IF.
           READ ARQ-VISITA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-VISITAS
             NOT AT END MOVE 0 TO WS-FIM-VISITAS
           END-READ.
       0241-RATEAR-VISITA-EXIT.
           EXIT.

       0242-LIBERAR-CLIENTE section.
           COMPUTE WS-CLI-CUSTO ROUNDED =
                   WS-CLI-KM * WS-VALOR-KM
                 + WS-CLI-QTD-VIS * WS-CUSTO-TEMPO-VIS.
           PERFORM 02421-LER-FATURAMENTO.
           PERFORM 02422-AVALIAR-PERIODICIDADE.

           MOVE WS-CLI-QUEBRA TO CLI-CODIGO.
           READ ARQ-CLIENTE
               KEY IS CLI-CODIGO
               INVALID KEY MOVE 0 TO CLI-CODVND
           END-READ.

           MOVE WS-CLI-QUEBRA  TO CODCLI-CSSORT.
           MOVE CLI-CODVND     TO CODVND-CSSORT.
           MOVE WS-CLI-QTD-VIS TO QTDVIS-CSSORT.
           MOVE WS-CLI-KM      TO KM-CSSORT.
           MOVE WS-CLI-CUSTO   TO CUSTO-CSSORT.
           MOVE WS-CLI-FATUR   TO FATUR-CSSORT.
           COMPUTE MARGEM-CSSORT = WS-CLI-FATUR - WS-CLI-CUSTO.
           MOVE WS-CLI-CLASSE  TO CLASSE-CSSORT.
           MOVE WS-SUG-CLASSE  TO SUGESTAO-CSSORT.
           IF  WS-CLI-SEMANAL = "S"
           AND WS-CLI-FATURA-POUCO = "S" THEN
               MOVE "S" TO REVER-CSSORT
           ELSE
               MOVE "N" TO REVER-CSSORT
           END-IF.
           RELEASE REG-CSR-SORT.
       0242-LIBERAR-CLIENTE-EXIT.
           EXIT.

       02421-LER-FATURAMENTO section.
           MOVE 0 TO WS-CLI-FATUR.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               MOVE WS-CLI-QUEBRA TO FAT-CODCLI
               MOVE WS-TEL-ANOMES TO FAT-ANOMES
               READ ARQ-FATURA
                   KEY IS FAT-CHAVE
                   INVALID KEY MOVE 0 TO FAT-VALOR
               END-READ
               MOVE FAT-VALOR TO WS-CLI-FATUR
           END-IF.
       02421-LER-FATURAMENTO-EXIT.
           EXIT.

      *    SEMANAL: INTERVALO DA CLASSE ATE 7 DIAS; SEM CLASSE, 4 OU
      *    MAIS VISITAS NO MES. A SUGESTAO E A CLASSE DE MENOR
      *    INTERVALO ENTRE AS DE INTERVALO MAIOR QUE O ATUAL.
       02422-AVALIAR-PERIODICIDADE section.
           MOVE SPACE TO WS-CLI-CLASSE.
           MOVE 0     TO WS-CLI-INTERVALO.
           MOVE "N"   TO WS-CLI-SEMANAL.
           MOVE "N"   TO WS-CLI-FATURA-POUCO.
           MOVE SPACE TO WS-SUG-CLASSE.
           MOVE 0     TO WS-SUG-INTERVALO.
           IF WS-CLIPER-DISPONIVEL = "S" THEN
               MOVE WS-CLI-QUEBRA TO CLP-CODCLI
               READ ARQ-CLIPER
                   KEY IS CLP-CODCLI
                   INVALID KEY MOVE SPACE TO CLP-CLASSE
               END-READ
               MOVE CLP-CLASSE TO WS-CLI-CLASSE
           END-IF.
           IF WS-CLI-CLASSE NOT = SPACE THEN
               MOVE 1 TO WS-IDX-PER
               PERFORM 024221-ACHAR-INTERVALO
                 UNTIL WS-IDX-PER > WS-QTD-PERIODOS
           END-IF.
           IF WS-CLI-INTERVALO > 0 THEN
               IF WS-CLI-INTERVALO NOT > 7 THEN
                   MOVE "S" TO WS-CLI-SEMANAL
               END-IF
           ELSE
               IF WS-CLI-QTD-VIS NOT < 4 THEN
                   MOVE "S" TO WS-CLI-SEMANAL
                   MOVE 7 TO WS-CLI-INTERVALO
               END-IF
           END-IF.
           IF WS-FAT-MINIMO > 0 THEN
               IF WS-CLI-FATUR < WS-FAT-MINIMO THEN
                   MOVE "S" TO WS-CLI-FATURA-POUCO
               END-IF
           ELSE
               IF WS-CLI-FATUR < WS-CLI-CUSTO THEN
                   MOVE "S" TO WS-CLI-FATURA-POUCO
               END-IF
           END-IF.
           IF  WS-CLI-SEMANAL = "S"
           AND WS-CLI-FATURA-POUCO = "S" THEN
               MOVE 1 TO WS-IDX-PER
               PERFORM 024222-ACHAR-SUGESTAO
                 UNTIL WS-IDX-PER > WS-QTD-PERIODOS
           END-IF.
       02422-AVALIAR-PERIODICIDADE-EXIT.
           EXIT.

       024221-ACHAR-INTERVALO section.
           IF WS-PER-CLASSE(WS-IDX-PER) = WS-CLI-CLASSE THEN
               MOVE WS-PER-INTERVALO(WS-IDX-PER) TO WS-CLI-INTERVALO
               MOVE WS-QTD-PERIODOS TO WS-IDX-PER
           END-IF.
           ADD 1 TO WS-IDX-PER.
       024221-ACHAR-INTERVALO-EXIT.
           EXIT.

       024222-ACHAR-SUGESTAO section.
           IF WS-PER-INTERVALO(WS-IDX-PER) > WS-CLI-INTERVALO THEN
               IF WS-SUG-INTERVALO = 0
               OR WS-PER-INTERVALO(WS-IDX-PER) < WS-SUG-INTERVALO THEN
                   MOVE WS-PER-CLASSE(WS-IDX-PER)    TO WS-SUG-CLASSE
                   MOVE WS-PER-INTERVALO(WS-IDX-PER) TO
                        WS-SUG-INTERVALO
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-PER.
       024222-ACHAR-SUGESTAO-EXIT.
           EXIT.

       025-SAIDA-SORT-CSR section.
           MOVE 0 TO WS-FIM-SORT-CSR.
           PERFORM 0251-IMPRIMIR-CLIENTE
             UNTIL WS-FIM-SORT-CSR = 1.
       025-SAIDA-SORT-CSR-EXIT.
           EXIT.

       0251-IMPRIMIR-CLIENTE section.
           RETURN CSR-SORT
             AT END MOVE 1 TO WS-FIM-SORT-CSR.
           IF WS-FIM-SORT-CSR = 1 THEN
               GO TO 0251-IMPRIMIR-CLIENTE-EXIT
           END-IF.
           MOVE SPACES TO WS-LINHA-CSR-DET.
           MOVE CODCLI-CSSORT   TO WS-CSR-CODCLI.
           MOVE CODVND-CSSORT   TO WS-CSR-CODVND.
           MOVE QTDVIS-CSSORT   TO WS-CSR-QTDVIS.
           MOVE KM-CSSORT       TO WS-CSR-KM.
           MOVE CUSTO-CSSORT    TO WS-CSR-CUSTO.
           MOVE FATUR-CSSORT    TO WS-CSR-FATUR.
           MOVE MARGEM-CSSORT   TO WS-CSR-MARGEM.
           MOVE CLASSE-CSSORT   TO WS-CSR-CLASSE.
           IF REVER-CSSORT = "S" THEN
               MOVE "->"            TO WS-CSR-REVER
               MOVE SUGESTAO-CSSORT TO WS-CSR-SUGESTAO
               ADD 1 TO WS-QTD-REVISAR
           END-IF.
           MOVE WS-LINHA-CSR-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-QTD-LISTADOS.
           IF MARGEM-CSSORT < 0 THEN
               ADD 1 TO WS-QTD-NEGATIVOS
           END-IF.
           ADD CUSTO-CSSORT  TO WS-TOT-CUSTO.
           ADD FATUR-CSSORT  TO WS-TOT-FATUR.
           ADD MARGEM-CSSORT TO WS-TOT-MARGEM.
       0251-IMPRIMIR-CLIENTE-EXIT.
           EXIT.

       026-IMPRIMIR-TOTAIS section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-LISTADOS TO WS-TOT-LISTADOS-ED.
           MOVE WS-LINHA-CSR-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-NEGATIVOS TO WS-TOT-NEGATIVOS-ED.
           MOVE WS-LINHA-CSR-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-REVISAR TO WS-TOT-REVISAR-ED.
           MOVE WS-LINHA-CSR-TOT-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-CUSTO  TO WS-TOT-CUSTO-ED.
           MOVE WS-TOT-FATUR  TO WS-TOT-FATUR-ED.
           MOVE WS-TOT-MARGEM TO WS-TOT-MARGEM-ED.
           MOVE WS-LINHA-CSR-TOT-4 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-VND-SEM-KM TO WS-TOT-VND-SEM-KM-ED.
           MOVE WS-LINHA-CSR-TOT-5 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-VALOR-KM       TO WS-ROD-VALOR-KM-ED.
           MOVE WS-MINUTOS-VISITA TO WS-ROD-MINUTOS-ED.
           MOVE WS-CUSTO-HORA     TO WS-ROD-CUSTO-HORA-ED.
           MOVE WS-LINHA-CSR-RODAPE TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CSR-LEGENDA TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       026-IMPRIMIR-TOTAIS-EXIT.
           EXIT.
