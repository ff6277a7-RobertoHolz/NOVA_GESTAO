       identification division.
       program-id. "RELATORIO_CAMPANHA".
       author.     Roberto Holz.
      *    RESULTADO DAS CAMPANHAS COMERCIAIS: PARA CADA CAMPANHA
      *    (OU SO A INFORMADA), LISTA OS CLIENTES ALVO COM AS VISITAS
      *    FEITAS NA VIGENCIA, O ULTIMO RESULTADO E O FATURAMENTO
      *    ANTES E DEPOIS DO INICIO; NO FIM DA CAMPANHA, ALVOS
      *    VISITADOS, A CONTAGEM POR CODIGO DE RESULTADO DE VISITA E
      *    O FATURAMENTO TOTAL DOS ALVOS NOS DOIS PERIODOS.
      *    PERIODOS DE FATURAMENTO (ARQ_FATURA, POR MES):
      *      DEPOIS = DO MES DE INICIO AO MES DE FIM DA CAMPANHA
      *               (LIMITADO AO MES CORRENTE, SE AINDA VIGENTE);
      *      ANTES  = O MESMO NUMERO DE MESES IMEDIATAMENTE ANTES DO
      *               MES DE INICIO.
      *    AS VISITAS VEM DO ARQ_VISITA (DATA DENTRO DA VIGENCIA); SEM
      *    ELE, VALE O QUE O REGISTRO_VISITA CREDITOU NO ALVO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-campanha.cpy'.
         copy 'select-arq-campcli.cpy'.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-arq-resvis.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-campanha.cpy'.
         copy 'fd-arq-campcli.cpy'.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-arq-resvis.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-CAMPANHA     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CAMPANHA PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CAMPCLI      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CAMPCLI PIC 9(02) VALUE ZEROS.
              05 WS-CAMPCLI-DISPONIVEL PIC X(01) VALUE "N".
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-VISITA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VISITA  PIC 9(02) VALUE ZEROS.
              05 WS-VISITA-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-FATURA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FATURA  PIC 9(02) VALUE ZEROS.
              05 WS-FATURA-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-RESVIS       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RESVIS  PIC 9(02) VALUE ZEROS.
              05 WS-RESVIS-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-CAMPANHA      PIC X(40) VALUE SPACES.
              05 WS-TEL-CODCMP        PIC 9(05) VALUE ZEROS.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
                 10 WS-HOJE-ANO       PIC 9(04).
                 10 WS-HOJE-MES       PIC 9(02).
                 10 WS-HOJE-DIA       PIC 9(02).
              05 WS-DATA-AUX          PIC 9(08) VALUE ZEROS.
              05 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
                 10 WS-AUX-ANO        PIC 9(04).
                 10 WS-AUX-MES        PIC 9(02).
                 10 WS-AUX-DIA        PIC 9(02).
              05 WS-FIM-CAMPANHA      PIC 9(01) VALUE ZEROS.
              05 WS-FIM-CAMPCLI       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-VISITAS       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-FATURA        PIC 9(01) VALUE ZEROS.
              05 WS-QTD-CAMPANHAS     PIC 9(05) VALUE ZEROS.
      *       PERIODOS EM MESES CORRIDOS (ANO * 12 + MES).
              05 WS-MESES-INI         PIC 9(06) VALUE ZEROS.
              05 WS-MESES-FIM         PIC 9(06) VALUE ZEROS.
              05 WS-MESES-HOJE        PIC 9(06) VALUE ZEROS.
              05 WS-MESES-DURACAO     PIC 9(06) VALUE ZEROS.
              05 WS-MESES-CONV        PIC 9(06) VALUE ZEROS.
              05 WS-ANO-CONV          PIC 9(04) VALUE ZEROS.
              05 WS-MES-CONV          PIC 9(02) VALUE ZEROS.
              05 WS-ANOMES-CONV       PIC 9(06) VALUE ZEROS.
              05 WS-ANOMES-DE         PIC 9(06) VALUE ZEROS.
              05 WS-ANOMES-ATE        PIC 9(06) VALUE ZEROS.
              05 WS-ANOMES-ANTES-DE   PIC 9(06) VALUE ZEROS.
              05 WS-ANOMES-ANTES-ATE  PIC 9(06) VALUE ZEROS.
              05 WS-ANOMES-DEPOIS-DE  PIC 9(06) VALUE ZEROS.
              05 WS-ANOMES-DEPOIS-ATE PIC 9(06) VALUE ZEROS.
              05 WS-FAT-SOMA          PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-FAT-ANTES         PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-FAT-DEPOIS        PIC 9(13)V9(02) VALUE ZEROS.
      *       ALVO CORRENTE
              05 WS-ALVO-VISITAS      PIC 9(05) VALUE ZEROS.
              05 WS-ALVO-ULT-DATA     PIC 9(08) VALUE ZEROS.
              05 WS-ALVO-ULT-RESULT   PIC X(02) VALUE SPACES.
      *       TOTAIS DA CAMPANHA
              05 WS-TOT-ALVOS         PIC 9(07) VALUE ZEROS.
              05 WS-TOT-VISITADOS     PIC 9(07) VALUE ZEROS.
              05 WS-TOT-VISITAS       PIC 9(07) VALUE ZEROS.
              05 WS-TOT-FAT-ANTES     PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-TOT-FAT-DEPOIS    PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-PCT-VISITADOS     PIC 9(03)V9(02) VALUE ZEROS.
              05 WS-IDX-RES           PIC 9(03) VALUE ZEROS.
              05 WS-IDX-RES-ACHOU     PIC 9(03) VALUE ZEROS.

      *    CONTAGEM DAS VISITAS DA CAMPANHA POR CODIGO DE RESULTADO.
           01 WS-TAB-RESULTADOS.
              05 WS-QTD-RESULTADOS    PIC 9(03) VALUE ZEROS.
              05 WS-RES OCCURS 50 TIMES.
                 10 WS-RES-CODIGO     PIC X(02).
                 10 WS-RES-QTDE       PIC 9(07).

           01 WS-LINHAS-CAMPANHA.
              05 WS-LINHA-CMP-CAB-1.
                 10 FILLER                  PIC X(12) VALUE
                    "  CAMPANHA ".
                 10 WS-CMP-CAB-CODIGO       PIC 9(05)B.
                 10 WS-CMP-CAB-DESCRICAO    PIC X(40).
              05 WS-LINHA-CMP-CAB-2.
                 10 FILLER                  PIC X(12) VALUE
                    "  Vigencia:".
                 10 WS-CMP-CAB-INI          PIC 9(08).
                 10 FILLER                  PIC X(03) VALUE " a ".
                 10 WS-CMP-CAB-FIM          PIC 9(08).
                 10 FILLER                  PIC X(14) VALUE
                    "  Fat. antes:".
                 10 WS-CMP-CAB-ANTES-DE     PIC 9(06).
                 10 FILLER                  PIC X(01) VALUE "-".
                 10 WS-CMP-CAB-ANTES-ATE    PIC 9(06).
                 10 FILLER                  PIC X(09) VALUE " depois:".
                 10 WS-CMP-CAB-DEPOIS-DE    PIC 9(06).
                 10 FILLER                  PIC X(01) VALUE "-".
                 10 WS-CMP-CAB-DEPOIS-ATE   PIC 9(06).
              05 WS-LINHA-CMP-CAB-3        PIC X(80) VALUE
                 "  CODCLI RAZAO SOCIAL          VEND  VIS ULT.VIS. RS
      -          "  FAT.ANTES   FAT.DEPOIS".
              05 WS-LINHA-CMP-DET.
                 10 FILLER                  PIC X(01) VALUE SPACES.
                 10 WS-CMP-DET-CODCLI       PIC ZZZZZZ9B.
                 10 WS-CMP-DET-RAZAO        PIC X(20)B.
                 10 WS-CMP-DET-CODVND       PIC ZZZZ9B.
                 10 WS-CMP-DET-VISITAS      PIC ZZZ9B.
                 10 WS-CMP-DET-ULT-DATA     PIC X(08)B.
                 10 WS-CMP-DET-ULT-RESULT   PIC X(02)B.
                 10 WS-CMP-DET-FAT-ANTES    PIC ZZZZZZZZ9,99B.
                 10 WS-CMP-DET-FAT-DEPOIS   PIC ZZZZZZZZ9,99.
              05 WS-LINHA-CMP-TOT-1.
                 10 FILLER                  PIC X(25) VALUE
                    "  Alvos da campanha....:".
                 10 WS-TOT-ALVOS-ED         PIC ZZZZZZ9.
              05 WS-LINHA-CMP-TOT-2.
                 10 FILLER                  PIC X(25) VALUE
                    "  Alvos visitados......:".
                 10 WS-TOT-VISITADOS-ED     PIC ZZZZZZ9.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-PCT-VISITADOS-ED     PIC ZZ9,99.
                 10 FILLER                  PIC X(01) VALUE "%".
              05 WS-LINHA-CMP-TOT-3.
                 10 FILLER                  PIC X(25) VALUE
                    "  Visitas na vigencia..:".
                 10 WS-TOT-VISITAS-ED       PIC ZZZZZZ9.
              05 WS-LINHA-CMP-TOT-4.
                 10 FILLER                  PIC X(25) VALUE
                    "  Faturamento antes....:".
                 10 WS-TOT-FAT-ANTES-ED     PIC ZZZZZZZZZZZ9,99.
              05 WS-LINHA-CMP-TOT-5.
                 10 FILLER                  PIC X(25) VALUE
                    "  Faturamento depois...:".
                 10 WS-TOT-FAT-DEPOIS-ED    PIC ZZZZZZZZZZZ9,99.
              05 WS-LINHA-CMP-RES-CAB      PIC X(80) VALUE
                 "  Visitas por resultado:".
              05 WS-LINHA-CMP-RES.
                 10 FILLER                  PIC X(04) VALUE SPACES.
                 10 WS-CMP-RES-CODIGO       PIC X(02)B.
                 10 WS-CMP-RES-DESCRICAO    PIC X(30)B.
                 10 WS-CMP-RES-QTDE         PIC ZZZZZZ9.
              05 WS-LINHA-CMP-SEM-ALVO     PIC X(80) VALUE
                 "  Campanha sem clientes alvo.".
              05 WS-LINHA-CMP-NENHUMA      PIC X(80) VALUE
                 "  Nenhuma campanha encontrada.".

       SCREEN SECTION.
       01 TELA-CAMPANHA.
          05 VALUE "--- RESULTADO DAS CAMPANHAS COMERCIAIS ---"
          BLANK SCREEN LINE 1 COL 22.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Alvos visitados, resultados das visitas e"
             LINE 6 COL 20.
          05 VALUE "faturamento antes/depois de cada campanha."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAMPANHA-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CAMPANHA.

       01 TELA-CAMPANHA-PRM.
          05 TELA-CAMPANHA-CODCMP.
             10 LINE 10 COL 20 VALUE "Campanha (0=todas)......:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-CODCMP.
          05 TELA-CAMPANHA-NMARQ.
             10 LINE 11 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-CAMPANHA-SAIR.
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
               DISPLAY TELA-CAMPANHA-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-CAMPANHA.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-CAMPANHA
               DISPLAY TELA-CAMPANHA-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-gerar-relatorio section.
           MOVE 0 TO WS-TEL-CODCMP.
           MOVE "RESULTADO_CAMPANHA" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-CAMPANHA-PRM.
           ACCEPT  TELA-CAMPANHA-CODCMP.
           ACCEPT  TELA-CAMPANHA-NMARQ.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Geracao do relatorio cancelada"
                 TO WS-MSG-CAMPANHA
               DISPLAY TELA-CAMPANHA-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE "ARQ_CAMPANHA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CAMPANHA.
           OPEN INPUT ARQ-CAMPANHA.
           IF  WS-RST-ACESS-CAMPANHA <> 00
           AND WS-RST-ACESS-CAMPANHA <> 05 THEN
               MOVE "Nenhuma campanha cadastrada" TO WS-MSG-CAMPANHA
               DISPLAY TELA-CAMPANHA-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE "ARQ_CAMPCLI" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CAMPCLI.
           OPEN INPUT ARQ-CAMPCLI.
           IF  WS-RST-ACESS-CAMPCLI = 00
           OR  WS-RST-ACESS-CAMPCLI = 05 THEN
               MOVE "S" TO WS-CAMPCLI-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CAMPCLI-DISPONIVEL
           END-IF.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           MOVE "ARQ_VISITA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VISITA.
           OPEN INPUT ARQ-VISITA.
           IF  WS-RST-ACESS-VISITA = 00
           OR  WS-RST-ACESS-VISITA = 05 THEN
               MOVE "S" TO WS-VISITA-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VISITA-DISPONIVEL
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
           MOVE "ARQ_RESVIS" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-RESVIS.
           OPEN INPUT ARQ-RESVIS.
           IF  WS-RST-ACESS-RESVIS = 00
           OR  WS-RST-ACESS-RESVIS = 05 THEN
               MOVE "S" TO WS-RESVIS-DISPONIVEL
           ELSE
               MOVE "N" TO WS-RESVIS-DISPONIVEL
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-MESES-HOJE = WS-HOJE-ANO * 12 + WS-HOJE-MES.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE 0 TO WS-QTD-CAMPANHAS.
           MOVE 0 TO WS-FIM-CAMPANHA.
           IF WS-TEL-CODCMP = 0 THEN
               MOVE LOW-VALUES TO CMP-CODIGO
           ELSE
               MOVE WS-TEL-CODCMP TO CMP-CODIGO
           END-IF.
           START ARQ-CAMPANHA KEY IS NOT LESS THAN CMP-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-CAMPANHA
           END-START.
           IF WS-FIM-CAMPANHA = 0 THEN
               READ ARQ-CAMPANHA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-CAMPANHA
               END-READ
               PERFORM 021-processar-campanha
                 UNTIL WS-FIM-CAMPANHA = 1
           END-IF.
           IF WS-QTD-CAMPANHAS = 0 THEN
               MOVE WS-LINHA-CMP-NENHUMA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           CLOSE ARQ-IMPRESSO.

           CLOSE ARQ-CAMPANHA.
           CLOSE ARQ-CLIENTE.
           IF WS-CAMPCLI-DISPONIVEL = "S" THEN
               CLOSE ARQ-CAMPCLI
           END-IF.
           IF WS-VISITA-DISPONIVEL = "S" THEN
               CLOSE ARQ-VISITA
           END-IF.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               CLOSE ARQ-FATURA
           END-IF.
           IF WS-RESVIS-DISPONIVEL = "S" THEN
               CLOSE ARQ-RESVIS
           END-IF.
           MOVE "Relatorio de campanhas gerado" TO WS-MSG-CAMPANHA.
           DISPLAY TELA-CAMPANHA-MSG.
       02-gerar-relatorio-exit.
           EXIT.

       021-processar-campanha section.
           IF  WS-TEL-CODCMP NOT = 0
           AND CMP-CODIGO NOT = WS-TEL-CODCMP THEN
               MOVE 1 TO WS-FIM-CAMPANHA
               GO TO 021-processar-campanha-exit
           END-IF.
           ADD 1 TO WS-QTD-CAMPANHAS.
           PERFORM 0211-calcular-periodos.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE CMP-CODIGO    TO WS-CMP-CAB-CODIGO.
           MOVE CMP-DESCRICAO TO WS-CMP-CAB-DESCRICAO.
           MOVE WS-LINHA-CMP-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE CMP-DATA-INI        TO WS-CMP-CAB-INI.
           MOVE CMP-DATA-FIM        TO WS-CMP-CAB-FIM.
           MOVE WS-ANOMES-ANTES-DE  TO WS-CMP-CAB-ANTES-DE.
           MOVE WS-ANOMES-ANTES-ATE TO WS-CMP-CAB-ANTES-ATE.
           MOVE WS-ANOMES-DEPOIS-DE TO WS-CMP-CAB-DEPOIS-DE.
           MOVE WS-ANOMES-DEPOIS-ATE TO WS-CMP-CAB-DEPOIS-ATE.
           MOVE WS-LINHA-CMP-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CMP-CAB-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           MOVE 0 TO WS-TOT-ALVOS.
           MOVE 0 TO WS-TOT-VISITADOS.
           MOVE 0 TO WS-TOT-VISITAS.
           MOVE 0 TO WS-TOT-FAT-ANTES.
           MOVE 0 TO WS-TOT-FAT-DEPOIS.
           INITIALIZE WS-TAB-RESULTADOS.
           MOVE 1 TO WS-FIM-CAMPCLI.
           IF WS-CAMPCLI-DISPONIVEL = "S" THEN
               MOVE 0          TO WS-FIM-CAMPCLI
               MOVE CMP-CODIGO TO CPC-CODCMP
               MOVE 0          TO CPC-CODCLI
               START ARQ-CAMPCLI KEY IS NOT LESS THAN CPC-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-CAMPCLI
               END-START
           END-IF.
           IF WS-FIM-CAMPCLI = 0 THEN
               READ ARQ-CAMPCLI NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-CAMPCLI
               END-READ
               PERFORM 0212-processar-alvo
                 UNTIL WS-FIM-CAMPCLI = 1
           END-IF.
           PERFORM 0213-imprimir-totais.

           READ ARQ-CAMPANHA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CAMPANHA
           END-READ.
       021-processar-campanha-exit.
           EXIT.

      *    CAMPANHA QUE AINDA NAO COMECOU NAO TEM PERIODO "DEPOIS":
      *    OS DOIS PERIODOS FICAM ZERADOS.
       0211-calcular-periodos section.
           MOVE 0 TO WS-ANOMES-ANTES-DE.
           MOVE 0 TO WS-ANOMES-ANTES-ATE.
           MOVE 0 TO WS-ANOMES-DEPOIS-DE.
           MOVE 0 TO WS-ANOMES-DEPOIS-ATE.
           MOVE CMP-DATA-INI TO WS-DATA-AUX.
           COMPUTE WS-MESES-INI = WS-AUX-ANO * 12 + WS-AUX-MES.
           MOVE CMP-DATA-FIM TO WS-DATA-AUX.
           COMPUTE WS-MESES-FIM = WS-AUX-ANO * 12 + WS-AUX-MES.
           IF WS-MESES-FIM > WS-MESES-HOJE THEN
               MOVE WS-MESES-HOJE TO WS-MESES-FIM
           END-IF.
           IF WS-MESES-FIM < WS-MESES-INI THEN
               GO TO 0211-calcular-periodos-exit
           END-IF.
           COMPUTE WS-MESES-DURACAO = WS-MESES-FIM - WS-MESES-INI + 1.

           MOVE WS-MESES-INI TO WS-MESES-CONV.
           PERFORM 02111-converter-anomes.
           MOVE WS-ANOMES-CONV TO WS-ANOMES-DEPOIS-DE.
           MOVE WS-MESES-FIM TO WS-MESES-CONV.
           PERFORM 02111-converter-anomes.
           MOVE WS-ANOMES-CONV TO WS-ANOMES-DEPOIS-ATE.
           COMPUTE WS-MESES-CONV = WS-MESES-INI - WS-MESES-DURACAO.
           PERFORM 02111-converter-anomes.
           MOVE WS-ANOMES-CONV TO WS-ANOMES-ANTES-DE.
           COMPUTE WS-MESES-CONV = WS-MESES-INI - 1.
           PERFORM 02111-converter-anomes.
           MOVE WS-ANOMES-CONV TO WS-ANOMES-ANTES-ATE.
       0211-calcular-periodos-exit.
           EXIT.

       02111-converter-anomes section.
           COMPUTE WS-ANO-CONV = (WS-MESES-CONV - 1) / 12.
           COMPUTE WS-MES-CONV = WS-MESES-CONV - WS-ANO-CONV * 12.
           COMPUTE WS-ANOMES-CONV = WS-ANO-CONV * 100 + WS-MES-CONV.
       02111-converter-anomes-exit.
           EXIT.

       0212-processar-alvo section.
           IF CPC-CODCMP NOT = CMP-CODIGO THEN
               MOVE 1 TO WS-FIM-CAMPCLI
               GO TO 0212-processar-alvo-exit
           END-IF.
           ADD 1 TO WS-TOT-ALVOS.
           MOVE SPACES TO WS-LINHA-CMP-DET.
           MOVE CPC-CODCLI TO WS-CMP-DET-CODCLI.
           MOVE CPC-CODCLI TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO
             INVALID KEY CONTINUE
           END-READ.
           IF WS-RESULTADO-ACESSO = 0 THEN
               MOVE CLI-RAZAOSOCIAL TO WS-CMP-DET-RAZAO
               MOVE CLI-CODVND      TO WS-CMP-DET-CODVND
           ELSE
               MOVE "(CLIENTE EXCLUIDO)" TO WS-CMP-DET-RAZAO
               MOVE 0                    TO WS-CMP-DET-CODVND
           END-IF.

           IF WS-VISITA-DISPONIVEL = "S" THEN
               PERFORM 02121-visitas-vigencia
           ELSE
               MOVE CPC-QTD-VISITAS     TO WS-ALVO-VISITAS
               MOVE CPC-DATA-ULT-VISITA TO WS-ALVO-ULT-DATA
               MOVE CPC-ULT-RESULTADO   TO WS-ALVO-ULT-RESULT
      *        SEM O ARQ_VISITA SO O ULTIMO RESULTADO E CONHECIDO.
               IF CPC-QTD-VISITAS > 0 THEN
                   PERFORM 021212-tabular-resultado
               END-IF
           END-IF.
           ADD WS-ALVO-VISITAS TO WS-TOT-VISITAS.
           IF WS-ALVO-VISITAS > 0 THEN
               ADD 1 TO WS-TOT-VISITADOS
               MOVE WS-ALVO-ULT-DATA TO WS-CMP-DET-ULT-DATA
               MOVE WS-ALVO-ULT-RESULT TO WS-CMP-DET-ULT-RESULT
           END-IF.
           MOVE WS-ALVO-VISITAS TO WS-CMP-DET-VISITAS.

           MOVE 0 TO WS-FAT-ANTES.
           MOVE 0 TO WS-FAT-DEPOIS.
           IF  WS-FATURA-DISPONIVEL = "S"
           AND WS-ANOMES-DEPOIS-DE > 0 THEN
               MOVE WS-ANOMES-ANTES-DE  TO WS-ANOMES-DE
               MOVE WS-ANOMES-ANTES-ATE TO WS-ANOMES-ATE
               PERFORM 02122-somar-faturamento
               MOVE WS-FAT-SOMA TO WS-FAT-ANTES
               MOVE WS-ANOMES-DEPOIS-DE  TO WS-ANOMES-DE
               MOVE WS-ANOMES-DEPOIS-ATE TO WS-ANOMES-ATE
               PERFORM 02122-somar-faturamento
               MOVE WS-FAT-SOMA TO WS-FAT-DEPOIS
           END-IF.
           ADD WS-FAT-ANTES  TO WS-TOT-FAT-ANTES.
           ADD WS-FAT-DEPOIS TO WS-TOT-FAT-DEPOIS.
           MOVE WS-FAT-ANTES  TO WS-CMP-DET-FAT-ANTES.
           MOVE WS-FAT-DEPOIS TO WS-CMP-DET-FAT-DEPOIS.
           MOVE WS-LINHA-CMP-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           READ ARQ-CAMPCLI NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CAMPCLI
           END-READ.
       0212-processar-alvo-exit.
           EXIT.

      *    VISITAS DO ALVO DENTRO DA VIGENCIA, PELA CHAVE
      *    CLIENTE + DATA DO ARQ_VISITA.
       02121-visitas-vigencia section.
           MOVE 0      TO WS-ALVO-VISITAS.
           MOVE 0      TO WS-ALVO-ULT-DATA.
           MOVE SPACES TO WS-ALVO-ULT-RESULT.
           MOVE 0 TO WS-FIM-VISITAS.
           MOVE CPC-CODCLI   TO VISITA-CODCLI.
           MOVE CMP-DATA-INI TO VISITA-DATA.
           MOVE 0            TO VISITA-HORA.
           START ARQ-VISITA KEY IS NOT LESS THAN VISITA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-VISITAS
           END-START.
           IF WS-FIM-VISITAS = 0 THEN
               READ ARQ-VISITA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VISITAS
               END-READ
               PERFORM 021211-acumular-visita
                 UNTIL WS-FIM-VISITAS = 1
           END-IF.
       02121-visitas-vigencia-exit.
           EXIT.

       021211-acumular-visita section.
           IF VISITA-CODCLI NOT = CPC-CODCLI
           OR VISITA-DATA > CMP-DATA-FIM THEN
               MOVE 1 TO WS-FIM-VISITAS
               GO TO 021211-acumular-visita-exit
           END-IF.
           ADD 1 TO WS-ALVO-VISITAS.
           MOVE VISITA-DATA      TO WS-ALVO-ULT-DATA.
           MOVE VISITA-RESULTADO TO WS-ALVO-ULT-RESULT.
           PERFORM 021212-tabular-resultado.
           READ ARQ-VISITA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-VISITAS
           END-READ.
       021211-acumular-visita-exit.
           EXIT.

      *    O CODIGO A CONTAR CHEGA EM WS-ALVO-ULT-RESULT. CODIGO ALEM
      *    DA CAPACIDADE DA TABELA FICA SO NO TOTAL DE VISITAS.
       021212-tabular-resultado section.
           MOVE 0 TO WS-IDX-RES-ACHOU.
           PERFORM 0212121-procurar-resultado
             VARYING WS-IDX-RES FROM 1 BY 1
               UNTIL WS-IDX-RES > WS-QTD-RESULTADOS
                  OR WS-IDX-RES-ACHOU > 0.
           IF WS-IDX-RES-ACHOU = 0 THEN
               IF WS-QTD-RESULTADOS >= 50 THEN
                   GO TO 021212-tabular-resultado-exit
               END-IF
               ADD 1 TO WS-QTD-RESULTADOS
               MOVE WS-QTD-RESULTADOS TO WS-IDX-RES-ACHOU
               MOVE WS-ALVO-ULT-RESULT
                 TO WS-RES-CODIGO(WS-IDX-RES-ACHOU)
               MOVE 0 TO WS-RES-QTDE(WS-IDX-RES-ACHOU)
           END-IF.
           ADD 1 TO WS-RES-QTDE(WS-IDX-RES-ACHOU).
       021212-tabular-resultado-exit.
           EXIT.

       0212121-procurar-resultado section.
           IF WS-RES-CODIGO(WS-IDX-RES) = WS-ALVO-ULT-RESULT THEN
               MOVE WS-IDX-RES TO WS-IDX-RES-ACHOU
           END-IF.
       0212121-procurar-resultado-exit.
           EXIT.

      *    SOMA O FATURAMENTO DO CLIENTE ALVO DE WS-ANOMES-DE A
      *    WS-ANOMES-ATE (INCLUSIVE) EM WS-FAT-SOMA.
       02122-somar-faturamento section.
           MOVE 0 TO WS-FAT-SOMA.
           MOVE 0 TO WS-FIM-FATURA.
           MOVE CPC-CODCLI   TO FAT-CODCLI.
           MOVE WS-ANOMES-DE TO FAT-ANOMES.
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-FATURA
           END-START.
           IF WS-FIM-FATURA = 0 THEN
               READ ARQ-FATURA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FATURA
               END-READ
               PERFORM 021221-acumular-mes
                 UNTIL WS-FIM-FATURA = 1
           END-IF.
       02122-somar-faturamento-exit.
           EXIT.

       021221-acumular-mes section.
           IF FAT-CODCLI NOT = CPC-CODCLI
           OR FAT-ANOMES > WS-ANOMES-ATE THEN
               MOVE 1 TO WS-FIM-FATURA
           ELSE
               ADD FAT-VALOR TO WS-FAT-SOMA
               READ ARQ-FATURA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FATURA
               END-READ
           END-IF.
       021221-acumular-mes-exit.
           EXIT.

       0213-imprimir-totais section.
           IF WS-TOT-ALVOS = 0 THEN
               MOVE WS-LINHA-CMP-SEM-ALVO TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               GO TO 0213-imprimir-totais-exit
           END-IF.
           COMPUTE WS-PCT-VISITADOS ROUNDED =
                   WS-TOT-VISITADOS * 100 / WS-TOT-ALVOS.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-ALVOS TO WS-TOT-ALVOS-ED.
           MOVE WS-LINHA-CMP-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-VISITADOS TO WS-TOT-VISITADOS-ED.
           MOVE WS-PCT-VISITADOS TO WS-PCT-VISITADOS-ED.
           MOVE WS-LINHA-CMP-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-VISITAS TO WS-TOT-VISITAS-ED.
           MOVE WS-LINHA-CMP-TOT-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-FAT-ANTES TO WS-TOT-FAT-ANTES-ED.
           MOVE WS-LINHA-CMP-TOT-4 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-FAT-DEPOIS TO WS-TOT-FAT-DEPOIS-ED.
           MOVE WS-LINHA-CMP-TOT-5 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-QTD-RESULTADOS > 0 THEN
               MOVE WS-LINHA-CMP-RES-CAB TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               PERFORM 02131-imprimir-resultado
                 VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-RESULTADOS
           END-IF.
       0213-imprimir-totais-exit.
           EXIT.

       02131-imprimir-resultado section.
           MOVE SPACES TO WS-LINHA-CMP-RES.
           MOVE WS-RES-CODIGO(WS-IDX-RES) TO WS-CMP-RES-CODIGO.
           MOVE WS-RES-QTDE(WS-IDX-RES)   TO WS-CMP-RES-QTDE.
           IF WS-RESVIS-DISPONIVEL = "S" THEN
               MOVE WS-RES-CODIGO(WS-IDX-RES) TO RSV-CODIGO
               READ ARQ-RESVIS KEY IS RSV-CODIGO
                 INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-RESVIS = 0 THEN
                   MOVE RSV-DESCRICAO TO WS-CMP-RES-DESCRICAO
               END-IF
           END-IF.
           MOVE WS-LINHA-CMP-RES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       02131-imprimir-resultado-exit.
           EXIT.
