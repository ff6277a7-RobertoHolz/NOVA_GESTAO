       identification division.
       program-id. "MONITORA_CAPACIDADE".
       author.     Roberto Holz.
      *    MONITOR DE CAPACIDADE DOS ARQUIVOS E DOS CONTADORES DE
      *    CODIGO. A CADA RODADA:
      *      1. CONTA OS REGISTROS E MEDE O TAMANHO FISICO DE CADA
      *         ARQUIVO DE DADOS ACOMPANHADO;
      *      2. APURA O MAIOR VALOR JA UTILIZADO DE CADA CONTADOR
      *         (REGISTRO DE CONTROLE OU REGISTRO ZERO, E A MAIOR
      *         CHAVE GRAVADA) E O COMPARA COM O TETO DO CAMPO - NO
      *         CASO DOS CLIENTES, A FRONTEIRA DE 9000000 ONDE COMECAM
      *         OS CODIGOS DE PROSPECT DO MESMO ARQ_CLICTRL;
      *      3. ACRESCENTA A FOTOGRAFIA DO DIA AO HISTORICO
      *         (ARQ_CAPHIST) E, PELA TENDENCIA DESDE A FOTOGRAFIA MAIS
      *         ANTIGA DA JANELA (CAPAC_JANELA_DIAS, PADRAO 90), PROJETA
      *         O CRESCIMENTO MENSAL E O MES EM QUE CADA CONTADOR
      *         ESGOTA;
      *      4. IMPRIME A FOLHA DE CAPACIDADE. CONTADOR COM MENOS DE
      *         CAPAC_MARGEM_PCT (PADRAO 10) % DA FAIXA LIVRE, OU COM
      *         ESGOTAMENTO PREVISTO PARA DENTRO DE CAPAC_MARGEM_MESES
      *         (PADRAO 6) MESES, FICA MARCADO NA MARGEM; A QUANTIDADE
      *         NA MARGEM E AVALIADA PELA REGRA CAPAC_CONTADOR DO
      *         CADASTRO DE ALERTAS.
      *    NA JANELA NOTURNA (PASSO CAPAC, MONITORA_CAPACIDADE_BATCH=S)
      *    O RELATORIO VAI PARA O SPOOL (TIPO CAPAC) E A RODADA TERMINA
      *    COM RETORNO 4 QUANDO HA CONTADOR NA MARGEM.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-clictrl.cpy'.
         copy 'select-arq-prospect.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-histdist.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-arq-alerta.cpy'.
         copy 'select-arq-relqueue.cpy'.
         copy 'select-arq-transf.cpy'.
         copy 'select-arq-rejq.cpy'.
         copy 'select-arq-spool.cpy'.
         copy 'select-arq-maillog.cpy'.
         copy 'select-arq-audit.cpy'.
         copy 'select-arq-joblog.cpy'.
         copy 'select-arq-caphist.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-clictrl.cpy'.
         copy 'fd-arq-prospect.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-histdist.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-arq-alerta.cpy'.
         copy 'fd-arq-relqueue.cpy'.
         copy 'fd-arq-transf.cpy'.
         copy 'fd-arq-rejq.cpy'.
         copy 'fd-arq-spool.cpy'.
         copy 'fd-arq-maillog.cpy'.
         copy 'fd-arq-audit.cpy'.
         copy 'fd-arq-joblog.cpy'.
         copy 'fd-arq-caphist.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-CLICTRL      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLICTRL PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-PROSPECT     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-PROSPECT PIC 9(02) VALUE ZEROS.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-VISITA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VISITA  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-HISTDIST     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-HISTDIST PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-FATURA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FATURA  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-ALERTA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-ALERTA  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-RELQUEUE     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RELQUEUE PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-TRANSF       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-TRANSF  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-REJQ         PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-REJQ    PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-SPOOL        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-SPOOL   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-MAILLOG      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MAILLOG PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-AUDIT        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-AUDIT   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-JOBLOG       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-JOBLOG  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CAPHIST      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CAPHIST PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-CAP           PIC X(40) VALUE SPACES.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-MODO-BATCH        PIC X(01) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-INT-HOJE          PIC 9(08) VALUE ZEROS.
              05 WS-DATA-JANELA       PIC 9(08) VALUE ZEROS.
              05 WS-FIM-LEITURA       PIC 9(01) VALUE ZEROS.
              05 WS-QTD-NA-MARGEM     PIC 9(03) VALUE ZEROS.
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

      *    MARGENS DE ALERTA E JANELA DA TENDENCIA (LE_PARAMETRO).
           01 WS-CRITERIOS-CAP.
              05 WS-MARGEM-PCT        PIC 9(03) VALUE 10.
              05 WS-MARGEM-MESES      PIC 9(03) VALUE 6.
              05 WS-JANELA-DIAS       PIC 9(04) VALUE 90.

      *    MEDICAO CORRENTE: REGISTROS LIDOS, MAIOR CHAVE E CONTADOR
      *    DO REGISTRO DE CONTROLE DO ARQUIVO EM LEITURA.
           01 WS-MEDICAO.
              05 WS-MED-REGISTROS     PIC 9(09) VALUE ZEROS.
              05 WS-MED-MAIOR-CHAVE   PIC 9(09) VALUE ZEROS.
              05 WS-MED-CONTROLE      PIC 9(09) VALUE ZEROS.
              05 WS-MED-NOME          PIC X(15) VALUE SPACES.
              05 WS-MED-NOME-FISICO   PIC X(22) VALUE SPACES.
              05 WS-MED-PISO          PIC 9(09) VALUE ZEROS.
              05 WS-MED-TETO          PIC 9(09) VALUE ZEROS.
              05 WS-TAM-ARQ           PIC 9(12) VALUE ZEROS.
              05 WS-RC-EXISTE         PIC S9(09) COMP-5 VALUE ZEROS.
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

      *    ITENS MEDIDOS NA RODADA (ARQUIVOS E CONTADORES) COM A
      *    FOTOGRAFIA-BASE DA TENDENCIA ENCONTRADA NO HISTORICO.
           01 WS-TAB-ITENS.
              05 WS-QTD-ITENS         PIC 9(02) VALUE ZEROS.
              05 WS-ITEM OCCURS 30 TIMES.
                 10 WS-ITM-TIPO       PIC X(01).
                 10 WS-ITM-NOME       PIC X(15).
                 10 WS-ITM-QTDE       PIC 9(09).
                 10 WS-ITM-TAMANHO    PIC 9(12).
                 10 WS-ITM-PISO       PIC 9(09).
                 10 WS-ITM-TETO       PIC 9(09).
                 10 WS-ITM-BASE-DATA  PIC 9(08).
                 10 WS-ITM-BASE-QTDE  PIC 9(09).
           01 WS-IDX-ITEM             PIC 9(02) VALUE ZEROS.

           01 WS-PROJECAO.
              05 WS-DIAS-HIST         PIC 9(05) VALUE ZEROS.
              05 WS-CRESC-DIA         PIC S9(09)V9(04) VALUE ZEROS.
              05 WS-CRESC-MES         PIC S9(09) VALUE ZEROS.
              05 WS-RESTANTE          PIC 9(09) VALUE ZEROS.
              05 WS-PCT-USO           PIC 9(03)V9 VALUE ZEROS.
              05 WS-DIAS-ESGOTA       PIC 9(09) VALUE ZEROS.
              05 WS-DATA-ESGOTA       PIC 9(08) VALUE ZEROS.
              05 WS-NA-MARGEM         PIC X(01) VALUE "N".

           01 WS-ALERTA-PRM.
              05 WS-ALE-REGRA         PIC X(15) VALUE SPACES.
              05 WS-ALE-VALOR         PIC 9(07)V9(02) VALUE ZEROS.
              05 WS-ALE-TEXTO         PIC X(40) VALUE SPACES.
              05 WS-ALE-DISPAROU      PIC X(01) VALUE "N".

           01 WS-LINHAS-CAP.
              05 WS-LINHA-CAP-CAB-1.
                 10 FILLER                  PIC X(44) VALUE
                    "  FOLHA DE CAPACIDADE - POSICAO EM ".
                 10 WS-CAP-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-CAP-CAB-2.
                 10 FILLER                  PIC X(48) VALUE
                    "  TENDENCIA: FOTOGRAFIA MAIS ANTIGA DOS ULTIMOS".
                 10 WS-CAP-CAB-JANELA       PIC ZZZ9.
                 10 FILLER                  PIC X(05) VALUE " DIAS".
              05 WS-LINHA-CAP-CAB-ARQ      PIC X(80) VALUE
                 "  ARQUIVO               REGISTROS        BYTES  CRES
      -          "C/MES".
              05 WS-LINHA-CAP-CAB-CTD      PIC X(80) VALUE
                 "  CONTADOR            VALOR ATUAL       TETO   USO%
      -          "CRESC/MES  ESGOTA".
              05 WS-LINHA-CAP-ARQ.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-CAP-ARQ-NOME         PIC X(15)B(04).
                 10 WS-CAP-ARQ-REGISTROS    PIC ZZZZZZZZ9B.
                 10 WS-CAP-ARQ-TAMANHO      PIC ZZZZZZZZZZZ9B.
                 10 WS-CAP-ARQ-CRESC        PIC -----------9.
              05 WS-LINHA-CAP-CTD.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-CAP-CTD-NOME         PIC X(15)B(04).
                 10 WS-CAP-CTD-VALOR        PIC ZZZZZZZZ9B(02).
                 10 WS-CAP-CTD-TETO         PIC ZZZZZZZZ9B.
                 10 WS-CAP-CTD-PCT          PIC ZZ9.9B.
                 10 WS-CAP-CTD-CRESC        PIC --------9B(02).
                 10 WS-CAP-CTD-ESGOTA       PIC X(08)B.
                 10 WS-CAP-CTD-MARGEM       PIC X(08).
              05 WS-LINHA-CAP-TOT-1.
                 10 FILLER                  PIC X(28) VALUE
                    "Contadores na margem.....:".
                 10 WS-TOT-MARGEM-ED        PIC ZZ9.
              05 WS-LINHA-CAP-TOT-2.
                 10 FILLER                  PIC X(28) VALUE
                    "Margem de alerta.........:".
                 10 WS-TOT-MARGEM-PCT-ED    PIC ZZ9.
                 10 FILLER                  PIC X(16) VALUE
                    "% da faixa ou ".
                 10 WS-TOT-MARGEM-MESES-ED  PIC ZZ9.
                 10 FILLER                  PIC X(06) VALUE " meses".

       SCREEN SECTION.
       01 TELA-CAP.
          05 VALUE "--- MONITOR DE CAPACIDADE ---" BLANK SCREEN
          LINE 1 COL 26.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Conta os registros dos arquivos, apura o maior"
             LINE 6 COL 20.
          05 VALUE "valor de cada contador de codigo e projeta o"
             LINE 7 COL 20.
          05 VALUE "mes em que cada contador esgota."
             LINE 8 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAP-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CAP.

       01 TELA-CAP-PRM.
          05 TELA-CAP-NMARQ.
             10 LINE 10 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-CAP-SAIR.
          05 LINE 13 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT
                  "MONITORA_CAPACIDADE_BATCH".
           IF WS-MODO-BATCH = "S" THEN
               PERFORM 05-gerar-batch
               goback
           END-IF.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               MOVE "CAPACIDADE" TO WS-TEL-NMARQUIVO
               DISPLAY TELA-CAP-PRM
               ACCEPT  TELA-CAP-NMARQ
               IF WS-TEL-NMARQUIVO = SPACES THEN
                   MOVE "Geracao do relatorio cancelada" TO WS-MSG-CAP
               ELSE
                   PERFORM 03-gerar-relatorio
               END-IF
               DISPLAY TELA-CAP-MSG
               DISPLAY TELA-CAP-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-CAP.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-CAP
               DISPLAY TELA-CAP-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       03-gerar-relatorio section.
           PERFORM 030-ler-parametros.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-DATA-JANELA = FUNCTION DATE-OF-INTEGER
                   (WS-INT-HOJE - WS-JANELA-DIAS).
           MOVE 0 TO WS-QTD-ITENS.
           MOVE 0 TO WS-QTD-NA-MARGEM.

           PERFORM 031-medir-arquivos.
           PERFORM 032-ler-historico.
           PERFORM 033-gravar-historico.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-DATA-HOJE TO WS-CAP-CAB-DATA.
           MOVE WS-LINHA-CAP-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-JANELA-DIAS TO WS-CAP-CAB-JANELA.
           MOVE WS-LINHA-CAP-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CAP-CAB-ARQ TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 1 TO WS-IDX-ITEM.
           PERFORM 034-imprimir-arquivo
             UNTIL WS-IDX-ITEM > WS-QTD-ITENS.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CAP-CAB-CTD TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 1 TO WS-IDX-ITEM.
           PERFORM 035-imprimir-contador
             UNTIL WS-IDX-ITEM > WS-QTD-ITENS.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-NA-MARGEM TO WS-TOT-MARGEM-ED.
           MOVE WS-LINHA-CAP-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-MARGEM-PCT   TO WS-TOT-MARGEM-PCT-ED.
           MOVE WS-MARGEM-MESES TO WS-TOT-MARGEM-MESES-ED.
           MOVE WS-LINHA-CAP-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.

      *    ALERTA DE LIMIAR: CONTADORES NA MARGEM DO TETO (REGRA
      *    CAPAC_CONTADOR DO CADASTRO DE ALERTAS).
           MOVE "CAPAC_CONTADOR"    TO WS-ALE-REGRA.
           MOVE WS-QTD-NA-MARGEM    TO WS-ALE-VALOR.
           MOVE "Contadores de codigo na margem do teto"
                                    TO WS-ALE-TEXTO.
           CALL 'GRAVA_ALERTA' USING WS-ALERTA-PRM.

           IF WS-QTD-NA-MARGEM > 0 THEN
               MOVE 4 TO WS-RC-BATCH
           END-IF.
           MOVE "Folha de capacidade gerada" TO WS-MSG-CAP.
       03-gerar-relatorio-exit.
           EXIT.

       030-ler-parametros section.
           MOVE "CAPAC_MARGEM_PCT" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-MARGEM-PCT = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           MOVE "CAPAC_MARGEM_MESES" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-MARGEM-MESES = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           MOVE "CAPAC_JANELA_DIAS" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-JANELA-DIAS = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           IF WS-JANELA-DIAS = 0 THEN
               MOVE 90 TO WS-JANELA-DIAS
           END-IF.
       030-ler-parametros-exit.
           EXIT.

      *    UM ITEM DE ARQUIVO POR ARQUIVO LIDO E UM ITEM DE CONTADOR
      *    POR CAMPO DE CODIGO. ARQUIVO INEXISTENTE ENTRA ZERADO.
       031-medir-arquivos section.
           PERFORM 0311-medir-cliente.
           PERFORM 0312-medir-prospect.
           PERFORM 0313-medir-vendedor.
           PERFORM 0314-medir-visita.
           PERFORM 0315-medir-histdist.
           PERFORM 0316-medir-fatura.
           PERFORM 0317-medir-alerta.
           PERFORM 0318-medir-relqueue.
           PERFORM 0319-medir-transf.
           PERFORM 031A-medir-rejq.
           PERFORM 031B-medir-spool.
           PERFORM 031C-medir-maillog.
           PERFORM 031D-medir-audit.
           PERFORM 031E-medir-joblog.
       031-medir-arquivos-exit.
           EXIT.

      *    CODIGOS DE CLIENTE: CONTROLE NO REGISTRO 1 DO ARQ_CLICTRL;
      *    O TETO E A FRONTEIRA DOS PROSPECTS (9000001 EM DIANTE).
       0311-medir-cliente section.
           MOVE 0 TO WS-MED-REGISTROS WS-MED-MAIOR-CHAVE
                     WS-MED-CONTROLE.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO = 00
           OR  WS-RESULTADO-ACESSO = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO CLI-CODIGO
               START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 03111-contar-cliente
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-CLIENTE
           END-IF.
           MOVE "ARQ_CLIENTE" TO WS-MED-NOME.
           MOVE wid-arq-cliente TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.

           MOVE "ARQ_CLICTRL" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLICTRL.
           OPEN INPUT ARQ-CLICTRL.
           IF  WS-RST-ACESS-CLICTRL = 00
           OR  WS-RST-ACESS-CLICTRL = 05 THEN
               MOVE 1 TO CLICTRL-CHAVE
               READ ARQ-CLICTRL KEY IS CLICTRL-CHAVE
                   INVALID KEY MOVE 0 TO CLICTRL-ULT-CODIGO
               END-READ
               MOVE CLICTRL-ULT-CODIGO TO WS-MED-CONTROLE
               CLOSE ARQ-CLICTRL
           END-IF.
           MOVE "CLI-CODIGO" TO WS-MED-NOME.
           MOVE 0            TO WS-MED-PISO.
           MOVE 9000000      TO WS-MED-TETO.
           PERFORM 039-incluir-contador.
       0311-medir-cliente-exit.
           EXIT.

       03111-contar-cliente section.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
           END-READ.
           IF WS-FIM-LEITURA = 0 THEN
               ADD 1 TO WS-MED-REGISTROS
               IF  CLI-CODIGO > WS-MED-MAIOR-CHAVE
               AND CLI-CODIGO < 9000001 THEN
                   MOVE CLI-CODIGO TO WS-MED-MAIOR-CHAVE
               END-IF
           END-IF.
       03111-contar-cliente-exit.
           EXIT.

      *    CODIGOS DE PROSPECT: REGISTRO 2 DO ARQ_CLICTRL, DE 9000001
      *    ATE O TETO DO CAMPO.
       0312-medir-prospect section.
           MOVE 0 TO WS-MED-REGISTROS WS-MED-MAIOR-CHAVE
                     WS-MED-CONTROLE.
           MOVE "ARQ_PROSPECT" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-PROSPECT.
           OPEN INPUT ARQ-PROSPECT.
           IF  WS-RST-ACESS-PROSPECT = 00
           OR  WS-RST-ACESS-PROSPECT = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO PRO-CODIGO
               START ARQ-PROSPECT KEY IS NOT LESS THAN PRO-CODIGO
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 03121-contar-prospect
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-PROSPECT
           END-IF.
           MOVE "ARQ_PROSPECT" TO WS-MED-NOME.
           MOVE WID-ARQ-PROSPECT TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.

           MOVE "ARQ_CLICTRL" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLICTRL.
           OPEN INPUT ARQ-CLICTRL.
           IF  WS-RST-ACESS-CLICTRL = 00
           OR  WS-RST-ACESS-CLICTRL = 05 THEN
               MOVE 2 TO CLICTRL-CHAVE
               READ ARQ-CLICTRL KEY IS CLICTRL-CHAVE
                   INVALID KEY MOVE 0 TO CLICTRL-ULT-CODIGO
               END-READ
               MOVE CLICTRL-ULT-CODIGO TO WS-MED-CONTROLE
               CLOSE ARQ-CLICTRL
           END-IF.
           MOVE "PRO-CODIGO" TO WS-MED-NOME.
           MOVE 9000000      TO WS-MED-PISO.
           MOVE 9999999      TO WS-MED-TETO.
           IF WS-MED-CONTROLE < WS-MED-PISO THEN
               MOVE WS-MED-PISO TO WS-MED-CONTROLE
           END-IF.
           PERFORM 039-incluir-contador.
       0312-medir-prospect-exit.
           EXIT.

       03121-contar-prospect section.
           READ ARQ-PROSPECT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
           END-READ.
           IF WS-FIM-LEITURA = 0 THEN
               ADD 1 TO WS-MED-REGISTROS
               IF PRO-CODIGO > WS-MED-MAIOR-CHAVE THEN
                   MOVE PRO-CODIGO TO WS-MED-MAIOR-CHAVE
               END-IF
           END-IF.
       03121-contar-prospect-exit.
           EXIT.

       0313-medir-vendedor section.
           MOVE 0 TO WS-MED-REGISTROS WS-MED-MAIOR-CHAVE
                     WS-MED-CONTROLE.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           IF  WS-RST-ACESS-VND = 00
           OR  WS-RST-ACESS-VND = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO VND-CODIGO
               START ARQ-VENDEDOR KEY IS NOT LESS THAN VND-CODIGO
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 03131-contar-vendedor
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-VENDEDOR
           END-IF.
           MOVE "ARQ_VENDEDOR" TO WS-MED-NOME.
           MOVE wid-arq-vendedor TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
           MOVE "VND-CODIGO" TO WS-MED-NOME.
           MOVE 0            TO WS-MED-PISO.
           MOVE 99999        TO WS-MED-TETO.
           PERFORM 039-incluir-contador.
       0313-medir-vendedor-exit.
           EXIT.

       03131-contar-vendedor section.
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
           END-READ.
           IF WS-FIM-LEITURA = 0 THEN
               ADD 1 TO WS-MED-REGISTROS
               IF VND-CODIGO > WS-MED-MAIOR-CHAVE THEN
                   MOVE VND-CODIGO TO WS-MED-MAIOR-CHAVE
               END-IF
           END-IF.
       03131-contar-vendedor-exit.
           EXIT.

       0314-medir-visita section.
           MOVE 0 TO WS-MED-REGISTROS.
           MOVE "ARQ_VISITA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VISITA.
           OPEN INPUT ARQ-VISITA.
           IF  WS-RST-ACESS-VISITA = 00
           OR  WS-RST-ACESS-VISITA = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO VISITA-CHAVE
               START ARQ-VISITA KEY IS NOT LESS THAN VISITA-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 03141-contar-visita
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-VISITA
           END-IF.
           MOVE "ARQ_VISITA" TO WS-MED-NOME.
           MOVE WID-ARQ-VISITA TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
       0314-medir-visita-exit.
           EXIT.

       03141-contar-visita section.
           READ ARQ-VISITA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END ADD 1 TO WS-MED-REGISTROS
           END-READ.
       03141-contar-visita-exit.
           EXIT.

       0315-medir-histdist section.
           MOVE 0 TO WS-MED-REGISTROS.
           MOVE "ARQ_HISTDIST" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-HISTDIST.
           OPEN INPUT ARQ-HISTDIST.
           IF  WS-RST-ACESS-HISTDIST = 00
           OR  WS-RST-ACESS-HISTDIST = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO HISTD-CHAVE
               START ARQ-HISTDIST KEY IS NOT LESS THAN HISTD-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 03151-contar-histdist
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-HISTDIST
           END-IF.
           MOVE "ARQ_HISTDIST" TO WS-MED-NOME.
           MOVE WID-ARQ-HISTDIST TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
       0315-medir-histdist-exit.
           EXIT.

       03151-contar-histdist section.
           READ ARQ-HISTDIST NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END ADD 1 TO WS-MED-REGISTROS
           END-READ.
       03151-contar-histdist-exit.
           EXIT.

       0316-medir-fatura section.
           MOVE 0 TO WS-MED-REGISTROS.
           MOVE "ARQ_FATURA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-FATURA.
           OPEN INPUT ARQ-FATURA.
           IF  WS-RST-ACESS-FATURA = 00
           OR  WS-RST-ACESS-FATURA = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO FAT-CHAVE
               START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 03161-contar-fatura
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-FATURA
           END-IF.
           MOVE "ARQ_FATURA" TO WS-MED-NOME.
           MOVE WID-ARQ-FATURA TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
       0316-medir-fatura-exit.
           EXIT.

       03161-contar-fatura section.
           READ ARQ-FATURA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END ADD 1 TO WS-MED-REGISTROS
           END-READ.
       03161-contar-fatura-exit.
           EXIT.

      *    ALERTAS: O REGISTRO ZERO GUARDA O ULTIMO ID (EM ALE-VALOR).
       0317-medir-alerta section.
           MOVE 0 TO WS-MED-REGISTROS WS-MED-MAIOR-CHAVE
                     WS-MED-CONTROLE.
           MOVE "ARQ_ALERTA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-ALERTA.
           OPEN INPUT ARQ-ALERTA.
           IF  WS-RST-ACESS-ALERTA = 00
           OR  WS-RST-ACESS-ALERTA = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE 0 TO ALE-ID
               START ARQ-ALERTA KEY IS NOT LESS THAN ALE-ID
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 03171-contar-alerta
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-ALERTA
           END-IF.
           MOVE "ARQ_ALERTA" TO WS-MED-NOME.
           MOVE WID-ARQ-ALERTA TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
           MOVE "ALE-ID"     TO WS-MED-NOME.
           MOVE 0            TO WS-MED-PISO.
           MOVE 9999999      TO WS-MED-TETO.
           PERFORM 039-incluir-contador.
       0317-medir-alerta-exit.
           EXIT.

       03171-contar-alerta section.
           READ ARQ-ALERTA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
           END-READ.
           IF WS-FIM-LEITURA = 0 THEN
               IF ALE-ID = 0 THEN
                   MOVE ALE-VALOR TO WS-MED-CONTROLE
               ELSE
                   ADD 1 TO WS-MED-REGISTROS
                   MOVE ALE-ID TO WS-MED-MAIOR-CHAVE
               END-IF
           END-IF.
       03171-contar-alerta-exit.
           EXIT.

      *    FILA DE RELATORIOS (ARQUIVO UNICO DO SISTEMA): ULTIMO ID NO
      *    CAMPO DATA DO REGISTRO ZERO.
       0318-medir-relqueue section.
           MOVE 0 TO WS-MED-REGISTROS WS-MED-MAIOR-CHAVE
                     WS-MED-CONTROLE.
           MOVE "ARQ_RELQUEUE" TO WID-ARQ-RELQUEUE.
           OPEN INPUT ARQ-RELQUEUE.
           IF  WS-RST-ACESS-RELQUEUE = 00
           OR  WS-RST-ACESS-RELQUEUE = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE 0 TO RELQ-ID
               START ARQ-RELQUEUE KEY IS NOT LESS THAN RELQ-ID
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 03181-contar-relqueue
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-RELQUEUE
           END-IF.
           MOVE "ARQ_RELQUEUE" TO WS-MED-NOME.
           MOVE WID-ARQ-RELQUEUE TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
           MOVE "RELQ-ID"    TO WS-MED-NOME.
           MOVE 0            TO WS-MED-PISO.
           MOVE 9999999      TO WS-MED-TETO.
           PERFORM 039-incluir-contador.
       0318-medir-relqueue-exit.
           EXIT.

       03181-contar-relqueue section.
           READ ARQ-RELQUEUE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
           END-READ.
           IF WS-FIM-LEITURA = 0 THEN
               IF RELQ-ID = 0 THEN
                   MOVE RELQ-DATA TO WS-MED-CONTROLE
               ELSE
                   ADD 1 TO WS-MED-REGISTROS
                   MOVE RELQ-ID TO WS-MED-MAIOR-CHAVE
               END-IF
           END-IF.
       03181-contar-relqueue-exit.
           EXIT.

      *    TRANSFERENCIAS (ARQUIVO UNICO DO SISTEMA): ULTIMO ID NO
      *    CAMPO DATA DO REGISTRO ZERO.
       0319-medir-transf section.
           MOVE 0 TO WS-MED-REGISTROS WS-MED-MAIOR-CHAVE
                     WS-MED-CONTROLE.
           MOVE "ARQ_TRANSF" TO WID-ARQ-TRANSF.
           OPEN INPUT ARQ-TRANSF.
           IF  WS-RST-ACESS-TRANSF = 00
           OR  WS-RST-ACESS-TRANSF = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE 0 TO TRF-ID
               START ARQ-TRANSF KEY IS NOT LESS THAN TRF-ID
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 03191-contar-transf
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-TRANSF
           END-IF.
           MOVE "ARQ_TRANSF" TO WS-MED-NOME.
           MOVE WID-ARQ-TRANSF TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
           MOVE "TRF-ID"     TO WS-MED-NOME.
           MOVE 0            TO WS-MED-PISO.
           MOVE 9999999      TO WS-MED-TETO.
           PERFORM 039-incluir-contador.
       0319-medir-transf-exit.
           EXIT.

       03191-contar-transf section.
           READ ARQ-TRANSF NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
           END-READ.
           IF WS-FIM-LEITURA = 0 THEN
               IF TRF-ID = 0 THEN
                   MOVE TRF-DATA TO WS-MED-CONTROLE
               ELSE
                   ADD 1 TO WS-MED-REGISTROS
                   MOVE TRF-ID TO WS-MED-MAIOR-CHAVE
               END-IF
           END-IF.
       03191-contar-transf-exit.
           EXIT.

      *    REJEITOS DE IMPORTACAO: ULTIMO ID NO CAMPO DATA DO
      *    REGISTRO ZERO.
       031A-medir-rejq section.
           MOVE 0 TO WS-MED-REGISTROS WS-MED-MAIOR-CHAVE
                     WS-MED-CONTROLE.
           MOVE "ARQ_REJQ" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-REJQ.
           OPEN INPUT ARQ-REJQ.
           IF  WS-RST-ACESS-REJQ = 00
           OR  WS-RST-ACESS-REJQ = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE 0 TO RJQ-ID
               START ARQ-REJQ KEY IS NOT LESS THAN RJQ-ID
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 031A1-contar-rejq
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-REJQ
           END-IF.
           MOVE "ARQ_REJQ" TO WS-MED-NOME.
           MOVE WID-ARQ-REJQ TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
           MOVE "RJQ-ID"     TO WS-MED-NOME.
           MOVE 0            TO WS-MED-PISO.
           MOVE 9999999      TO WS-MED-TETO.
           PERFORM 039-incluir-contador.
       031A-medir-rejq-exit.
           EXIT.

       031A1-contar-rejq section.
           READ ARQ-REJQ NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
           END-READ.
           IF WS-FIM-LEITURA = 0 THEN
               IF RJQ-ID = 0 THEN
                   MOVE RJQ-DATA TO WS-MED-CONTROLE
               ELSE
                   ADD 1 TO WS-MED-REGISTROS
                   MOVE RJQ-ID TO WS-MED-MAIOR-CHAVE
               END-IF
           END-IF.
       031A1-contar-rejq-exit.
           EXIT.

      *    SPOOL (ARQUIVO UNICO DO SISTEMA): ULTIMO ID NA QUANTIDADE
      *    DE LINHAS DO REGISTRO ZERO.
       031B-medir-spool section.
           MOVE 0 TO WS-MED-REGISTROS WS-MED-MAIOR-CHAVE
                     WS-MED-CONTROLE.
           MOVE "ARQ_SPOOL" TO WID-ARQ-SPOOL.
           OPEN INPUT ARQ-SPOOL.
           IF  WS-RST-ACESS-SPOOL = 00
           OR  WS-RST-ACESS-SPOOL = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE 0 TO SPOOL-ID
               START ARQ-SPOOL KEY IS NOT LESS THAN SPOOL-ID
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 031B1-contar-spool
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-SPOOL
           END-IF.
           MOVE "ARQ_SPOOL" TO WS-MED-NOME.
           MOVE WID-ARQ-SPOOL TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
           MOVE "SPOOL-ID"   TO WS-MED-NOME.
           MOVE 0            TO WS-MED-PISO.
           MOVE 9999999      TO WS-MED-TETO.
           PERFORM 039-incluir-contador.
       031B-medir-spool-exit.
           EXIT.

       031B1-contar-spool section.
           READ ARQ-SPOOL NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
           END-READ.
           IF WS-FIM-LEITURA = 0 THEN
               IF SPOOL-ID = 0 THEN
                   MOVE SPOOL-QTD-LINHAS TO WS-MED-CONTROLE
               ELSE
                   ADD 1 TO WS-MED-REGISTROS
                   MOVE SPOOL-ID TO WS-MED-MAIOR-CHAVE
               END-IF
           END-IF.
       031B1-contar-spool-exit.
           EXIT.

      *    DIARIO DE E-MAIL (ARQUIVO UNICO DO SISTEMA): ULTIMO NUMERO
      *    NO CAMPO DATA DO REGISTRO ZERO.
       031C-medir-maillog section.
           MOVE 0 TO WS-MED-REGISTROS WS-MED-MAIOR-CHAVE
                     WS-MED-CONTROLE.
           MOVE "ARQ_MAILLOG" TO WID-ARQ-MAILLOG.
           OPEN INPUT ARQ-MAILLOG.
           IF  WS-RST-ACESS-MAILLOG = 00
           OR  WS-RST-ACESS-MAILLOG = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE 0 TO MLG-ID
               START ARQ-MAILLOG KEY IS NOT LESS THAN MLG-ID
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               PERFORM 031C1-contar-maillog
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-MAILLOG
           END-IF.
           MOVE "ARQ_MAILLOG" TO WS-MED-NOME.
           MOVE WID-ARQ-MAILLOG TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
           MOVE "MLG-ID"     TO WS-MED-NOME.
           MOVE 0            TO WS-MED-PISO.
           MOVE 9999999      TO WS-MED-TETO.
           PERFORM 039-incluir-contador.
       031C-medir-maillog-exit.
           EXIT.

       031C1-contar-maillog section.
           READ ARQ-MAILLOG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
           END-READ.
           IF WS-FIM-LEITURA = 0 THEN
               IF MLG-ID = 0 THEN
                   MOVE MLG-DATA TO WS-MED-CONTROLE
               ELSE
                   ADD 1 TO WS-MED-REGISTROS
                   MOVE MLG-ID TO WS-MED-MAIOR-CHAVE
               END-IF
           END-IF.
       031C1-contar-maillog-exit.
           EXIT.

      *    DIARIO DE AUDITORIA (SEQUENCIAL, ARQUIVO UNICO DO SISTEMA).
       031D-medir-audit section.
           MOVE 0 TO WS-MED-REGISTROS.
           MOVE "ARQ_AUDIT" TO WID-ARQ-AUDIT.
           OPEN INPUT ARQ-AUDIT.
           IF  WS-RST-ACESS-AUDIT = 00
           OR  WS-RST-ACESS-AUDIT = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               PERFORM 031D1-contar-audit
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-AUDIT
           END-IF.
           MOVE "ARQ_AUDIT" TO WS-MED-NOME.
           MOVE WID-ARQ-AUDIT TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
       031D-medir-audit-exit.
           EXIT.

       031D1-contar-audit section.
           READ ARQ-AUDIT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END ADD 1 TO WS-MED-REGISTROS
           END-READ.
       031D1-contar-audit-exit.
           EXIT.

      *    DIARIO DE EXECUCOES EM LOTE (SEQUENCIAL, ARQUIVO UNICO).
       031E-medir-joblog section.
           MOVE 0 TO WS-MED-REGISTROS.
           MOVE "ARQ_JOBLOG" TO WID-ARQ-JOBLOG.
           OPEN INPUT ARQ-JOBLOG.
           IF  WS-RST-ACESS-JOBLOG = 00
           OR  WS-RST-ACESS-JOBLOG = 05 THEN
               MOVE 0 TO WS-FIM-LEITURA
               PERFORM 031E1-contar-joblog
                 UNTIL WS-FIM-LEITURA = 1
               CLOSE ARQ-JOBLOG
           END-IF.
           MOVE "ARQ_JOBLOG" TO WS-MED-NOME.
           MOVE WID-ARQ-JOBLOG TO WS-MED-NOME-FISICO.
           PERFORM 038-incluir-arquivo.
       031E-medir-joblog-exit.
           EXIT.

       031E1-contar-joblog section.
           READ ARQ-JOBLOG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END ADD 1 TO WS-MED-REGISTROS
           END-READ.
       031E1-contar-joblog-exit.
           EXIT.

      *    FOTOGRAFIA-BASE DE CADA ITEM: A MAIS ANTIGA DENTRO DA
      *    JANELA, ANTERIOR A HOJE (REEXECUCAO NO MESMO DIA NAO CONTA).
       032-ler-historico section.
           MOVE "ARQ_CAPHIST" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CAPHIST.
           OPEN INPUT ARQ-CAPHIST.
           IF  WS-RST-ACESS-CAPHIST <> 00
           AND WS-RST-ACESS-CAPHIST <> 05 THEN
               GO TO 032-ler-historico-exit
           END-IF.
           MOVE 0 TO WS-FIM-LEITURA.
           PERFORM 0321-avaliar-fotografia
             UNTIL WS-FIM-LEITURA = 1.
           CLOSE ARQ-CAPHIST.
       032-ler-historico-exit.
           EXIT.

       0321-avaliar-fotografia section.
           READ ARQ-CAPHIST NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
           END-READ.
           IF WS-FIM-LEITURA = 1 THEN
               GO TO 0321-avaliar-fotografia-exit
           END-IF.
           IF CAP-DATA < WS-DATA-JANELA
           OR CAP-DATA NOT < WS-DATA-HOJE THEN
               GO TO 0321-avaliar-fotografia-exit
           END-IF.
           MOVE 1 TO WS-IDX-ITEM.
           PERFORM 03211-procurar-item
             UNTIL WS-IDX-ITEM > WS-QTD-ITENS.
       0321-avaliar-fotografia-exit.
           EXIT.

       03211-procurar-item section.
           IF  WS-ITM-TIPO(WS-IDX-ITEM) = CAP-TIPO
           AND WS-ITM-NOME(WS-IDX-ITEM) = CAP-NOME THEN
               IF WS-ITM-BASE-DATA(WS-IDX-ITEM) = 0
               OR WS-ITM-BASE-DATA(WS-IDX-ITEM) > CAP-DATA THEN
                   MOVE CAP-DATA TO WS-ITM-BASE-DATA(WS-IDX-ITEM)
                   MOVE CAP-QTDE TO WS-ITM-BASE-QTDE(WS-IDX-ITEM)
               END-IF
               MOVE WS-QTD-ITENS TO WS-IDX-ITEM
           END-IF.
           ADD 1 TO WS-IDX-ITEM.
       03211-procurar-item-exit.
           EXIT.

       033-gravar-historico section.
           OPEN EXTEND ARQ-CAPHIST.
           IF WS-RST-ACESS-CAPHIST NOT = 0 THEN
               OPEN OUTPUT ARQ-CAPHIST
           END-IF.
           MOVE 1 TO WS-IDX-ITEM.
           PERFORM 0331-gravar-fotografia
             UNTIL WS-IDX-ITEM > WS-QTD-ITENS.
           CLOSE ARQ-CAPHIST.
       033-gravar-historico-exit.
           EXIT.

       0331-gravar-fotografia section.
           MOVE SPACES                        TO CAP-REGISTRO.
           MOVE WS-DATA-HOJE                  TO CAP-DATA.
           MOVE WS-ITM-TIPO(WS-IDX-ITEM)      TO CAP-TIPO.
           MOVE WS-ITM-NOME(WS-IDX-ITEM)      TO CAP-NOME.
           MOVE WS-ITM-QTDE(WS-IDX-ITEM)      TO CAP-QTDE.
           MOVE WS-ITM-TAMANHO(WS-IDX-ITEM)   TO CAP-TAMANHO.
           MOVE WS-ITM-TETO(WS-IDX-ITEM)      TO CAP-TETO.
           WRITE CAP-REGISTRO.
           ADD 1 TO WS-IDX-ITEM.
       0331-gravar-fotografia-exit.
           EXIT.

       034-imprimir-arquivo section.
           IF WS-ITM-TIPO(WS-IDX-ITEM) = "A" THEN
               PERFORM 036-calcular-tendencia
               MOVE SPACES TO WS-LINHA-CAP-ARQ
               MOVE WS-ITM-NOME(WS-IDX-ITEM)    TO WS-CAP-ARQ-NOME
               MOVE WS-ITM-QTDE(WS-IDX-ITEM)    TO WS-CAP-ARQ-REGISTROS
               MOVE WS-ITM-TAMANHO(WS-IDX-ITEM) TO WS-CAP-ARQ-TAMANHO
               MOVE WS-CRESC-MES                TO WS-CAP-ARQ-CRESC
               MOVE WS-LINHA-CAP-ARQ TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           ADD 1 TO WS-IDX-ITEM.
       034-imprimir-arquivo-exit.
           EXIT.

      *    USO E MARGEM SAO MEDIDOS SOBRE A FAIXA DO CONTADOR (DO PISO
      *    AO TETO); O ESGOTAMENTO E PROJETADO PELO CRESCIMENTO DIARIO
      *    DA TENDENCIA.
       035-imprimir-contador section.
           IF WS-ITM-TIPO(WS-IDX-ITEM) NOT = "C" THEN
               GO TO 035-imprimir-contador-exit
           END-IF.
           PERFORM 036-calcular-tendencia.
           MOVE "N" TO WS-NA-MARGEM.
           COMPUTE WS-RESTANTE = WS-ITM-TETO(WS-IDX-ITEM)
                               - WS-ITM-QTDE(WS-IDX-ITEM).
           COMPUTE WS-PCT-USO ROUNDED =
                   (WS-ITM-QTDE(WS-IDX-ITEM) - WS-ITM-PISO(WS-IDX-ITEM))
                 * 100
                 / (WS-ITM-TETO(WS-IDX-ITEM)
                  - WS-ITM-PISO(WS-IDX-ITEM)).
           IF WS-RESTANTE * 100 <
              WS-MARGEM-PCT * (WS-ITM-TETO(WS-IDX-ITEM)
                             - WS-ITM-PISO(WS-IDX-ITEM)) THEN
               MOVE "S" TO WS-NA-MARGEM
           END-IF.

           MOVE SPACES TO WS-LINHA-CAP-CTD.
           IF WS-CRESC-DIA > 0 THEN
               COMPUTE WS-DIAS-ESGOTA = WS-RESTANTE / WS-CRESC-DIA
               IF WS-DIAS-ESGOTA > 36500 THEN
                   MOVE "+100 ANOS" TO WS-CAP-CTD-ESGOTA
               ELSE
                   COMPUTE WS-DATA-ESGOTA = FUNCTION DATE-OF-INTEGER
                           (WS-INT-HOJE + WS-DIAS-ESGOTA)
                   STRING WS-DATA-ESGOTA(1:4) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-DATA-ESGOTA(5:2) DELIMITED BY SIZE
                     INTO WS-CAP-CTD-ESGOTA
                   IF WS-DIAS-ESGOTA <= WS-MARGEM-MESES * 30 THEN
                       MOVE "S" TO WS-NA-MARGEM
                   END-IF
               END-IF
           ELSE
               MOVE "SEM CRESC" TO WS-CAP-CTD-ESGOTA
           END-IF.

           IF WS-NA-MARGEM = "S" THEN
               ADD 1 TO WS-QTD-NA-MARGEM
               MOVE "*MARGEM*" TO WS-CAP-CTD-MARGEM
           END-IF.
           MOVE WS-ITM-NOME(WS-IDX-ITEM) TO WS-CAP-CTD-NOME.
           MOVE WS-ITM-QTDE(WS-IDX-ITEM) TO WS-CAP-CTD-VALOR.
           MOVE WS-ITM-TETO(WS-IDX-ITEM) TO WS-CAP-CTD-TETO.
           MOVE WS-PCT-USO               TO WS-CAP-CTD-PCT.
           MOVE WS-CRESC-MES             TO WS-CAP-CTD-CRESC.
           MOVE WS-LINHA-CAP-CTD TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       035-imprimir-contador-exit.
           ADD 1 TO WS-IDX-ITEM.
           EXIT.

      *    CRESCIMENTO DIARIO E MENSAL (30 DIAS) DESDE A FOTOGRAFIA-
      *    BASE; SEM BASE NA JANELA, A TENDENCIA FICA ZERADA.
       036-calcular-tendencia section.
           MOVE 0 TO WS-CRESC-DIA.
           MOVE 0 TO WS-CRESC-MES.
           IF WS-ITM-BASE-DATA(WS-IDX-ITEM) = 0 THEN
               GO TO 036-calcular-tendencia-exit
           END-IF.
           COMPUTE WS-DIAS-HIST = WS-INT-HOJE -
                   FUNCTION INTEGER-OF-DATE
                            (WS-ITM-BASE-DATA(WS-IDX-ITEM)).
           IF WS-DIAS-HIST = 0 THEN
               GO TO 036-calcular-tendencia-exit
           END-IF.
           COMPUTE WS-CRESC-DIA ROUNDED =
                   (WS-ITM-QTDE(WS-IDX-ITEM)
                  - WS-ITM-BASE-QTDE(WS-IDX-ITEM)) / WS-DIAS-HIST.
           COMPUTE WS-CRESC-MES ROUNDED = WS-CRESC-DIA * 30.
       036-calcular-tendencia-exit.
           EXIT.

      *    ITEM DE ARQUIVO: REGISTROS LIDOS E TAMANHO FISICO.
       038-incluir-arquivo section.
           MOVE 0 TO WS-TAM-ARQ.
           MOVE WS-MED-NOME-FISICO TO WS-NOME-FISICO.
           PERFORM 0381-somar-tamanho.
           MOVE SPACES TO WS-NOME-FISICO.
           STRING WS-MED-NOME-FISICO DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
             INTO WS-NOME-FISICO.
           PERFORM 0381-somar-tamanho.
           MOVE SPACES TO WS-NOME-FISICO.
           STRING WS-MED-NOME-FISICO DELIMITED BY SPACE
                  ".idx" DELIMITED BY SIZE
             INTO WS-NOME-FISICO.
           PERFORM 0381-somar-tamanho.
           ADD 1 TO WS-QTD-ITENS.
           MOVE "A"              TO WS-ITM-TIPO(WS-QTD-ITENS).
           MOVE WS-MED-NOME      TO WS-ITM-NOME(WS-QTD-ITENS).
           MOVE WS-MED-REGISTROS TO WS-ITM-QTDE(WS-QTD-ITENS).
           MOVE WS-TAM-ARQ       TO WS-ITM-TAMANHO(WS-QTD-ITENS).
           MOVE 0                TO WS-ITM-PISO(WS-QTD-ITENS).
           MOVE 0                TO WS-ITM-TETO(WS-QTD-ITENS).
           MOVE 0                TO WS-ITM-BASE-DATA(WS-QTD-ITENS).
           MOVE 0                TO WS-ITM-BASE-QTDE(WS-QTD-ITENS).
       038-incluir-arquivo-exit.
           EXIT.

       0381-somar-tamanho section.
           CALL "CBL_CHECK_FILE_EXIST"
                USING WS-NOME-FISICO, WS-DETALHE-ARQ
                RETURNING WS-RC-EXISTE.
           IF WS-RC-EXISTE = 0 THEN
               ADD WS-DET-TAMANHO TO WS-TAM-ARQ
           END-IF.
       0381-somar-tamanho-exit.
           EXIT.

      *    ITEM DE CONTADOR: O MAIOR ENTRE O CONTROLE GRAVADO E A
      *    MAIOR CHAVE EXISTENTE (O CONTROLE PODE ESTAR ADIANTE DA
      *    CHAVE DEPOIS DE EXPURGOS, OU ATRAS APOS UMA QUEDA).
       039-incluir-contador section.
           IF WS-MED-MAIOR-CHAVE > WS-MED-CONTROLE THEN
               MOVE WS-MED-MAIOR-CHAVE TO WS-MED-CONTROLE
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           MOVE "C"              TO WS-ITM-TIPO(WS-QTD-ITENS).
           MOVE WS-MED-NOME      TO WS-ITM-NOME(WS-QTD-ITENS).
           MOVE WS-MED-CONTROLE  TO WS-ITM-QTDE(WS-QTD-ITENS).
           MOVE 0                TO WS-ITM-TAMANHO(WS-QTD-ITENS).
           MOVE WS-MED-PISO      TO WS-ITM-PISO(WS-QTD-ITENS).
           MOVE WS-MED-TETO      TO WS-ITM-TETO(WS-QTD-ITENS).
           MOVE 0                TO WS-ITM-BASE-DATA(WS-QTD-ITENS).
           MOVE 0                TO WS-ITM-BASE-QTDE(WS-QTD-ITENS).
       039-incluir-contador-exit.
           EXIT.

       05-gerar-batch section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE "JOBNOTURNO" TO WS-OPERADOR-ID.
           MOVE 0 TO WS-RC-BATCH.
           MOVE "CAPAC" TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR.
           MOVE SPACES TO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WS-TEL-NMARQUIVO.
           PERFORM 03-gerar-relatorio.
           MOVE "F" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE "MONITORA_CAPACIDADE" TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID      TO WS-JOB-OPERADOR.
           MOVE WS-QTD-ITENS        TO WS-JOB-QTD-REGISTROS.
           MOVE WS-QTD-NA-MARGEM    TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH         TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       05-gerar-batch-exit.
           EXIT.
