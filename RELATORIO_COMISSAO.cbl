       identification division.
       program-id. "RELATORIO_COMISSAO".
       author.     Roberto Holz.
      *    EXTRATO MENSAL DE COMISSAO POR VENDEDOR: O FATURAMENTO DE
      *    CADA CLIENTE NO MES (ARQ_FATURA) E CREDITADO A QUEM ERA O
      *    DONO DO CLIENTE NAQUELE MES, SEGUNDO O HISTORICO DE
      *    ATRIBUICOES (ARQ_HISTDIST). QUANDO O CLIENTE TROCOU DE
      *    MAOS DENTRO DO MES (DISTRIBUICAO, BALANCEAMENTO OU
      *    TRANSFERENCIA), O VALOR E RATEADO PELOS DIAS DE POSSE; O
      *    DIA DA TROCA JA PERTENCE AO NOVO VENDEDOR. O DONO NO
      *    INICIO DO MES E O VENDEDOR ANTERIOR DA PRIMEIRA TROCA
      *    REGISTRADA A PARTIR DO DIA 1 (SEM TROCA POSTERIOR, E O
      *    VENDEDOR ATUAL DO CADASTRO).
      *
      *    O PERCENTUAL VEM DA TABELA ARQ_TAXACOM (CADASTRO_TAXACOM),
      *    PROCURADO DA CHAVE MAIS ESPECIFICA PARA A MAIS GERAL:
      *      VENDEDOR+REGIAO+CLASSE, VENDEDOR+REGIAO, VENDEDOR+CLASSE,
      *      VENDEDOR, REGIAO+CLASSE, REGIAO, CLASSE, LINHA GERAL
      *    (A REGIAO E A DO CLIENTE; A CLASSE E A DE PERIODICIDADE
      *    DO ARQ_CLIPER). SEM LINHA APLICAVEL, O PERCENTUAL E ZERO E
      *    O CLIENTE SAI MARCADO NO EXTRATO.
      *
      *    SAIDAS: O EXTRATO IMPRESSO (UMA SECAO POR VENDEDOR COM OS
      *    CLIENTES, DIAS DE POSSE, VALOR CREDITADO E COMISSAO) E O
      *    ARQUIVO POSICIONAL PARA A FOLHA DE PAGAMENTO
      *    (FOLHACOM_AAAAMM, POR EMPRESA):
      *      TIPO "H": H + ANOMES(6) + ... + DATA DE GERACAO(8)
      *      TIPO "D": D + ANOMES(6) + CODVND(5) + CPF(11) + NOME(40)
      *                + EVENTO "COMI"(4) + BASE(11V2) + VALOR(11V2)
      *                + QTDE CLIENTES(5) + DATA DE GERACAO(8)
      *      TIPO "T": T + ANOMES(6) + QTDE DE DETALHES NO CODVND +
      *                TOTAIS DE BASE E VALOR
      *    NA JANELA NOTURNA (PASSO COMISSAO, VARIAVEL
      *    RELATORIO_COMISSAO_BATCH=S) O MES APURADO E O MES ANTERIOR
      *    A DATA DA RODADA E O EXTRATO VAI PARA O SPOOL.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-arq-histdist.cpy'.
         copy 'select-arq-cliper.cpy'.
         copy 'select-arq-taxacom.cpy'.
         copy 'select-arq-folhacom.cpy'.
         copy 'select-impresso.cpy'.
         SELECT COMIS-SORT ASSIGN TO DISK WID-COMIS-SORT.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-arq-histdist.cpy'.
         copy 'fd-arq-cliper.cpy'.
         copy 'fd-arq-taxacom.cpy'.
         copy 'fd-arq-folhacom.cpy'.
         copy 'fd-impresso.cpy'.

       SD COMIS-SORT
          DATA RECORD IS REG-COMIS-SORT.
       01 REG-COMIS-SORT.
           05 CODVND-CSORT                  PIC 9(05).
           05 CODCLI-CSORT                  PIC 9(07).
           05 DATA-DE-CSORT                 PIC 9(08).
           05 DATA-ATE-CSORT                PIC 9(08).
           05 DIAS-CSORT                    PIC 9(02).
           05 REGIAO-CSORT                  PIC 9(03).
           05 CLASSE-CSORT                  PIC X(01).
           05 VALOR-CSORT                   PIC 9(11)V9(02).
           05 PERCENTUAL-CSORT              PIC 9(03)V9(02).
           05 SEM-TAXA-CSORT                PIC X(01).
           05 COMISSAO-CSORT                PIC 9(11)V9(02).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-FATURA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FATURA  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-HISTDIST     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-HISTDIST PIC 9(02) VALUE ZEROS.
              05 WS-HISTD-DISPONIVEL  PIC X(01) VALUE "N".
              05 WID-ARQ-CLIPER       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLIPER  PIC 9(02) VALUE ZEROS.
              05 WS-CLIPER-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-TAXACOM      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-TAXACOM PIC 9(02) VALUE ZEROS.
              05 WS-TAXACOM-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-FOLHACOM     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FOLHACOM PIC 9(02) VALUE ZEROS.
              05 WID-COMIS-SORT       PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-COMISSAO      PIC X(40) VALUE SPACES.
              05 WS-TEL-ANOMES        PIC 9(06) VALUE ZEROS.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-MODO-BATCH        PIC X(01) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(01) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-ANOMES-AUX        PIC 9(06) VALUE ZEROS.
              05 WS-ANOMES-AUX-R REDEFINES WS-ANOMES-AUX.
                 10 WS-AUX-ANO        PIC 9(04).
                 10 WS-AUX-MES        PIC 9(02).
              05 WS-DATA-INI-MES      PIC 9(08) VALUE ZEROS.
              05 WS-DATA-INI-PROX     PIC 9(08) VALUE ZEROS.
              05 WS-INT-INI-MES       PIC 9(08) VALUE ZEROS.
              05 WS-INT-INI-PROX      PIC 9(08) VALUE ZEROS.
              05 WS-DIAS-MES          PIC 9(02) VALUE ZEROS.
              05 WS-FIM-FATURA        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-HISTD         PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-COM      PIC 9(01) VALUE ZEROS.
              05 WS-PRIMEIRA-TROCA    PIC X(01) VALUE "S".
              05 WS-CLI-REGIAO-COM    PIC 9(03) VALUE ZEROS.
              05 WS-CLI-CLASSE-COM    PIC X(01) VALUE SPACE.
              05 WS-DONO-SEGMENTO     PIC 9(05) VALUE ZEROS.
              05 WS-INT-SEG-INICIO    PIC 9(08) VALUE ZEROS.
              05 WS-INT-SEG-FIM       PIC 9(08) VALUE ZEROS.
              05 WS-INT-TROCA         PIC 9(08) VALUE ZEROS.
              05 WS-DIAS-SEGMENTO     PIC 9(02) VALUE ZEROS.
              05 WS-DIAS-RATEADOS     PIC 9(02) VALUE ZEROS.
              05 WS-VALOR-PARTE       PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-VALOR-RATEADO     PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-COMISSAO-PARTE    PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-PERCENTUAL-ACHADO PIC 9(03)V9(02) VALUE ZEROS.
              05 WS-TAXA-ACHADA       PIC X(01) VALUE "N".
              05 WS-IDX-TENTATIVA     PIC 9(01) VALUE ZEROS.
              05 WS-VND-QUEBRA        PIC 9(05) VALUE ZEROS.
              05 WS-PRIMEIRO-REG      PIC 9(01) VALUE ZEROS.
              05 WS-CLI-ULTIMO        PIC 9(07) VALUE ZEROS.
              05 WS-VND-BASE          PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-VND-COMISSAO      PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-VND-QTD-CLIENTES  PIC 9(05) VALUE ZEROS.
              05 WS-TOT-BASE          PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-TOT-COMISSAO      PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-TOT-SEM-DONO      PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-TOT-FATURAS       PIC 9(07) VALUE ZEROS.
              05 WS-TOT-VENDEDORES    PIC 9(05) VALUE ZEROS.
              05 WS-TOT-SEM-TAXA      PIC 9(07) VALUE ZEROS.
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

           01 WS-LINHAS-COMISSAO.
              05 WS-LINHA-COM-CAB-1.
                 10 FILLER                  PIC X(42) VALUE
                    "  EXTRATO DE COMISSAO POR VENDEDOR - MES ".
                 10 WS-COM-CAB-ANOMES       PIC 9(06).
              05 WS-LINHA-COM-VND.
                 10 FILLER                  PIC X(12) VALUE
                    "  VENDEDOR: ".
                 10 WS-COM-VND-CODIGO       PIC ZZZZ9B.
                 10 WS-COM-VND-NOME         PIC X(40)B.
                 10 FILLER                  PIC X(05) VALUE "EQP: ".
                 10 WS-COM-VND-EQUIPE       PIC ZZ9.
              05 WS-LINHA-COM-CAB-2.
                 10 FILLER                  PIC X(28) VALUE
                    "  CLIENTE PER.    DIA REG C ".
                 10 FILLER                  PIC X(36) VALUE
                    "VALOR CREDITADO     %       COMISSAO".
              05 WS-LINHA-COM-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-COM-DET-CODCLI       PIC ZZZZZZ9B.
                 10 WS-COM-DET-DIA-DE       PIC 99.
                 10 FILLER                  PIC X(01) VALUE "-".
                 10 WS-COM-DET-DIA-ATE      PIC 99B.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-COM-DET-DIAS         PIC Z9BB.
                 10 WS-COM-DET-REGIAO       PIC ZZ9B.
                 10 WS-COM-DET-CLASSE       PIC X(01)B.
                 10 WS-COM-DET-VALOR        PIC ZZZZZZZZZZ9,99B.
                 10 WS-COM-DET-PERC         PIC ZZ9,99.
                 10 WS-COM-DET-SEM-TAXA     PIC X(01).
                 10 WS-COM-DET-COMISSAO     PIC ZZZZZZZZZZ9,99.
              05 WS-LINHA-COM-TOT-VND.
                 10 FILLER                  PIC X(29) VALUE
                    "    Total do vendedor.......:".
                 10 WS-COM-TVND-VALOR       PIC ZZZZZZZZZZ9,99B.
                 10 FILLER                  PIC X(07) VALUE SPACES.
                 10 WS-COM-TVND-COMISSAO    PIC ZZZZZZZZZZ9,99.
              05 WS-LINHA-COM-TOT-1.
                 10 FILLER                  PIC X(31) VALUE
                    "Faturamento creditado........:".
                 10 WS-COM-TOT-BASE         PIC ZZZZZZZZZZZZ9,99.
              05 WS-LINHA-COM-TOT-2.
                 10 FILLER                  PIC X(31) VALUE
                    "Comissao total...............:".
                 10 WS-COM-TOT-COMISSAO     PIC ZZZZZZZZZZZZ9,99.
              05 WS-LINHA-COM-TOT-3.
                 10 FILLER                  PIC X(31) VALUE
                    "Faturamento sem vendedor.....:".
                 10 WS-COM-TOT-SEM-DONO     PIC ZZZZZZZZZZZZ9,99.
              05 WS-LINHA-COM-TOT-4.
                 10 FILLER                  PIC X(31) VALUE
                    "Vendedores no extrato........:".
                 10 WS-COM-TOT-VND          PIC ZZZZ9.
              05 WS-LINHA-COM-TOT-5.
                 10 FILLER                  PIC X(31) VALUE
                    "Parcelas sem percentual (*)..:".
                 10 WS-COM-TOT-SEM-TAXA     PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-COMISSAO.
          05 VALUE "--- EXTRATO MENSAL DE COMISSAO ---"
          BLANK SCREEN LINE 1 COL 25.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Credita o faturamento do mes ao dono do cliente"
             LINE 6 COL 20.
          05 VALUE "(rateio por dias) e gera o arquivo da folha."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-COMISSAO-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-COMISSAO.

       01 TELA-COMISSAO-PRM.
          05 TELA-COMISSAO-ANOMES.
             10 LINE 10 COL 20 VALUE "Ano/mes (AAAAMM)........:".
             10 COLUMN PLUS 2 PIC 9(06) USING WS-TEL-ANOMES.
          05 TELA-COMISSAO-NMARQ.
             10 LINE 11 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-COMISSAO-SAIR.
          05 LINE 13 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT
                  "RELATORIO_COMISSAO_BATCH".
           IF WS-MODO-BATCH = "S" THEN
               PERFORM 05-gerar-batch
               goback
           END-IF.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               perform 02-informar-parametros
               IF WS-TEL-NMARQUIVO NOT = SPACES THEN
                   PERFORM 03-gerar-extrato
               END-IF
               DISPLAY TELA-COMISSAO-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-COMISSAO.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-COMISSAO
               DISPLAY TELA-COMISSAO-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-informar-parametros section.
           MOVE "COMISSAO" TO WS-TEL-NMARQUIVO.
           PERFORM 021-calcular-mes-anterior.
           DISPLAY TELA-COMISSAO-PRM.
           ACCEPT  TELA-COMISSAO-ANOMES.
           ACCEPT  TELA-COMISSAO-NMARQ.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Geracao do extrato cancelada" TO WS-MSG-COMISSAO
               DISPLAY TELA-COMISSAO-MSG
           END-IF.
       02-informar-parametros-exit.
           EXIT.

      *    MES PADRAO: O MES ANTERIOR AO DA DATA CORRENTE (O MES QUE
      *    ACABOU DE FECHAR NO FATURAMENTO).
       021-calcular-mes-anterior section.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-ANOMES-AUX.
           IF WS-AUX-MES = 1 THEN
               SUBTRACT 1 FROM WS-AUX-ANO
               MOVE 12 TO WS-AUX-MES
           ELSE
               SUBTRACT 1 FROM WS-AUX-MES
           END-IF.
           MOVE WS-ANOMES-AUX TO WS-TEL-ANOMES.
       021-calcular-mes-anterior-exit.
           EXIT.

       03-gerar-extrato section.
           PERFORM 031-calcular-limites-mes.
           PERFORM 032-abrir-arquivos.
           IF WS-ERRO-ABERTURA = 1 THEN
               MOVE 8 TO WS-RC-BATCH
               MOVE "Erro na abertura dos arquivos" TO WS-MSG-COMISSAO
               IF WS-MODO-BATCH NOT = "S" THEN
                   DISPLAY TELA-COMISSAO-MSG
               END-IF
               GO TO 03-gerar-extrato-exit
           END-IF.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-TEL-ANOMES TO WS-COM-CAB-ANOMES.
           MOVE WS-LINHA-COM-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           OPEN OUTPUT ARQ-FOLHACOM.
           MOVE SPACES TO FOL-REGISTRO.
           MOVE "H" TO FOL-TIPO.
           MOVE WS-TEL-ANOMES TO FOL-ANOMES.
           MOVE 0 TO FOL-CODVND FOL-CPF FOL-BASE-CALCULO
                     FOL-VALOR-COMISSAO FOL-QTDE-CLIENTES.
           MOVE WS-DATA-HOJE TO FOL-DATA-GERACAO.
           WRITE FOL-REGISTRO.

           SORT COMIS-SORT
             ON ASCENDING KEY CODVND-CSORT CODCLI-CSORT DATA-DE-CSORT
             INPUT PROCEDURE IS 033-ENTRADA-SORT-COMISSAO
            OUTPUT PROCEDURE IS 034-SAIDA-SORT-COMISSAO.

           MOVE SPACES TO FOL-REGISTRO.
           MOVE "T" TO FOL-TIPO.
           MOVE WS-TEL-ANOMES TO FOL-ANOMES.
           MOVE WS-TOT-VENDEDORES TO FOL-CODVND.
           MOVE 0 TO FOL-CPF FOL-QTDE-CLIENTES.
           MOVE WS-TOT-BASE TO FOL-BASE-CALCULO.
           MOVE WS-TOT-COMISSAO TO FOL-VALOR-COMISSAO.
           MOVE WS-DATA-HOJE TO FOL-DATA-GERACAO.
           WRITE FOL-REGISTRO.
           CLOSE ARQ-FOLHACOM.

           PERFORM 035-imprimir-totais.
           CLOSE ARQ-IMPRESSO.
           PERFORM 036-fechar-arquivos.
           IF WS-TOT-SEM-TAXA > 0 THEN
               MOVE 4 TO WS-RC-BATCH
           END-IF.
           MOVE "Extrato de comissao gerado" TO WS-MSG-COMISSAO.
           IF WS-MODO-BATCH NOT = "S" THEN
               DISPLAY TELA-COMISSAO-MSG
           END-IF.
       03-gerar-extrato-exit.
           EXIT.

       031-calcular-limites-mes section.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-INI-MES = WS-TEL-ANOMES * 100 + 1.
           MOVE WS-TEL-ANOMES TO WS-ANOMES-AUX.
           IF WS-AUX-MES = 12 THEN
               ADD 1 TO WS-AUX-ANO
               MOVE 1 TO WS-AUX-MES
           ELSE
               ADD 1 TO WS-AUX-MES
           END-IF.
           COMPUTE WS-DATA-INI-PROX = WS-ANOMES-AUX * 100 + 1.
           COMPUTE WS-INT-INI-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-INI-MES).
           COMPUTE WS-INT-INI-PROX =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-INI-PROX).
           COMPUTE WS-DIAS-MES = WS-INT-INI-PROX - WS-INT-INI-MES.
       031-calcular-limites-mes-exit.
           EXIT.

       032-abrir-arquivos section.
           MOVE 0 TO WS-ERRO-ABERTURA.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           MOVE "ARQ_FATURA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-FATURA.
           OPEN INPUT ARQ-FATURA.
           IF  (WS-RESULTADO-ACESSO <> 00
                AND WS-RESULTADO-ACESSO <> 05)
           OR  (WS-RST-ACESS-VND <> 00
                AND WS-RST-ACESS-VND <> 05)
           OR  (WS-RST-ACESS-FATURA <> 00
                AND WS-RST-ACESS-FATURA <> 05) THEN
               DISPLAY "RELATORIO_COMISSAO: erro na abertura dos "
                       "cadastros/faturamento"
               MOVE 1 TO WS-ERRO-ABERTURA
               GO TO 032-abrir-arquivos-exit
           END-IF.

      *    HISTORICO, CLASSES E PERCENTUAIS SAO OPCIONAIS: SEM O
      *    HISTORICO TODO O MES VAI PARA O VENDEDOR ATUAL; SEM AS
      *    CLASSES VALE A CLASSE EM BRANCO; SEM A TABELA DE
      *    PERCENTUAIS A COMISSAO SAI ZERADA E MARCADA.
           MOVE "ARQ_HISTDIST" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-HISTDIST.
           OPEN INPUT ARQ-HISTDIST.
           IF  WS-RST-ACESS-HISTDIST = 00
           OR  WS-RST-ACESS-HISTDIST = 05 THEN
               MOVE "S" TO WS-HISTD-DISPONIVEL
           ELSE
               MOVE "N" TO WS-HISTD-DISPONIVEL
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
           MOVE "ARQ_TAXACOM" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-TAXACOM.
           OPEN INPUT ARQ-TAXACOM.
           IF  WS-RST-ACESS-TAXACOM = 00
           OR  WS-RST-ACESS-TAXACOM = 05 THEN
               MOVE "S" TO WS-TAXACOM-DISPONIVEL
           ELSE
               MOVE "N" TO WS-TAXACOM-DISPONIVEL
           END-IF.

           MOVE SPACES TO WS-NAE-BASE.
           STRING "FOLHACOM_"   DELIMITED BY SIZE
                  WS-TEL-ANOMES DELIMITED BY SIZE
             INTO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-FOLHACOM.
       032-abrir-arquivos-exit.
           EXIT.

       033-ENTRADA-SORT-COMISSAO section.
           MOVE 0 TO WS-FIM-FATURA.
           MOVE LOW-VALUES TO FAT-CHAVE.
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-FATURA
           END-START.
           IF WS-FIM-FATURA = 0 THEN
               READ ARQ-FATURA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FATURA
               END-READ
               PERFORM 0331-ratear-fatura
                 UNTIL WS-FIM-FATURA = 1
           END-IF.
       033-ENTRADA-SORT-COMISSAO-EXIT.
           EXIT.

      *    PARA CADA FATURAMENTO DO MES: DESCOBRE A REGIAO E A CLASSE
      *    DO CLIENTE, PERCORRE AS TROCAS DE DONO DO MES NO
      *    HISTORICO E LIBERA UMA PARCELA POR PERIODO DE POSSE.
       0331-ratear-fatura section.
           IF FAT-ANOMES = WS-TEL-ANOMES
           AND FAT-VALOR > 0 THEN
               ADD 1 TO WS-TOT-FATURAS
               MOVE FAT-CODCLI TO CLI-CODIGO
               READ ARQ-CLIENTE KEY IS CLI-CODIGO
                 INVALID KEY MOVE 0 TO CLI-CODVND
                             MOVE 0 TO CLI-REGIAO
               END-READ
               MOVE CLI-REGIAO TO WS-CLI-REGIAO-COM
               MOVE SPACE TO WS-CLI-CLASSE-COM
               IF WS-CLIPER-DISPONIVEL = "S" THEN
                   MOVE FAT-CODCLI TO CLP-CODCLI
                   READ ARQ-CLIPER KEY IS CLP-CODCLI
                     INVALID KEY MOVE SPACE TO CLP-CLASSE
                   END-READ
                   MOVE CLP-CLASSE TO WS-CLI-CLASSE-COM
               END-IF
               MOVE 0 TO WS-VALOR-RATEADO
               MOVE 0 TO WS-DIAS-RATEADOS
               MOVE WS-INT-INI-MES TO WS-INT-SEG-INICIO
               MOVE CLI-CODVND TO WS-DONO-SEGMENTO
               MOVE "S" TO WS-PRIMEIRA-TROCA
               IF WS-HISTD-DISPONIVEL = "S" THEN
                   PERFORM 03311-percorrer-trocas
               END-IF
               MOVE WS-INT-INI-PROX TO WS-INT-SEG-FIM
               PERFORM 03312-liberar-parcela
           END-IF.
           READ ARQ-FATURA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-FATURA
             NOT AT END MOVE 0 TO WS-FIM-FATURA
           END-READ.
       0331-ratear-fatura-exit.
           EXIT.

       03311-percorrer-trocas section.
           MOVE 0 TO WS-FIM-HISTD.
           MOVE FAT-CODCLI      TO HISTD-CODCLI.
           MOVE WS-DATA-INI-MES TO HISTD-DATA.
           MOVE 0               TO HISTD-HORA.
           START ARQ-HISTDIST KEY IS NOT LESS THAN HISTD-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-HISTD
           END-START.
           IF WS-FIM-HISTD = 0 THEN
               READ ARQ-HISTDIST NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-HISTD
               END-READ
               PERFORM 033111-aplicar-troca
                 UNTIL WS-FIM-HISTD = 1
           END-IF.
       03311-percorrer-trocas-exit.
           EXIT.

      *    A PRIMEIRA TROCA A PARTIR DO DIA 1 DIZ QUEM ERA O DONO NO
      *    INICIO DO MES (O VENDEDOR ANTERIOR DELA), MESMO QUE A
      *    TROCA SEJA DE UM MES POSTERIOR. AS TROCAS DENTRO DO MES
      *    FECHAM O PERIODO DO DONO ANTERIOR.
       033111-aplicar-troca section.
           IF HISTD-CODCLI NOT = FAT-CODCLI THEN
               MOVE 1 TO WS-FIM-HISTD
               GO TO 033111-aplicar-troca-exit
           END-IF.
           IF WS-PRIMEIRA-TROCA = "S" THEN
               MOVE HISTD-CODVND-ANT TO WS-DONO-SEGMENTO
               MOVE "N" TO WS-PRIMEIRA-TROCA
           END-IF.
           IF HISTD-DATA NOT < WS-DATA-INI-PROX THEN
               MOVE 1 TO WS-FIM-HISTD
               GO TO 033111-aplicar-troca-exit
           END-IF.
           COMPUTE WS-INT-TROCA =
                   FUNCTION INTEGER-OF-DATE(HISTD-DATA).
           MOVE WS-INT-TROCA TO WS-INT-SEG-FIM.
           PERFORM 03312-liberar-parcela.
           MOVE HISTD-CODVND-NOVO TO WS-DONO-SEGMENTO.
           MOVE WS-INT-TROCA TO WS-INT-SEG-INICIO.
           READ ARQ-HISTDIST NEXT RECORD
             AT END MOVE 1 TO WS-FIM-HISTD
             NOT AT END MOVE 0 TO WS-FIM-HISTD
           END-READ.
       033111-aplicar-troca-exit.
           EXIT.

      *    PARCELA DE UM PERIODO DE POSSE: DIAS DO PERIODO SOBRE OS
      *    DIAS DO MES. A ULTIMA PARCELA DO MES FICA COM O SALDO, PARA
      *    A SOMA DAS PARCELAS BATER COM O FATURAMENTO SEM RESIDUO DE
      *    ARREDONDAMENTO. PERIODOS SEM DONO (CLIENTE SEM VENDEDOR)
      *    SO ENTRAM NO TOTAL DE FATURAMENTO SEM VENDEDOR.
       03312-liberar-parcela section.
           COMPUTE WS-DIAS-SEGMENTO =
                   WS-INT-SEG-FIM - WS-INT-SEG-INICIO.
           IF WS-DIAS-SEGMENTO = 0 THEN
               GO TO 03312-liberar-parcela-exit
           END-IF.
           ADD WS-DIAS-SEGMENTO TO WS-DIAS-RATEADOS.
           IF WS-DIAS-RATEADOS NOT < WS-DIAS-MES THEN
               COMPUTE WS-VALOR-PARTE = FAT-VALOR - WS-VALOR-RATEADO
           ELSE
               COMPUTE WS-VALOR-PARTE ROUNDED =
                       FAT-VALOR * WS-DIAS-SEGMENTO / WS-DIAS-MES
           END-IF.
           ADD WS-VALOR-PARTE TO WS-VALOR-RATEADO.
           IF WS-DONO-SEGMENTO = 0 THEN
               ADD WS-VALOR-PARTE TO WS-TOT-SEM-DONO
               GO TO 03312-liberar-parcela-exit
           END-IF.
           PERFORM 033121-buscar-percentual.
           COMPUTE WS-COMISSAO-PARTE ROUNDED =
                   WS-VALOR-PARTE * WS-PERCENTUAL-ACHADO / 100.
           MOVE WS-DONO-SEGMENTO   TO CODVND-CSORT.
           MOVE FAT-CODCLI         TO CODCLI-CSORT.
           COMPUTE DATA-DE-CSORT =
                   FUNCTION DATE-OF-INTEGER(WS-INT-SEG-INICIO).
           COMPUTE DATA-ATE-CSORT =
                   FUNCTION DATE-OF-INTEGER(WS-INT-SEG-FIM - 1).
           MOVE WS-DIAS-SEGMENTO   TO DIAS-CSORT.
           MOVE WS-CLI-REGIAO-COM  TO REGIAO-CSORT.
           MOVE WS-CLI-CLASSE-COM  TO CLASSE-CSORT.
           MOVE WS-VALOR-PARTE     TO VALOR-CSORT.
           MOVE WS-PERCENTUAL-ACHADO TO PERCENTUAL-CSORT.
           IF WS-TAXA-ACHADA = "S" THEN
               MOVE SPACE TO SEM-TAXA-CSORT
           ELSE
               MOVE "*" TO SEM-TAXA-CSORT
               ADD 1 TO WS-TOT-SEM-TAXA
           END-IF.
           MOVE WS-COMISSAO-PARTE  TO COMISSAO-CSORT.
           RELEASE REG-COMIS-SORT.
       03312-liberar-parcela-exit.
           EXIT.

       033121-buscar-percentual section.
           MOVE "N" TO WS-TAXA-ACHADA.
           MOVE 0 TO WS-PERCENTUAL-ACHADO.
           IF WS-TAXACOM-DISPONIVEL = "N" THEN
               GO TO 033121-buscar-percentual-exit
           END-IF.
           PERFORM 0331211-tentar-chave
             WITH TEST BEFORE
             VARYING WS-IDX-TENTATIVA FROM 1 BY 1
             UNTIL WS-IDX-TENTATIVA > 8
                OR WS-TAXA-ACHADA = "S".
       033121-buscar-percentual-exit.
           EXIT.

      *    ORDEM DE PROCURA: A REGIAO PESA MAIS QUE A CLASSE, E O
      *    VENDEDOR MAIS QUE AMBAS.
       0331211-tentar-chave section.
           MOVE WS-DONO-SEGMENTO  TO TXC-CODVND.
           MOVE WS-CLI-REGIAO-COM TO TXC-REGIAO.
           MOVE WS-CLI-CLASSE-COM TO TXC-CLASSE.
           EVALUATE WS-IDX-TENTATIVA
           WHEN 2
             MOVE SPACE TO TXC-CLASSE
           WHEN 3
             MOVE 0 TO TXC-REGIAO
           WHEN 4
             MOVE 0 TO TXC-REGIAO
             MOVE SPACE TO TXC-CLASSE
           WHEN 5
             MOVE 0 TO TXC-CODVND
           WHEN 6
             MOVE 0 TO TXC-CODVND
             MOVE SPACE TO TXC-CLASSE
           WHEN 7
             MOVE 0 TO TXC-CODVND
             MOVE 0 TO TXC-REGIAO
           WHEN 8
             MOVE 0 TO TXC-CODVND
             MOVE 0 TO TXC-REGIAO
             MOVE SPACE TO TXC-CLASSE
           END-EVALUATE.
           READ ARQ-TAXACOM KEY IS TXC-CHAVE
             INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-TAXACOM = 0 THEN
               MOVE "S" TO WS-TAXA-ACHADA
               MOVE TXC-PERCENTUAL TO WS-PERCENTUAL-ACHADO
           END-IF.
       0331211-tentar-chave-exit.
           EXIT.

      *    QUEBRA POR VENDEDOR: CABECALHO COM NOME E EQUIPE, UMA
      *    LINHA POR PARCELA E, NO FECHAMENTO, A LINHA DE TOTAL E O
      *    REGISTRO DO VENDEDOR NO ARQUIVO DA FOLHA.
       034-SAIDA-SORT-COMISSAO section.
           MOVE 0 TO WS-FIM-SORT-COM.
           MOVE 0 TO WS-PRIMEIRO-REG.
           PERFORM 0341-processar-parcela
             UNTIL WS-FIM-SORT-COM = 1.
           IF WS-PRIMEIRO-REG = 1 THEN
               PERFORM 0343-fechar-vendedor
           END-IF.
       034-SAIDA-SORT-COMISSAO-EXIT.
           EXIT.

       0341-processar-parcela section.
           RETURN COMIS-SORT
             AT END MOVE 1 TO WS-FIM-SORT-COM.
           IF WS-FIM-SORT-COM = 1 THEN
               GO TO 0341-processar-parcela-exit
           END-IF.
           IF WS-PRIMEIRO-REG = 0 THEN
               MOVE 1 TO WS-PRIMEIRO-REG
               PERFORM 0342-abrir-vendedor
           ELSE
               IF CODVND-CSORT NOT = WS-VND-QUEBRA THEN
                   PERFORM 0343-fechar-vendedor
                   PERFORM 0342-abrir-vendedor
               END-IF
           END-IF.
           IF CODCLI-CSORT NOT = WS-CLI-ULTIMO THEN
               ADD 1 TO WS-VND-QTD-CLIENTES
               MOVE CODCLI-CSORT TO WS-CLI-ULTIMO
           END-IF.
           ADD VALOR-CSORT    TO WS-VND-BASE.
           ADD COMISSAO-CSORT TO WS-VND-COMISSAO.
           MOVE CODCLI-CSORT        TO WS-COM-DET-CODCLI.
           MOVE DATA-DE-CSORT(7:2)  TO WS-COM-DET-DIA-DE.
           MOVE DATA-ATE-CSORT(7:2) TO WS-COM-DET-DIA-ATE.
           MOVE DIAS-CSORT          TO WS-COM-DET-DIAS.
           MOVE REGIAO-CSORT        TO WS-COM-DET-REGIAO.
           MOVE CLASSE-CSORT        TO WS-COM-DET-CLASSE.
           MOVE VALOR-CSORT         TO WS-COM-DET-VALOR.
           MOVE PERCENTUAL-CSORT    TO WS-COM-DET-PERC.
           MOVE SEM-TAXA-CSORT      TO WS-COM-DET-SEM-TAXA.
           MOVE COMISSAO-CSORT      TO WS-COM-DET-COMISSAO.
           MOVE WS-LINHA-COM-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0341-processar-parcela-exit.
           EXIT.

       0342-abrir-vendedor section.
           MOVE CODVND-CSORT TO WS-VND-QUEBRA.
           MOVE 0 TO WS-VND-BASE.
           MOVE 0 TO WS-VND-COMISSAO.
           MOVE 0 TO WS-VND-QTD-CLIENTES.
           MOVE 0 TO WS-CLI-ULTIMO.
           MOVE WS-VND-QUEBRA TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO
             INVALID KEY MOVE SPACES TO VND-NOME
                         MOVE 0 TO VND-CPF
                         MOVE 0 TO VND-EQUIPE
           END-READ.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-VND-QUEBRA TO WS-COM-VND-CODIGO.
           MOVE VND-NOME      TO WS-COM-VND-NOME.
           MOVE VND-EQUIPE    TO WS-COM-VND-EQUIPE.
           MOVE WS-LINHA-COM-VND TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-COM-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0342-abrir-vendedor-exit.
           EXIT.

       0343-fechar-vendedor section.
           MOVE WS-VND-BASE     TO WS-COM-TVND-VALOR.
           MOVE WS-VND-COMISSAO TO WS-COM-TVND-COMISSAO.
           MOVE WS-LINHA-COM-TOT-VND TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD WS-VND-BASE     TO WS-TOT-BASE.
           ADD WS-VND-COMISSAO TO WS-TOT-COMISSAO.
           ADD 1 TO WS-TOT-VENDEDORES.

           MOVE SPACES TO FOL-REGISTRO.
           MOVE "D"                 TO FOL-TIPO.
           MOVE WS-TEL-ANOMES       TO FOL-ANOMES.
           MOVE WS-VND-QUEBRA       TO FOL-CODVND.
           MOVE VND-CPF             TO FOL-CPF.
           MOVE VND-NOME            TO FOL-NOME.
           MOVE "COMI"              TO FOL-EVENTO.
           MOVE WS-VND-BASE         TO FOL-BASE-CALCULO.
           MOVE WS-VND-COMISSAO     TO FOL-VALOR-COMISSAO.
           MOVE WS-VND-QTD-CLIENTES TO FOL-QTDE-CLIENTES.
           MOVE WS-DATA-HOJE        TO FOL-DATA-GERACAO.
           WRITE FOL-REGISTRO.
       0343-fechar-vendedor-exit.
           EXIT.

       035-imprimir-totais section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-BASE TO WS-COM-TOT-BASE.
           MOVE WS-LINHA-COM-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-COMISSAO TO WS-COM-TOT-COMISSAO.
           MOVE WS-LINHA-COM-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-SEM-DONO TO WS-COM-TOT-SEM-DONO.
           MOVE WS-LINHA-COM-TOT-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-VENDEDORES TO WS-COM-TOT-VND.
           MOVE WS-LINHA-COM-TOT-4 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-SEM-TAXA TO WS-COM-TOT-SEM-TAXA.
           MOVE WS-LINHA-COM-TOT-5 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       035-imprimir-totais-exit.
           EXIT.

       036-fechar-arquivos section.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-FATURA.
           IF WS-HISTD-DISPONIVEL = "S" THEN
               CLOSE ARQ-HISTDIST
           END-IF.
           IF WS-CLIPER-DISPONIVEL = "S" THEN
               CLOSE ARQ-CLIPER
           END-IF.
           IF WS-TAXACOM-DISPONIVEL = "S" THEN
               CLOSE ARQ-TAXACOM
           END-IF.
       036-fechar-arquivos-exit.
           EXIT.

      *    RODADA NAO-INTERATIVA DA JANELA NOTURNA: MES ANTERIOR,
      *    EXTRATO REGISTRADO NO SPOOL E RETORNO NO DIARIO DE JOBS
      *    (4 QUANDO ALGUMA PARCELA FICOU SEM PERCENTUAL).
       05-gerar-batch section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE "JOBNOTURNO" TO WS-OPERADOR-ID.
           PERFORM 021-calcular-mes-anterior.
           MOVE "COMISSAO" TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR.
           MOVE WS-TEL-ANOMES TO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WS-TEL-NMARQUIVO.
           MOVE 0 TO WS-RC-BATCH.
           PERFORM 03-gerar-extrato.
           IF WS-ERRO-ABERTURA = 0 THEN
               MOVE "F" TO WS-SPL-FUNCAO
               CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG
           END-IF.
           MOVE "RELATORIO_COMISSAO" TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID       TO WS-JOB-OPERADOR.
           MOVE WS-TOT-VENDEDORES    TO WS-JOB-QTD-REGISTROS.
           MOVE WS-TOT-SEM-TAXA      TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH          TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       05-gerar-batch-exit.
           EXIT.
