       identification division.
       program-id. "SIMULA_TERRITORIO".
       author.     Roberto Holz.
      *    CENARIO DE REDESENHO DE TERRITORIOS PARA UMA QUANTIDADE
      *    ALVO DE VENDEDORES ("E SE FOSSEM 45 EM VEZ DE 52"): AGRUPA
      *    OS CLIENTES ATIVOS COM COORDENADAS EM TERRITORIOS
      *    EQUILIBRADOS E PROPOE UMA BASE (LAT/LONG E A LOCALIDADE DO
      *    CEP MAIS PROXIMO NO ARQ_GEOCEP) PARA CADA UM.
      *    - VENDEDORES FIXOS INFORMADOS NA TELA FICAM COM A BASE
      *      ATUAL COMO CENTRO DE UM DOS TERRITORIOS (NAO SE MOVEM) E
      *      COM A PROPRIA CAPACIDADE COMO LIMITE, QUANDO TIVEREM;
      *    - OS DEMAIS CENTROS SAO SEMEADOS PELO CLIENTE MAIS DISTANTE
      *      DOS CENTROS JA ESCOLHIDOS E AJUSTADOS PELA MEDIA DOS
      *      CLIENTES ALOCADOS, ATE A ALOCACAO PARAR DE MUDAR (NO
      *      MAXIMO WS-MAX-ITERACOES RODADAS);
      *    - CADA CLIENTE VAI PARA O CENTRO MAIS PROXIMO QUE AINDA TEM
      *      VAGA. O LIMITE POR TERRITORIO E O INFORMADO OU, COM ZERO,
      *      A MEDIA DE CLIENTES POR TERRITORIO MAIS 10%.
      *    NO AGRUPAMENTO A DISTANCIA E A APROXIMACAO PLANA (SO PARA
      *    COMPARAR); AS DISTANCIAS IMPRESSAS SAO AS RODOVIARIAS DA
      *    ROTINA COMUM CALCULA_DISTANCIA. O RELATORIO TRAZ, POR
      *    TERRITORIO, CLIENTES, DISTANCIA MEDIA E MAXIMA E O
      *    FATURAMENTO DOS ULTIMOS 12 MESES, O MESMO QUADRO DA
      *    SITUACAO ATUAL POR VENDEDOR E O COMPARATIVO ENTRE OS DOIS.
      *    O CENARIO E GRAVADO NUM ARQUIVO PROPRIO (FD-ARQ-CENARIO);
      *    ARQ_CLIENTE E ARQ_VENDEDOR SO SAO LIDOS.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-arq-geocep.cpy'.
         copy 'select-arq-cenario.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-arq-geocep.cpy'.
         copy 'fd-arq-cenario.cpy'.
         copy 'fd-impresso.cpy'.

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
              05 WS-FATURA-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-GEOCEP       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-GEOCEP  PIC 9(02) VALUE ZEROS.
              05 WS-GEOCEP-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-CENARIO      PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-CENARIO PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-MSG-CENARIO       PIC X(40) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
                 10 WS-HOJE-ANO       PIC 9(04).
                 10 WS-HOJE-MES       PIC 9(02).
                 10 WS-HOJE-DIA       PIC 9(02).
              05 WS-HORA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-ANO-CORTE         PIC 9(04) VALUE ZEROS.
              05 WS-MES-CORTE         PIC 9(02) VALUE ZEROS.
              05 WS-ANOMES-CORTE      PIC 9(06) VALUE ZEROS.
              05 WS-FIM-ARQCLI        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-ARQVND        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-FATURA        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-GEOCEP        PIC 9(01) VALUE ZEROS.
              05 WS-MAX-ITERACOES     PIC 9(03) VALUE 20.
              05 WS-QTD-ITERACOES     PIC 9(03) VALUE ZEROS.
              05 WS-QTD-MUDANCAS      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-TERRIT        PIC 9(03) VALUE ZEROS.
              05 WS-QTD-FIXOS         PIC 9(03) VALUE ZEROS.
              05 WS-LIMITE-CLIENTES   PIC 9(07) VALUE ZEROS.
              05 WS-QTD-CLIENTES      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-SEM-COORD     PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DESPREZADOS   PIC 9(07) VALUE ZEROS.
              05 WS-QTD-SEM-TERRIT    PIC 9(07) VALUE ZEROS.
              05 WS-QTD-SEM-VND-ATUAL PIC 9(07) VALUE ZEROS.
              05 WS-QTD-VENDEDORES    PIC 9(05) VALUE ZEROS.
              05 WS-IDX-CLI           PIC 9(07) VALUE ZEROS.
              05 WS-IDX-TER           PIC 9(03) VALUE ZEROS.
              05 WS-IDX-FIX           PIC 9(03) VALUE ZEROS.
              05 WS-IDX-VND           PIC 9(05) VALUE ZEROS.
              05 WS-IDX-MELHOR        PIC 9(03) VALUE ZEROS.
              05 WS-IDX-LONGE         PIC 9(07) VALUE ZEROS.
              05 WS-BUSCA-CODIGO      PIC 9(07) VALUE ZEROS.
              05 WS-BUSCA-INICIO      PIC 9(07) VALUE ZEROS.
              05 WS-BUSCA-FIM         PIC 9(07) VALUE ZEROS.
              05 WS-BUSCA-MEIO        PIC 9(07) VALUE ZEROS.
              05 WS-BUSCA-ACHOU       PIC 9(07) VALUE ZEROS.
              05 WS-FIXO-REPETIDO     PIC X(01) VALUE "N".
              05 WS-TEL-QTD-TERRIT    PIC 9(03) VALUE ZEROS.
              05 WS-TEL-LIMITE        PIC 9(05) VALUE ZEROS.
              05 WS-TEL-CODVND-FIXO   PIC 9(05) VALUE ZEROS.
              05 WS-TEL-QTD-FIXOS     PIC ZZ9.
              05 WS-TEL-NMCENARIO     PIC X(40) VALUE SPACES.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-TEL-CONFIRMAR     PIC X(01) VALUE SPACES.
              05 WS-DISTANCIA-CALC    PIC 9(08)V9(03) VALUE ZEROS.
      *    APROXIMACAO PLANA (GRAUS, LONGITUDE CORRIGIDA PELO
      *    COSSENO DA LATITUDE MEDIA) USADA SO PARA COMPARAR.
              05 WS-PLN-COS-LAT       USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-SOMA-LAT      USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-SOMA-LON      USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-DX            USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-DY            USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-D2            USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-MELHOR-D2     USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-LONGE-D2      USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-LAT-1         PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-PLN-LON-1         PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-PLN-LAT-2         PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-PLN-LON-2         PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO         PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR   PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA      PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.

      *    QUADRO COMPARATIVO: ATUAL (VENDEDORES) X CENARIO.
           01 WS-COMPARATIVO.
              05 WS-CMP-ITEM OCCURS 2 TIMES.
                 10 WS-CMP-QTD-TERRIT     PIC 9(05).
                 10 WS-CMP-MIN-CLI        PIC 9(07).
                 10 WS-CMP-MAX-CLI        PIC 9(07).
                 10 WS-CMP-QTD-ALOCADOS   PIC 9(07).
                 10 WS-CMP-SOMA-DIST      PIC 9(13)V9(03).
                 10 WS-CMP-DIST-MEDIA     PIC 9(08)V9(03).
                 10 WS-CMP-DIST-MAX       PIC 9(08)V9(03).
                 10 WS-CMP-MIN-FAT        PIC 9(15)V9(02).
                 10 WS-CMP-MAX-FAT        PIC 9(15)V9(02).
                 10 WS-CMP-SEM-ALOCACAO   PIC 9(07).
           77 WS-CMP-ATUAL             PIC 9(01) VALUE 1.
           77 WS-CMP-CENARIO           PIC 9(01) VALUE 2.
           77 WS-IDX-CMP               PIC 9(01) VALUE ZEROS.

      *    CLIENTES ATIVOS COM COORDENADAS, EM ORDEM DE CODIGO.
           01 WS-TAB-CLIENTE.
              05 WS-TCL-ITEM OCCURS 50000 TIMES.
                 10 WS-TCL-CODIGO         PIC 9(07).
                 10 WS-TCL-LATITUDE       PIC S9(03)V9(08).
                 10 WS-TCL-LONGITUDE      PIC S9(03)V9(08).
                 10 WS-TCL-REGIAO         PIC 9(03).
                 10 WS-TCL-CODVND         PIC 9(05).
                 10 WS-TCL-FATURAMENTO    PIC 9(13)V9(02).
                 10 WS-TCL-TERRIT         PIC 9(03).
                 10 WS-TCL-DIST-ATUAL     PIC 9(08)V9(03).
                 10 WS-TCL-DIST-CENARIO   PIC 9(08)V9(03).
                 10 WS-TCL-MENOR-D2       USAGE COMP-2.

      *    VENDEDORES EM ORDEM DE CODIGO (BASE E QUADRO ATUAL).
           01 WS-TAB-VENDEDOR.
              05 WS-TVN-ITEM OCCURS 20000 TIMES.
                 10 WS-TVN-CODIGO         PIC 9(05).
                 10 WS-TVN-LATITUDE       PIC S9(03)V9(08).
                 10 WS-TVN-LONGITUDE      PIC S9(03)V9(08).
                 10 WS-TVN-CAPACIDADE     PIC 9(05).
                 10 WS-TVN-STATUS         PIC X(01).
                 10 WS-TVN-LOCALIDADE     PIC X(30).
                 10 WS-TVN-QTD-CLI        PIC 9(07).
                 10 WS-TVN-SOMA-DIST      PIC 9(11)V9(03).
                 10 WS-TVN-DIST-MAX       PIC 9(08)V9(03).
                 10 WS-TVN-FATURAMENTO    PIC 9(15)V9(02).

      *    VENDEDORES FIXOS INFORMADOS NA TELA.
           01 WS-TAB-FIXO.
              05 WS-FIX-CODVND PIC 9(05) OCCURS 999 TIMES.

      *    TERRITORIOS DO CENARIO (OS FIXOS PRIMEIRO).
           01 WS-TAB-TERRIT.
              05 WS-TER-ITEM OCCURS 999 TIMES.
                 10 WS-TER-CODVND-FIXO    PIC 9(05).
                 10 WS-TER-LATITUDE       PIC S9(03)V9(08).
                 10 WS-TER-LONGITUDE      PIC S9(03)V9(08).
                 10 WS-TER-CAPACIDADE     PIC 9(07).
                 10 WS-TER-QTD-CLI        PIC 9(07).
                 10 WS-TER-SOMA-LAT       PIC S9(09)V9(08).
                 10 WS-TER-SOMA-LON       PIC S9(09)V9(08).
                 10 WS-TER-SOMA-DIST      PIC 9(11)V9(03).
                 10 WS-TER-DIST-MAX       PIC 9(08)V9(03).
                 10 WS-TER-FATURAMENTO    PIC 9(15)V9(02).
                 10 WS-TER-CEP            PIC 9(08).
                 10 WS-TER-LOCALIDADE     PIC X(30).
                 10 WS-TER-CEP-D2         USAGE COMP-2.

           01 WS-LINHAS-CENARIO.
              05 WS-LINHA-CEN-CAB-1.
                 10 FILLER                  PIC X(40) VALUE
                    "  CENARIO DE TERRITORIOS - TERRITORIOS:".
                 10 WS-CEN-CAB-QTD          PIC ZZ9.
                 10 FILLER                  PIC X(10) VALUE
                    "  LIMITE:".
                 10 WS-CEN-CAB-LIMITE       PIC ZZZZZZ9.
              05 WS-LINHA-CEN-SECAO-1      PIC X(80) VALUE
                 "  TERRITORIOS PROPOSTOS:".
              05 WS-LINHA-CEN-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "  TER  FIXO  LATITUDE LONGITUDE LOCALIDA".
                 10 FILLER                  PIC X(40) VALUE
                    "DE       CLIENT  D.MED   D.MAX FATURAM.".
              05 WS-LINHA-CEN-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-CEN-TER              PIC ZZ9B.
                 10 WS-CEN-FIXO             PIC ZZZZ9B.
                 10 WS-CEN-LATITUDE         PIC -ZZ9.9999B.
                 10 WS-CEN-LONGITUDE        PIC -ZZ9.9999B.
                 10 WS-CEN-LOCALIDADE       PIC X(16)B.
                 10 WS-CEN-QTD-CLI          PIC ZZZZZ9B.
                 10 WS-CEN-DIST-MEDIA       PIC ZZZ9.9B.
                 10 WS-CEN-DIST-MAX         PIC ZZZZ9.9B.
                 10 WS-CEN-FATURAMENTO      PIC ZZZZZZZZ9.
              05 WS-LINHA-CEN-SECAO-2      PIC X(80) VALUE
                 "  SITUACAO ATUAL POR VENDEDOR:".
              05 WS-LINHA-CEN-CAB-3.
                 10 FILLER                  PIC X(40) VALUE
                    "       VEND  LATITUDE LONGITUDE LOCALIDA".
                 10 FILLER                  PIC X(40) VALUE
                    "DE       CLIENT  D.MED   D.MAX FATURAM.".
              05 WS-LINHA-CEN-SECAO-3.
                 10 FILLER                  PIC X(40) VALUE
                    "  COMPARATIVO".
                 10 FILLER                  PIC X(40) VALUE
                    "ATUAL         CENARIO".
              05 WS-LINHA-CEN-CMP.
                 10 WS-CMP-ROTULO           PIC X(32).
                 10 WS-CMP-ED-ATUAL         PIC ZZZZZZZZZZZ9.9B.
                 10 WS-CMP-ED-CENARIO       PIC ZZZZZZZZZZZ9.9.
              05 WS-LINHA-CEN-TOT-1.
                 10 FILLER                  PIC X(32) VALUE
                    "  Clientes ativos agrupados....:".
                 10 WS-TOT-CLIENTES-ED      PIC ZZZZZZ9.
              05 WS-LINHA-CEN-TOT-2.
                 10 FILLER                  PIC X(32) VALUE
                    "  Ativos sem coordenadas.......:".
                 10 WS-TOT-SEM-COORD-ED     PIC ZZZZZZ9.
              05 WS-LINHA-CEN-TOT-3.
                 10 FILLER                  PIC X(32) VALUE
                    "  Iteracoes do agrupamento.....:".
                 10 WS-TOT-ITERACOES-ED     PIC ZZ9.
              05 WS-LINHA-CEN-TOT-4.
                 10 FILLER                  PIC X(32) VALUE
                    "  Desprezados (tabela cheia)...:".
                 10 WS-TOT-DESPREZADOS-ED   PIC ZZZZZZ9.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CENARIO.
          05 VALUE "--- CENARIO DE REDESENHO DE TERRITORIOS ---"
          BLANK SCREEN LINE 1 COL 20.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Agrupa os clientes ativos em territorios para"
             LINE 5 COL 20.
          05 VALUE "uma quantidade alvo de vendedores. Nao altera"
             LINE 6 COL 20.
          05 VALUE "os cadastros."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 18 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 19 COL 20.
          05 TELA-CENARIO-MSG.
             10 LINE 21 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CENARIO.

       01 TELA-CENARIO-PRM.
          05 TELA-CEN-QTD-TERRIT.
             10 LINE 09 COL 20 VALUE "Quantidade de territorios:".
             10 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-QTD-TERRIT.
          05 TELA-CEN-LIMITE.
             10 LINE 10 COL 20 VALUE "Limite clientes (0=auto).:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-LIMITE.
          05 TELA-CEN-FIXO.
             10 LINE 11 COL 20 VALUE "Vendedor fixo (0 = fim)..:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-CODVND-FIXO.
          05 TELA-CEN-QTD-FIXOS.
             10 LINE 12 COL 20 VALUE "Vendedores fixos.........:".
             10 COLUMN PLUS 2 PIC ZZ9 FROM WS-TEL-QTD-FIXOS.
          05 TELA-CEN-NMCENARIO.
             10 LINE 13 COL 20 VALUE "Arquivo do cenario.......:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMCENARIO.
          05 TELA-CEN-NMARQ.
             10 LINE 14 COL 20 VALUE "Arquivo do relatorio.....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.
          05 TELA-CEN-CONFIRMAR.
             10 LINE 16 COL 20 VALUE "Confirmar(S/N)...........:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-CONFIRMAR.

       01 TELA-CENARIO-SAIR.
          05 LINE 23 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               perform 02-gerar-cenario
               DISPLAY TELA-CENARIO-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-CENARIO.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-CENARIO
               DISPLAY TELA-CENARIO-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-gerar-cenario section.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  (WS-RESULTADO-ACESSO <> 00
                AND WS-RESULTADO-ACESSO <> 05)
           OR  (WS-RST-ACESS-VND <> 00
                AND WS-RST-ACESS-VND <> 05) THEN
               MOVE "Erro na abertura dos arquivos" TO WS-MSG-CENARIO
               DISPLAY TELA-CENARIO-MSG
               GO TO 02-gerar-cenario-exit
           END-IF.

           PERFORM 03-informar-parametros.
           IF WS-TEL-CONFIRMAR NOT = "S" THEN
               MOVE "Cenario cancelado" TO WS-MSG-CENARIO
               DISPLAY TELA-CENARIO-MSG
               CLOSE ARQ-CLIENTE
               CLOSE ARQ-VENDEDOR
               GO TO 02-gerar-cenario-exit
           END-IF.

           MOVE "Carregando clientes e vendedores" TO WS-MSG-CENARIO.
           DISPLAY TELA-CENARIO-MSG.
           PERFORM 04-carregar-dados.
           IF WS-QTD-CLIENTES = 0
           OR WS-QTD-CLIENTES < WS-QTD-TERRIT THEN
               MOVE "Clientes insuficientes para o cenario"
                 TO WS-MSG-CENARIO
               DISPLAY TELA-CENARIO-MSG
               PERFORM 09-fechar-arquivos
               GO TO 02-gerar-cenario-exit
           END-IF.

           PERFORM 05-situacao-atual.
           MOVE "Agrupando clientes" TO WS-MSG-CENARIO.
           DISPLAY TELA-CENARIO-MSG.
           PERFORM 06-agrupar-clientes.
           PERFORM 07-apurar-cenario.
           PERFORM 08-gravar-cenario.
           PERFORM 10-imprimir-relatorio.
           PERFORM 09-fechar-arquivos.
           MOVE "Cenario gerado, ver o relatorio" TO WS-MSG-CENARIO.
           DISPLAY TELA-CENARIO-MSG.
       02-gerar-cenario-exit.
           EXIT.

       03-informar-parametros section.
           MOVE 0 TO WS-TEL-QTD-TERRIT.
           MOVE 0 TO WS-TEL-LIMITE.
           MOVE 0 TO WS-QTD-FIXOS.
           MOVE 0 TO WS-TEL-QTD-FIXOS.
           MOVE "CENARIO_TERRITORIO" TO WS-TEL-NMCENARIO.
           MOVE "CENARIO_TERRITORIO_REL" TO WS-TEL-NMARQUIVO.
           MOVE SPACES TO WS-TEL-CONFIRMAR.
           DISPLAY TELA-CENARIO-PRM.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 031-informar-qtd-territ
             UNTIL WS-PARAM-OK = "OK".
           ACCEPT TELA-CEN-LIMITE.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 032-informar-fixo
             UNTIL WS-PARAM-OK = "OK".
           ACCEPT TELA-CEN-NMCENARIO.
           ACCEPT TELA-CEN-NMARQ.
           IF WS-TEL-NMCENARIO = SPACES
           OR WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "N" TO WS-TEL-CONFIRMAR
               GO TO 03-informar-parametros-exit
           END-IF.
           ACCEPT TELA-CEN-CONFIRMAR.
           MOVE WS-TEL-QTD-TERRIT TO WS-QTD-TERRIT.
       03-informar-parametros-exit.
           EXIT.

       031-informar-qtd-territ section.
           ACCEPT TELA-CEN-QTD-TERRIT.
           IF WS-TEL-QTD-TERRIT = 0 THEN
               MOVE "Informe a quantidade de territorios"
                 TO WS-MSG-CENARIO
           ELSE
               MOVE "OK" TO WS-PARAM-OK
               MOVE SPACES TO WS-MSG-CENARIO
           END-IF.
           DISPLAY TELA-CENARIO-MSG.
       031-informar-qtd-territ-exit.
           EXIT.

      *    UM VENDEDOR FIXO POR VEZ, ATE O OPERADOR INFORMAR ZERO OU
      *    OS FIXOS OCUPAREM TODOS OS TERRITORIOS.
       032-informar-fixo section.
           MOVE 0 TO WS-TEL-CODVND-FIXO.
           ACCEPT TELA-CEN-FIXO.
           IF WS-TEL-CODVND-FIXO = 0 THEN
               MOVE "OK" TO WS-PARAM-OK
               MOVE SPACES TO WS-MSG-CENARIO
               DISPLAY TELA-CENARIO-MSG
               GO TO 032-informar-fixo-exit
           END-IF.
           MOVE "N" TO WS-FIXO-REPETIDO.
           MOVE 1 TO WS-IDX-FIX.
           PERFORM 0321-comparar-fixo
             UNTIL WS-IDX-FIX > WS-QTD-FIXOS.
           MOVE WS-TEL-CODVND-FIXO TO VND-CODIGO.
           READ ARQ-VENDEDOR
               KEY IS VND-CODIGO
               INVALID KEY MOVE "I" TO VND-STATUS
           END-READ.
           IF WS-FIXO-REPETIDO = "S" THEN
               MOVE "Vendedor ja informado" TO WS-MSG-CENARIO
           ELSE
               IF NOT VND-STATUS-ATIVO THEN
                   MOVE "Vendedor inexistente ou inativo"
                     TO WS-MSG-CENARIO
               ELSE
                   ADD 1 TO WS-QTD-FIXOS
                   MOVE WS-TEL-CODVND-FIXO
                     TO WS-FIX-CODVND(WS-QTD-FIXOS)
                   MOVE WS-QTD-FIXOS TO WS-TEL-QTD-FIXOS
                   MOVE SPACES TO WS-MSG-CENARIO
                   DISPLAY TELA-CEN-QTD-FIXOS
               END-IF
           END-IF.
           DISPLAY TELA-CENARIO-MSG.
           IF WS-QTD-FIXOS NOT < WS-TEL-QTD-TERRIT THEN
               MOVE "OK" TO WS-PARAM-OK
           END-IF.
       032-informar-fixo-exit.
           EXIT.

       0321-comparar-fixo section.
           IF WS-FIX-CODVND(WS-IDX-FIX) = WS-TEL-CODVND-FIXO THEN
               MOVE "S" TO WS-FIXO-REPETIDO
           END-IF.
           ADD 1 TO WS-IDX-FIX.
       0321-comparar-fixo-exit.
           EXIT.

       04-carregar-dados section.
           PERFORM 041-carregar-vendedores.
           PERFORM 042-carregar-clientes.
           MOVE "ARQ_FATURA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-FATURA.
           OPEN INPUT ARQ-FATURA.
           IF  WS-RST-ACESS-FATURA = 00
           OR  WS-RST-ACESS-FATURA = 05 THEN
               MOVE "S" TO WS-FATURA-DISPONIVEL
               PERFORM 043-somar-faturamento
           ELSE
               MOVE "N" TO WS-FATURA-DISPONIVEL
           END-IF.
           MOVE "ARQ_GEOCEP" TO WID-ARQ-GEOCEP.
           OPEN INPUT ARQ-GEOCEP.
           IF  WS-RST-ACESS-GEOCEP = 00
           OR  WS-RST-ACESS-GEOCEP = 05 THEN
               MOVE "S" TO WS-GEOCEP-DISPONIVEL
           ELSE
               MOVE "N" TO WS-GEOCEP-DISPONIVEL
           END-IF.
       04-carregar-dados-exit.
           EXIT.

       041-carregar-vendedores section.
           MOVE 0 TO WS-QTD-VENDEDORES.
           MOVE 0 TO WS-FIM-ARQVND.
           MOVE LOW-VALUES TO VND-CODIGO.
           START ARQ-VENDEDOR KEY IS NOT LESS THAN VND-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQVND
           END-START.
           IF WS-FIM-ARQVND = 0 THEN
               READ ARQ-VENDEDOR NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQVND
               END-READ
               PERFORM 0411-guardar-vendedor
                 UNTIL WS-FIM-ARQVND = 1
                    OR WS-QTD-VENDEDORES >= 20000
           END-IF.
       041-carregar-vendedores-exit.
           EXIT.

       0411-guardar-vendedor section.
           ADD 1 TO WS-QTD-VENDEDORES.
           MOVE WS-QTD-VENDEDORES TO WS-IDX-VND.
           INITIALIZE WS-TVN-ITEM(WS-IDX-VND).
           MOVE VND-CODIGO      TO WS-TVN-CODIGO(WS-IDX-VND).
           MOVE VND-LATITUDE    TO WS-TVN-LATITUDE(WS-IDX-VND).
           MOVE VND-LONGITUDE   TO WS-TVN-LONGITUDE(WS-IDX-VND).
           MOVE VND-CAPACIDADE  TO WS-TVN-CAPACIDADE(WS-IDX-VND).
           MOVE VND-STATUS      TO WS-TVN-STATUS(WS-IDX-VND).
           MOVE VND-LOCALIDADE  TO WS-TVN-LOCALIDADE(WS-IDX-VND).
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQVND
             NOT AT END MOVE 0 TO WS-FIM-ARQVND
           END-READ.
       0411-guardar-vendedor-exit.
           EXIT.

       042-carregar-clientes section.
           MOVE 0 TO WS-QTD-CLIENTES.
           MOVE 0 TO WS-QTD-SEM-COORD.
           MOVE 0 TO WS-QTD-DESPREZADOS.
           MOVE 0 TO WS-PLN-SOMA-LAT.
           MOVE 0 TO WS-FIM-ARQCLI.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQCLI
           END-START.
           IF WS-FIM-ARQCLI = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQCLI
               END-READ
               PERFORM 0421-guardar-cliente
                 UNTIL WS-FIM-ARQCLI = 1
           END-IF.
           IF WS-QTD-CLIENTES > 0 THEN
               COMPUTE WS-PLN-COS-LAT =
                       FUNCTION COS(WS-PLN-SOMA-LAT / WS-QTD-CLIENTES
                                    * FUNCTION PI / 180)
           END-IF.
       042-carregar-clientes-exit.
           EXIT.

       0421-guardar-cliente section.
           IF CLI-STATUS-ATIVO THEN
               IF CLI-LATITUDE = 0 AND CLI-LONGITUDE = 0 THEN
                   ADD 1 TO WS-QTD-SEM-COORD
               ELSE
                   IF WS-QTD-CLIENTES >= 50000 THEN
                       ADD 1 TO WS-QTD-DESPREZADOS
                   ELSE
                       ADD 1 TO WS-QTD-CLIENTES
                       MOVE WS-QTD-CLIENTES TO WS-IDX-CLI
                       INITIALIZE WS-TCL-ITEM(WS-IDX-CLI)
                       MOVE CLI-CODIGO    TO WS-TCL-CODIGO(WS-IDX-CLI)
                       MOVE CLI-LATITUDE
                         TO WS-TCL-LATITUDE(WS-IDX-CLI)
                       MOVE CLI-LONGITUDE
                         TO WS-TCL-LONGITUDE(WS-IDX-CLI)
                       MOVE CLI-REGIAO    TO WS-TCL-REGIAO(WS-IDX-CLI)
                       MOVE CLI-CODVND    TO WS-TCL-CODVND(WS-IDX-CLI)
                       ADD CLI-LATITUDE   TO WS-PLN-SOMA-LAT
                   END-IF
               END-IF
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
             NOT AT END MOVE 0 TO WS-FIM-ARQCLI
           END-READ.
       0421-guardar-cliente-exit.
           EXIT.

      *    FATURAMENTO DOS ULTIMOS 12 MESES (O MESMO CORTE DA
      *    CLASSIFICACAO DE PERIODICIDADE), NUMA PASSADA SO PELO
      *    ARQ_FATURA COM BUSCA BINARIA NA TABELA DE CLIENTES.
       043-somar-faturamento section.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-HOJE-MES = 12 THEN
               MOVE WS-HOJE-ANO TO WS-ANO-CORTE
               MOVE 1 TO WS-MES-CORTE
           ELSE
               COMPUTE WS-ANO-CORTE = WS-HOJE-ANO - 1
               COMPUTE WS-MES-CORTE = WS-HOJE-MES + 1
           END-IF.
           COMPUTE WS-ANOMES-CORTE = WS-ANO-CORTE * 100 + WS-MES-CORTE.
           MOVE 0 TO WS-FIM-FATURA.
           MOVE LOW-VALUES TO FAT-CHAVE.
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-FATURA
           END-START.
           IF WS-FIM-FATURA = 0 THEN
               READ ARQ-FATURA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FATURA
               END-READ
               PERFORM 0431-acumular-fatura
                 UNTIL WS-FIM-FATURA = 1
           END-IF.
       043-somar-faturamento-exit.
           EXIT.

       0431-acumular-fatura section.
           IF FAT-ANOMES NOT < WS-ANOMES-CORTE THEN
               MOVE FAT-CODCLI TO WS-BUSCA-CODIGO
               PERFORM 049-buscar-cliente
               IF WS-BUSCA-ACHOU > 0 THEN
                   ADD FAT-VALOR
                    TO WS-TCL-FATURAMENTO(WS-BUSCA-ACHOU)
               END-IF
           END-IF.
           READ ARQ-FATURA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-FATURA
             NOT AT END MOVE 0 TO WS-FIM-FATURA
           END-READ.
       0431-acumular-fatura-exit.
           EXIT.

       049-buscar-cliente section.
           MOVE 0 TO WS-BUSCA-ACHOU.
           MOVE 1 TO WS-BUSCA-INICIO.
           MOVE WS-QTD-CLIENTES TO WS-BUSCA-FIM.
           PERFORM 0491-dividir-cliente
             UNTIL WS-BUSCA-ACHOU > 0
                OR WS-BUSCA-INICIO > WS-BUSCA-FIM.
       049-buscar-cliente-exit.
           EXIT.

       0491-dividir-cliente section.
           COMPUTE WS-BUSCA-MEIO =
                   (WS-BUSCA-INICIO + WS-BUSCA-FIM) / 2.
           IF WS-TCL-CODIGO(WS-BUSCA-MEIO) = WS-BUSCA-CODIGO THEN
               MOVE WS-BUSCA-MEIO TO WS-BUSCA-ACHOU
           ELSE
               IF WS-TCL-CODIGO(WS-BUSCA-MEIO) < WS-BUSCA-CODIGO THEN
                   COMPUTE WS-BUSCA-INICIO = WS-BUSCA-MEIO + 1
               ELSE
                   IF WS-BUSCA-MEIO = 1 THEN
                       MOVE 0 TO WS-BUSCA-FIM
                   ELSE
                       COMPUTE WS-BUSCA-FIM = WS-BUSCA-MEIO - 1
                   END-IF
               END-IF
           END-IF.
       0491-dividir-cliente-exit.
           EXIT.

       048-buscar-vendedor section.
           MOVE 0 TO WS-BUSCA-ACHOU.
           MOVE 1 TO WS-BUSCA-INICIO.
           MOVE WS-QTD-VENDEDORES TO WS-BUSCA-FIM.
           PERFORM 0481-dividir-vendedor
             UNTIL WS-BUSCA-ACHOU > 0
                OR WS-BUSCA-INICIO > WS-BUSCA-FIM.
       048-buscar-vendedor-exit.
           EXIT.

       0481-dividir-vendedor section.
           COMPUTE WS-BUSCA-MEIO =
                   (WS-BUSCA-INICIO + WS-BUSCA-FIM) / 2.
           IF WS-TVN-CODIGO(WS-BUSCA-MEIO) = WS-BUSCA-CODIGO THEN
               MOVE WS-BUSCA-MEIO TO WS-BUSCA-ACHOU
           ELSE
               IF WS-TVN-CODIGO(WS-BUSCA-MEIO) < WS-BUSCA-CODIGO THEN
                   COMPUTE WS-BUSCA-INICIO = WS-BUSCA-MEIO + 1
               ELSE
                   IF WS-BUSCA-MEIO = 1 THEN
                       MOVE 0 TO WS-BUSCA-FIM
                   ELSE
                       COMPUTE WS-BUSCA-FIM = WS-BUSCA-MEIO - 1
                   END-IF
               END-IF
           END-IF.
       0481-dividir-vendedor-exit.
           EXIT.

      *    SITUACAO ATUAL: CADA CLIENTE CONTRA A BASE DO SEU VENDEDOR.
       05-situacao-atual section.
           MOVE 0 TO WS-QTD-SEM-VND-ATUAL.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 051-medir-cliente-atual
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.
       05-situacao-atual-exit.
           EXIT.

       051-medir-cliente-atual section.
           MOVE 0 TO WS-BUSCA-ACHOU.
           IF WS-TCL-CODVND(WS-IDX-CLI) > 0 THEN
               MOVE WS-TCL-CODVND(WS-IDX-CLI) TO WS-BUSCA-CODIGO
               PERFORM 048-buscar-vendedor
           END-IF.
           IF WS-BUSCA-ACHOU = 0 THEN
               ADD 1 TO WS-QTD-SEM-VND-ATUAL
           ELSE
               MOVE WS-BUSCA-ACHOU TO WS-IDX-VND
               MOVE WS-TVN-LATITUDE(WS-IDX-VND)  TO WS-CDI-LAT-DESTINO
               MOVE WS-TVN-LONGITUDE(WS-IDX-VND) TO WS-CDI-LON-DESTINO
               PERFORM 079-calcular-distancia
               MOVE WS-DISTANCIA-CALC TO WS-TCL-DIST-ATUAL(WS-IDX-CLI)
               ADD 1 TO WS-TVN-QTD-CLI(WS-IDX-VND)
               ADD WS-DISTANCIA-CALC TO WS-TVN-SOMA-DIST(WS-IDX-VND)
               IF WS-DISTANCIA-CALC > WS-TVN-DIST-MAX(WS-IDX-VND) THEN
                   MOVE WS-DISTANCIA-CALC
                     TO WS-TVN-DIST-MAX(WS-IDX-VND)
               END-IF
               ADD WS-TCL-FATURAMENTO(WS-IDX-CLI)
                TO WS-TVN-FATURAMENTO(WS-IDX-VND)
           END-IF.
           ADD 1 TO WS-IDX-CLI.
       051-medir-cliente-atual-exit.
           EXIT.

       06-agrupar-clientes section.
           PERFORM 061-definir-capacidade.
           PERFORM 062-semear-centros.
           MOVE 0 TO WS-QTD-ITERACOES.
           MOVE 1 TO WS-QTD-MUDANCAS.
           PERFORM 063-iterar
             UNTIL WS-QTD-MUDANCAS = 0
                OR WS-QTD-ITERACOES >= WS-MAX-ITERACOES.
       06-agrupar-clientes-exit.
           EXIT.

      *    LIMITE AUTOMATICO: MEDIA DE CLIENTES POR TERRITORIO MAIS
      *    10%, ARREDONDADO PARA CIMA. UM FIXO COM CAPACIDADE MENOR NO
      *    CADASTRO FICA COM A DELE.
       061-definir-capacidade section.
           IF WS-TEL-LIMITE > 0 THEN
               MOVE WS-TEL-LIMITE TO WS-LIMITE-CLIENTES
           ELSE
               COMPUTE WS-LIMITE-CLIENTES =
                       (WS-QTD-CLIENTES * 110 + WS-QTD-TERRIT * 100 - 1)
                       / (WS-QTD-TERRIT * 100)
           END-IF.
           INITIALIZE WS-TAB-TERRIT.
           MOVE 1 TO WS-IDX-TER.
           PERFORM 0611-iniciar-territorio
             UNTIL WS-IDX-TER > WS-QTD-TERRIT.
       061-definir-capacidade-exit.
           EXIT.

       0611-iniciar-territorio section.
           MOVE WS-LIMITE-CLIENTES TO WS-TER-CAPACIDADE(WS-IDX-TER).
           IF WS-IDX-TER NOT > WS-QTD-FIXOS THEN
               MOVE WS-FIX-CODVND(WS-IDX-TER) TO WS-BUSCA-CODIGO
               PERFORM 048-buscar-vendedor
               IF WS-BUSCA-ACHOU > 0 THEN
                   MOVE WS-BUSCA-ACHOU TO WS-IDX-VND
                   MOVE WS-FIX-CODVND(WS-IDX-TER)
                     TO WS-TER-CODVND-FIXO(WS-IDX-TER)
                   MOVE WS-TVN-LATITUDE(WS-IDX-VND)
                     TO WS-TER-LATITUDE(WS-IDX-TER)
                   MOVE WS-TVN-LONGITUDE(WS-IDX-VND)
                     TO WS-TER-LONGITUDE(WS-IDX-TER)
                   IF  WS-TVN-CAPACIDADE(WS-IDX-VND) > 0
                   AND WS-TVN-CAPACIDADE(WS-IDX-VND)
                       < WS-LIMITE-CLIENTES THEN
                       MOVE WS-TVN-CAPACIDADE(WS-IDX-VND)
                         TO WS-TER-CAPACIDADE(WS-IDX-TER)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-TER.
       0611-iniciar-territorio-exit.
           EXIT.

      *    SEMENTES: OS FIXOS JA ESTAO POSICIONADOS. SEM FIXOS, O
      *    PRIMEIRO CENTRO E O CLIENTE MAIS PROXIMO DO CENTRO
      *    GEOGRAFICO DA CARTEIRA; CADA CENTRO SEGUINTE E O CLIENTE
      *    MAIS LONGE DE TODOS OS CENTROS JA ESCOLHIDOS.
       062-semear-centros section.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 0621-iniciar-menor-d2
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.
           IF WS-QTD-FIXOS = 0 THEN
               PERFORM 0622-primeiro-centro
               MOVE 1 TO WS-IDX-TER
           ELSE
               MOVE WS-QTD-FIXOS TO WS-IDX-TER
           END-IF.
           MOVE 1 TO WS-IDX-FIX.
           PERFORM 0623-atualizar-menor-d2
             UNTIL WS-IDX-FIX > WS-IDX-TER.
           ADD 1 TO WS-IDX-TER.
           PERFORM 0624-proximo-centro
             UNTIL WS-IDX-TER > WS-QTD-TERRIT.
       062-semear-centros-exit.
           EXIT.

       0621-iniciar-menor-d2 section.
           MOVE -1 TO WS-TCL-MENOR-D2(WS-IDX-CLI).
           ADD 1 TO WS-IDX-CLI.
       0621-iniciar-menor-d2-exit.
           EXIT.

       0622-primeiro-centro section.
           COMPUTE WS-PLN-LAT-2 ROUNDED =
                   WS-PLN-SOMA-LAT / WS-QTD-CLIENTES.
           MOVE 0 TO WS-PLN-SOMA-LON.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 06221-somar-longitude
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.
           COMPUTE WS-PLN-LON-2 ROUNDED =
                   WS-PLN-SOMA-LON / WS-QTD-CLIENTES.
           MOVE 0 TO WS-IDX-LONGE.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 06222-achar-mais-central
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.
           MOVE WS-TCL-LATITUDE(WS-IDX-LONGE)  TO WS-TER-LATITUDE(1).
           MOVE WS-TCL-LONGITUDE(WS-IDX-LONGE) TO WS-TER-LONGITUDE(1).
       0622-primeiro-centro-exit.
           EXIT.

       06221-somar-longitude section.
           ADD WS-TCL-LONGITUDE(WS-IDX-CLI) TO WS-PLN-SOMA-LON.
           ADD 1 TO WS-IDX-CLI.
       06221-somar-longitude-exit.
           EXIT.

       06222-achar-mais-central section.
           MOVE WS-TCL-LATITUDE(WS-IDX-CLI)  TO WS-PLN-LAT-1.
           MOVE WS-TCL-LONGITUDE(WS-IDX-CLI) TO WS-PLN-LON-1.
           PERFORM 069-distancia-plana.
           IF WS-IDX-LONGE = 0
           OR WS-PLN-D2 < WS-PLN-MELHOR-D2 THEN
               MOVE WS-IDX-CLI TO WS-IDX-LONGE
               MOVE WS-PLN-D2  TO WS-PLN-MELHOR-D2
           END-IF.
           ADD 1 TO WS-IDX-CLI.
       06222-achar-mais-central-exit.
           EXIT.

      *    WS-IDX-FIX PERCORRE OS CENTROS JA POSICIONADOS.
       0623-atualizar-menor-d2 section.
           MOVE WS-TER-LATITUDE(WS-IDX-FIX)  TO WS-PLN-LAT-2.
           MOVE WS-TER-LONGITUDE(WS-IDX-FIX) TO WS-PLN-LON-2.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 06231-comparar-centro
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.
           ADD 1 TO WS-IDX-FIX.
       0623-atualizar-menor-d2-exit.
           EXIT.

       06231-comparar-centro section.
           MOVE WS-TCL-LATITUDE(WS-IDX-CLI)  TO WS-PLN-LAT-1.
           MOVE WS-TCL-LONGITUDE(WS-IDX-CLI) TO WS-PLN-LON-1.
           PERFORM 069-distancia-plana.
           IF WS-TCL-MENOR-D2(WS-IDX-CLI) < 0
           OR WS-PLN-D2 < WS-TCL-MENOR-D2(WS-IDX-CLI) THEN
               MOVE WS-PLN-D2 TO WS-TCL-MENOR-D2(WS-IDX-CLI)
           END-IF.
           ADD 1 TO WS-IDX-CLI.
       06231-comparar-centro-exit.
           EXIT.

       0624-proximo-centro section.
           MOVE 0 TO WS-IDX-LONGE.
           MOVE 0 TO WS-PLN-LONGE-D2.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 06241-achar-mais-longe
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.
           IF WS-IDX-LONGE = 0 THEN
               MOVE 1 TO WS-IDX-LONGE
           END-IF.
           MOVE WS-TCL-LATITUDE(WS-IDX-LONGE)
             TO WS-TER-LATITUDE(WS-IDX-TER).
           MOVE WS-TCL-LONGITUDE(WS-IDX-LONGE)
             TO WS-TER-LONGITUDE(WS-IDX-TER).
           MOVE WS-IDX-TER TO WS-IDX-FIX.
           PERFORM 0623-atualizar-menor-d2.
           ADD 1 TO WS-IDX-TER.
       0624-proximo-centro-exit.
           EXIT.

       06241-achar-mais-longe section.
           IF WS-TCL-MENOR-D2(WS-IDX-CLI) > WS-PLN-LONGE-D2 THEN
               MOVE WS-IDX-CLI TO WS-IDX-LONGE
               MOVE WS-TCL-MENOR-D2(WS-IDX-CLI) TO WS-PLN-LONGE-D2
           END-IF.
           ADD 1 TO WS-IDX-CLI.
       06241-achar-mais-longe-exit.
           EXIT.

      *    UMA RODADA: ALOCA TODOS OS CLIENTES AOS CENTROS ATUAIS; SE
      *    ALGUM MUDOU DE TERRITORIO E AINDA HA RODADAS, MOVE OS
      *    CENTROS NAO FIXOS PARA A MEDIA DOS SEUS CLIENTES.
       063-iterar section.
           ADD 1 TO WS-QTD-ITERACOES.
           MOVE 0 TO WS-QTD-MUDANCAS.
           MOVE 0 TO WS-QTD-SEM-TERRIT.
           MOVE 1 TO WS-IDX-TER.
           PERFORM 0631-zerar-territorio
             UNTIL WS-IDX-TER > WS-QTD-TERRIT.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 0632-alocar-cliente
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.
           IF  WS-QTD-MUDANCAS > 0
           AND WS-QTD-ITERACOES < WS-MAX-ITERACOES THEN
               MOVE 1 TO WS-IDX-TER
               PERFORM 0633-mover-centro
                 UNTIL WS-IDX-TER > WS-QTD-TERRIT
           END-IF.
       063-iterar-exit.
           EXIT.

       0631-zerar-territorio section.
           MOVE 0 TO WS-TER-QTD-CLI(WS-IDX-TER).
           MOVE 0 TO WS-TER-SOMA-LAT(WS-IDX-TER).
           MOVE 0 TO WS-TER-SOMA-LON(WS-IDX-TER).
           ADD 1 TO WS-IDX-TER.
       0631-zerar-territorio-exit.
           EXIT.

       0632-alocar-cliente section.
           MOVE WS-TCL-LATITUDE(WS-IDX-CLI)  TO WS-PLN-LAT-1.
           MOVE WS-TCL-LONGITUDE(WS-IDX-CLI) TO WS-PLN-LON-1.
           MOVE 0 TO WS-IDX-MELHOR.
           MOVE 1 TO WS-IDX-TER.
           PERFORM 06321-avaliar-centro
             UNTIL WS-IDX-TER > WS-QTD-TERRIT.
           IF WS-IDX-MELHOR NOT = WS-TCL-TERRIT(WS-IDX-CLI) THEN
               ADD 1 TO WS-QTD-MUDANCAS
               MOVE WS-IDX-MELHOR TO WS-TCL-TERRIT(WS-IDX-CLI)
           END-IF.
           IF WS-IDX-MELHOR = 0 THEN
               ADD 1 TO WS-QTD-SEM-TERRIT
           ELSE
               ADD 1 TO WS-TER-QTD-CLI(WS-IDX-MELHOR)
               ADD WS-PLN-LAT-1 TO WS-TER-SOMA-LAT(WS-IDX-MELHOR)
               ADD WS-PLN-LON-1 TO WS-TER-SOMA-LON(WS-IDX-MELHOR)
           END-IF.
           ADD 1 TO WS-IDX-CLI.
       0632-alocar-cliente-exit.
           EXIT.

       06321-avaliar-centro section.
           IF WS-TER-QTD-CLI(WS-IDX-TER)
              < WS-TER-CAPACIDADE(WS-IDX-TER) THEN
               MOVE WS-TER-LATITUDE(WS-IDX-TER)  TO WS-PLN-LAT-2
               MOVE WS-TER-LONGITUDE(WS-IDX-TER) TO WS-PLN-LON-2
               PERFORM 069-distancia-plana
               IF WS-IDX-MELHOR = 0
               OR WS-PLN-D2 < WS-PLN-MELHOR-D2 THEN
                   MOVE WS-IDX-TER TO WS-IDX-MELHOR
                   MOVE WS-PLN-D2  TO WS-PLN-MELHOR-D2
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-TER.
       06321-avaliar-centro-exit.
           EXIT.

       0633-mover-centro section.
           IF  WS-TER-CODVND-FIXO(WS-IDX-TER) = 0
           AND WS-TER-QTD-CLI(WS-IDX-TER) > 0 THEN
               COMPUTE WS-TER-LATITUDE(WS-IDX-TER) ROUNDED =
                       WS-TER-SOMA-LAT(WS-IDX-TER)
                     / WS-TER-QTD-CLI(WS-IDX-TER)
               COMPUTE WS-TER-LONGITUDE(WS-IDX-TER) ROUNDED =
                       WS-TER-SOMA-LON(WS-IDX-TER)
                     / WS-TER-QTD-CLI(WS-IDX-TER)
           END-IF.
           ADD 1 TO WS-IDX-TER.
       0633-mover-centro-exit.
           EXIT.

      *    QUADRADO DA DISTANCIA PLANA ENTRE WS-PLN-LAT/LON-1 E -2.
       069-distancia-plana section.
           COMPUTE WS-PLN-DY = WS-PLN-LAT-1 - WS-PLN-LAT-2.
           COMPUTE WS-PLN-DX = (WS-PLN-LON-1 - WS-PLN-LON-2)
                             * WS-PLN-COS-LAT.
           COMPUTE WS-PLN-D2 = WS-PLN-DX * WS-PLN-DX
                             + WS-PLN-DY * WS-PLN-DY.
       069-distancia-plana-exit.
           EXIT.

      *    DISTANCIAS RODOVIARIAS E FATURAMENTO POR TERRITORIO, E A
      *    LOCALIDADE DO CEP MAIS PROXIMO DE CADA CENTRO.
       07-apurar-cenario section.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 071-medir-cliente-cenario
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.
           IF WS-GEOCEP-DISPONIVEL = "S" THEN
               PERFORM 072-localizar-centros
           END-IF.
           PERFORM 073-montar-comparativo.
       07-apurar-cenario-exit.
           EXIT.

       071-medir-cliente-cenario section.
           MOVE WS-TCL-TERRIT(WS-IDX-CLI) TO WS-IDX-TER.
           IF WS-IDX-TER > 0 THEN
               MOVE WS-TER-LATITUDE(WS-IDX-TER)  TO WS-CDI-LAT-DESTINO
               MOVE WS-TER-LONGITUDE(WS-IDX-TER) TO WS-CDI-LON-DESTINO
               PERFORM 079-calcular-distancia
               MOVE WS-DISTANCIA-CALC
                 TO WS-TCL-DIST-CENARIO(WS-IDX-CLI)
               ADD WS-DISTANCIA-CALC TO WS-TER-SOMA-DIST(WS-IDX-TER)
               IF WS-DISTANCIA-CALC > WS-TER-DIST-MAX(WS-IDX-TER) THEN
                   MOVE WS-DISTANCIA-CALC
                     TO WS-TER-DIST-MAX(WS-IDX-TER)
               END-IF
               ADD WS-TCL-FATURAMENTO(WS-IDX-CLI)
                TO WS-TER-FATURAMENTO(WS-IDX-TER)
           END-IF.
           ADD 1 TO WS-IDX-CLI.
       071-medir-cliente-cenario-exit.
           EXIT.

       072-localizar-centros section.
           MOVE 1 TO WS-IDX-TER.
           PERFORM 0721-iniciar-cep
             UNTIL WS-IDX-TER > WS-QTD-TERRIT.
           MOVE 0 TO WS-FIM-GEOCEP.
           MOVE LOW-VALUES TO GEOCEP-CEP.
           START ARQ-GEOCEP KEY IS NOT LESS THAN GEOCEP-CEP
             INVALID KEY MOVE 1 TO WS-FIM-GEOCEP
           END-START.
           IF WS-FIM-GEOCEP = 0 THEN
               READ ARQ-GEOCEP NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-GEOCEP
               END-READ
               PERFORM 0722-comparar-cep
                 UNTIL WS-FIM-GEOCEP = 1
           END-IF.
       072-localizar-centros-exit.
           EXIT.

       0721-iniciar-cep section.
           MOVE -1 TO WS-TER-CEP-D2(WS-IDX-TER).
           ADD 1 TO WS-IDX-TER.
       0721-iniciar-cep-exit.
           EXIT.

       0722-comparar-cep section.
           MOVE GEOCEP-LATITUDE  TO WS-PLN-LAT-1.
           MOVE GEOCEP-LONGITUDE TO WS-PLN-LON-1.
           MOVE 1 TO WS-IDX-TER.
           PERFORM 07221-comparar-cep-centro
             UNTIL WS-IDX-TER > WS-QTD-TERRIT.
           READ ARQ-GEOCEP NEXT RECORD
             AT END MOVE 1 TO WS-FIM-GEOCEP
             NOT AT END MOVE 0 TO WS-FIM-GEOCEP
           END-READ.
       0722-comparar-cep-exit.
           EXIT.

       07221-comparar-cep-centro section.
           MOVE WS-TER-LATITUDE(WS-IDX-TER)  TO WS-PLN-LAT-2.
           MOVE WS-TER-LONGITUDE(WS-IDX-TER) TO WS-PLN-LON-2.
           PERFORM 069-distancia-plana.
           IF WS-TER-CEP-D2(WS-IDX-TER) < 0
           OR WS-PLN-D2 < WS-TER-CEP-D2(WS-IDX-TER) THEN
               MOVE WS-PLN-D2         TO WS-TER-CEP-D2(WS-IDX-TER)
               MOVE GEOCEP-CEP        TO WS-TER-CEP(WS-IDX-TER)
               MOVE GEOCEP-LOCALIDADE TO WS-TER-LOCALIDADE(WS-IDX-TER)
           END-IF.
           ADD 1 TO WS-IDX-TER.
       07221-comparar-cep-centro-exit.
           EXIT.

      *    O QUADRO ATUAL CONSIDERA OS VENDEDORES COM CLIENTES ENTRE
      *    OS AGRUPADOS; O DO CENARIO, OS TERRITORIOS COM CLIENTES.
       073-montar-comparativo section.
           INITIALIZE WS-COMPARATIVO.
           MOVE WS-QTD-SEM-VND-ATUAL TO WS-CMP-SEM-ALOCACAO(1).
           MOVE WS-QTD-SEM-TERRIT    TO WS-CMP-SEM-ALOCACAO(2).
           MOVE WS-CMP-ATUAL TO WS-IDX-CMP.
           MOVE 1 TO WS-IDX-VND.
           PERFORM 0731-comparar-vendedor
             UNTIL WS-IDX-VND > WS-QTD-VENDEDORES.
           MOVE WS-CMP-CENARIO TO WS-IDX-CMP.
           MOVE 1 TO WS-IDX-TER.
           PERFORM 0732-comparar-territorio
             UNTIL WS-IDX-TER > WS-QTD-TERRIT.
           MOVE 1 TO WS-IDX-CMP.
           PERFORM 0734-calcular-media
             UNTIL WS-IDX-CMP > 2.
       073-montar-comparativo-exit.
           EXIT.

       0731-comparar-vendedor section.
           IF WS-TVN-QTD-CLI(WS-IDX-VND) > 0 THEN
               PERFORM 0733-acumular-comparativo
           END-IF.
           ADD 1 TO WS-IDX-VND.
       0731-comparar-vendedor-exit.
           EXIT.

       0732-comparar-territorio section.
           IF WS-TER-QTD-CLI(WS-IDX-TER) > 0 THEN
               ADD 1 TO WS-CMP-QTD-TERRIT(WS-IDX-CMP)
               ADD WS-TER-QTD-CLI(WS-IDX-TER)
                TO WS-CMP-QTD-ALOCADOS(WS-IDX-CMP)
               ADD WS-TER-SOMA-DIST(WS-IDX-TER)
                TO WS-CMP-SOMA-DIST(WS-IDX-CMP)
               IF WS-CMP-QTD-TERRIT(WS-IDX-CMP) = 1
               OR WS-TER-QTD-CLI(WS-IDX-TER)
                  < WS-CMP-MIN-CLI(WS-IDX-CMP) THEN
                   MOVE WS-TER-QTD-CLI(WS-IDX-TER)
                     TO WS-CMP-MIN-CLI(WS-IDX-CMP)
               END-IF
               IF WS-TER-QTD-CLI(WS-IDX-TER)
                  > WS-CMP-MAX-CLI(WS-IDX-CMP) THEN
                   MOVE WS-TER-QTD-CLI(WS-IDX-TER)
                     TO WS-CMP-MAX-CLI(WS-IDX-CMP)
               END-IF
               IF WS-TER-DIST-MAX(WS-IDX-TER)
                  > WS-CMP-DIST-MAX(WS-IDX-CMP) THEN
                   MOVE WS-TER-DIST-MAX(WS-IDX-TER)
                     TO WS-CMP-DIST-MAX(WS-IDX-CMP)
               END-IF
               IF WS-CMP-QTD-TERRIT(WS-IDX-CMP) = 1
               OR WS-TER-FATURAMENTO(WS-IDX-TER)
                  < WS-CMP-MIN-FAT(WS-IDX-CMP) THEN
                   MOVE WS-TER-FATURAMENTO(WS-IDX-TER)
                     TO WS-CMP-MIN-FAT(WS-IDX-CMP)
               END-IF
               IF WS-TER-FATURAMENTO(WS-IDX-TER)
                  > WS-CMP-MAX-FAT(WS-IDX-CMP) THEN
                   MOVE WS-TER-FATURAMENTO(WS-IDX-TER)
                     TO WS-CMP-MAX-FAT(WS-IDX-CMP)
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-TER.
       0732-comparar-territorio-exit.
           EXIT.

       0733-acumular-comparativo section.
           ADD 1 TO WS-CMP-QTD-TERRIT(WS-IDX-CMP).
           ADD WS-TVN-QTD-CLI(WS-IDX-VND)
            TO WS-CMP-QTD-ALOCADOS(WS-IDX-CMP).
           ADD WS-TVN-SOMA-DIST(WS-IDX-VND)
            TO WS-CMP-SOMA-DIST(WS-IDX-CMP).
           IF WS-CMP-QTD-TERRIT(WS-IDX-CMP) = 1
           OR WS-TVN-QTD-CLI(WS-IDX-VND)
              < WS-CMP-MIN-CLI(WS-IDX-CMP) THEN
               MOVE WS-TVN-QTD-CLI(WS-IDX-VND)
                 TO WS-CMP-MIN-CLI(WS-IDX-CMP)
           END-IF.
           IF WS-TVN-QTD-CLI(WS-IDX-VND)
              > WS-CMP-MAX-CLI(WS-IDX-CMP) THEN
               MOVE WS-TVN-QTD-CLI(WS-IDX-VND)
                 TO WS-CMP-MAX-CLI(WS-IDX-CMP)
           END-IF.
           IF WS-TVN-DIST-MAX(WS-IDX-VND)
              > WS-CMP-DIST-MAX(WS-IDX-CMP) THEN
               MOVE WS-TVN-DIST-MAX(WS-IDX-VND)
                 TO WS-CMP-DIST-MAX(WS-IDX-CMP)
           END-IF.
           IF WS-CMP-QTD-TERRIT(WS-IDX-CMP) = 1
           OR WS-TVN-FATURAMENTO(WS-IDX-VND)
              < WS-CMP-MIN-FAT(WS-IDX-CMP) THEN
               MOVE WS-TVN-FATURAMENTO(WS-IDX-VND)
                 TO WS-CMP-MIN-FAT(WS-IDX-CMP)
           END-IF.
           IF WS-TVN-FATURAMENTO(WS-IDX-VND)
              > WS-CMP-MAX-FAT(WS-IDX-CMP) THEN
               MOVE WS-TVN-FATURAMENTO(WS-IDX-VND)
                 TO WS-CMP-MAX-FAT(WS-IDX-CMP)
           END-IF.
       0733-acumular-comparativo-exit.
           EXIT.

       0734-calcular-media section.
           IF WS-CMP-QTD-ALOCADOS(WS-IDX-CMP) > 0 THEN
               COMPUTE WS-CMP-DIST-MEDIA(WS-IDX-CMP) ROUNDED =
                       WS-CMP-SOMA-DIST(WS-IDX-CMP)
                     / WS-CMP-QTD-ALOCADOS(WS-IDX-CMP)
           END-IF.
           ADD 1 TO WS-IDX-CMP.
       0734-calcular-media-exit.
           EXIT.

      *    DISTANCIA RODOVIARIA PELA ROTINA COMUM ENTRE O CLIENTE
      *    WS-IDX-CLI E O PONTO JA MOVIDO PARA WS-CDI-LAT/LON-DESTINO.
       079-calcular-distancia section.
           MOVE WS-TCL-LATITUDE(WS-IDX-CLI)  TO WS-CDI-LAT-ORIGEM.
           MOVE WS-TCL-LONGITUDE(WS-IDX-CLI) TO WS-CDI-LON-ORIGEM.
           MOVE WS-TCL-REGIAO(WS-IDX-CLI)    TO WS-CDI-REGIAO.
           MOVE "S"                          TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       079-calcular-distancia-exit.
           EXIT.

       08-gravar-cenario section.
           MOVE WS-TEL-NMCENARIO TO WID-ARQ-CENARIO.
           OPEN OUTPUT ARQ-CENARIO.
           IF WS-RST-ACESS-CENARIO NOT = 0 THEN
               MOVE "Erro na criacao do arquivo do cenario"
                 TO WS-MSG-CENARIO
               DISPLAY TELA-CENARIO-MSG
               GO TO 08-gravar-cenario-exit
           END-IF.
           MOVE SPACES TO CEN-REGISTRO.
           MOVE "H" TO CEN-TIPO-REG.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOJE FROM TIME.
           MOVE WS-DATA-HOJE         TO CEN-DATA.
           MOVE WS-HORA-HOJE(1:6)    TO CEN-HORA.
           MOVE WS-OPERADOR-ID       TO CEN-OPERADOR.
           MOVE WS-QTD-TERRIT        TO CEN-QTD-TERRITORIOS.
           MOVE WS-QTD-FIXOS         TO CEN-QTD-FIXOS.
           MOVE WS-LIMITE-CLIENTES   TO CEN-LIMITE-CLIENTES.
           MOVE WS-QTD-CLIENTES      TO CEN-QTD-CLIENTES.
           MOVE WS-QTD-SEM-TERRIT    TO CEN-QTD-SEM-TERRITORIO.
           MOVE WS-QTD-ITERACOES     TO CEN-QTD-ITERACOES.
           WRITE CEN-REGISTRO.
           MOVE 1 TO WS-IDX-TER.
           PERFORM 081-gravar-territorio
             UNTIL WS-IDX-TER > WS-QTD-TERRIT.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 082-gravar-cliente
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.
           CLOSE ARQ-CENARIO.
       08-gravar-cenario-exit.
           EXIT.

       081-gravar-territorio section.
           MOVE SPACES TO CEN-REGISTRO-TERRITORIO.
           MOVE "T"                           TO CEN-TER-TIPO-REG.
           MOVE WS-IDX-TER                    TO CEN-TER-NUMERO.
           MOVE WS-TER-CODVND-FIXO(WS-IDX-TER) TO CEN-TER-CODVND-FIXO.
           MOVE WS-TER-LATITUDE(WS-IDX-TER)   TO CEN-TER-LATITUDE.
           MOVE WS-TER-LONGITUDE(WS-IDX-TER)  TO CEN-TER-LONGITUDE.
           MOVE WS-TER-CEP(WS-IDX-TER)        TO CEN-TER-CEP.
           MOVE WS-TER-LOCALIDADE(WS-IDX-TER) TO CEN-TER-LOCALIDADE.
           MOVE WS-TER-QTD-CLI(WS-IDX-TER)    TO CEN-TER-QTD-CLIENTES.
           MOVE 0 TO CEN-TER-DIST-MEDIA.
           IF WS-TER-QTD-CLI(WS-IDX-TER) > 0 THEN
               COMPUTE CEN-TER-DIST-MEDIA ROUNDED =
                       WS-TER-SOMA-DIST(WS-IDX-TER)
                     / WS-TER-QTD-CLI(WS-IDX-TER)
           END-IF.
           MOVE WS-TER-DIST-MAX(WS-IDX-TER)   TO CEN-TER-DIST-MAXIMA.
           MOVE WS-TER-FATURAMENTO(WS-IDX-TER)
             TO CEN-TER-FATURAMENTO.
           WRITE CEN-REGISTRO-TERRITORIO.
           ADD 1 TO WS-IDX-TER.
       081-gravar-territorio-exit.
           EXIT.

       082-gravar-cliente section.
           MOVE SPACES TO CEN-REGISTRO-CLIENTE.
           MOVE "C"                           TO CEN-CLI-TIPO-REG.
           MOVE WS-TCL-TERRIT(WS-IDX-CLI)     TO CEN-CLI-TERRITORIO.
           MOVE WS-TCL-CODIGO(WS-IDX-CLI)     TO CEN-CLI-CODIGO.
           MOVE WS-TCL-CODVND(WS-IDX-CLI)     TO CEN-CLI-CODVND-ATUAL.
           MOVE WS-TCL-DIST-CENARIO(WS-IDX-CLI) TO CEN-CLI-DISTANCIA.
           MOVE WS-TCL-DIST-ATUAL(WS-IDX-CLI) TO CEN-CLI-DIST-ATUAL.
           WRITE CEN-REGISTRO-CLIENTE.
           ADD 1 TO WS-IDX-CLI.
       082-gravar-cliente-exit.
           EXIT.

       09-fechar-arquivos section.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               CLOSE ARQ-FATURA
           END-IF.
           IF WS-GEOCEP-DISPONIVEL = "S" THEN
               CLOSE ARQ-GEOCEP
           END-IF.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
       09-fechar-arquivos-exit.
           EXIT.

       10-imprimir-relatorio section.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-QTD-TERRIT      TO WS-CEN-CAB-QTD.
           MOVE WS-LIMITE-CLIENTES TO WS-CEN-CAB-LIMITE.
           MOVE WS-LINHA-CEN-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CEN-SECAO-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CEN-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 1 TO WS-IDX-TER.
           PERFORM 101-linha-territorio
             UNTIL WS-IDX-TER > WS-QTD-TERRIT.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CEN-SECAO-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CEN-CAB-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 1 TO WS-IDX-VND.
           PERFORM 102-linha-vendedor
             UNTIL WS-IDX-VND > WS-QTD-VENDEDORES.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CEN-SECAO-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           PERFORM 103-linhas-comparativo.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-CLIENTES TO WS-TOT-CLIENTES-ED.
           MOVE WS-LINHA-CEN-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-SEM-COORD TO WS-TOT-SEM-COORD-ED.
           MOVE WS-LINHA-CEN-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-ITERACOES TO WS-TOT-ITERACOES-ED.
           MOVE WS-LINHA-CEN-TOT-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-QTD-DESPREZADOS > 0 THEN
               MOVE WS-QTD-DESPREZADOS TO WS-TOT-DESPREZADOS-ED
               MOVE WS-LINHA-CEN-TOT-4 TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           CLOSE ARQ-IMPRESSO.
       10-imprimir-relatorio-exit.
           EXIT.

       101-linha-territorio section.
           MOVE SPACES TO WS-LINHA-CEN-DET.
           MOVE WS-IDX-TER                     TO WS-CEN-TER.
           MOVE WS-TER-CODVND-FIXO(WS-IDX-TER) TO WS-CEN-FIXO.
           MOVE WS-TER-LATITUDE(WS-IDX-TER)    TO WS-CEN-LATITUDE.
           MOVE WS-TER-LONGITUDE(WS-IDX-TER)   TO WS-CEN-LONGITUDE.
           MOVE WS-TER-LOCALIDADE(WS-IDX-TER)  TO WS-CEN-LOCALIDADE.
           MOVE WS-TER-QTD-CLI(WS-IDX-TER)     TO WS-CEN-QTD-CLI.
           MOVE 0 TO WS-DISTANCIA-CALC.
           IF WS-TER-QTD-CLI(WS-IDX-TER) > 0 THEN
               COMPUTE WS-DISTANCIA-CALC ROUNDED =
                       WS-TER-SOMA-DIST(WS-IDX-TER)
                     / WS-TER-QTD-CLI(WS-IDX-TER)
           END-IF.
           MOVE WS-DISTANCIA-CALC              TO WS-CEN-DIST-MEDIA.
           MOVE WS-TER-DIST-MAX(WS-IDX-TER)    TO WS-CEN-DIST-MAX.
           MOVE WS-TER-FATURAMENTO(WS-IDX-TER) TO WS-CEN-FATURAMENTO.
           MOVE WS-LINHA-CEN-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-IDX-TER.
       101-linha-territorio-exit.
           EXIT.

      *    NA SITUACAO ATUAL A COLUNA DO TERRITORIO FICA EM BRANCO E
      *    A DO FIXO TRAZ O CODIGO DO VENDEDOR.
       102-linha-vendedor section.
           IF WS-TVN-QTD-CLI(WS-IDX-VND) > 0 THEN
               MOVE SPACES TO WS-LINHA-CEN-DET
               MOVE WS-TVN-CODIGO(WS-IDX-VND)    TO WS-CEN-FIXO
               MOVE WS-TVN-LATITUDE(WS-IDX-VND)  TO WS-CEN-LATITUDE
               MOVE WS-TVN-LONGITUDE(WS-IDX-VND) TO WS-CEN-LONGITUDE
               MOVE WS-TVN-LOCALIDADE(WS-IDX-VND) TO WS-CEN-LOCALIDADE
               MOVE WS-TVN-QTD-CLI(WS-IDX-VND)   TO WS-CEN-QTD-CLI
               COMPUTE WS-DISTANCIA-CALC ROUNDED =
                       WS-TVN-SOMA-DIST(WS-IDX-VND)
                     / WS-TVN-QTD-CLI(WS-IDX-VND)
               MOVE WS-DISTANCIA-CALC            TO WS-CEN-DIST-MEDIA
               MOVE WS-TVN-DIST-MAX(WS-IDX-VND)  TO WS-CEN-DIST-MAX
               MOVE WS-TVN-FATURAMENTO(WS-IDX-VND)
                 TO WS-CEN-FATURAMENTO
               MOVE WS-LINHA-CEN-DET TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           ADD 1 TO WS-IDX-VND.
       102-linha-vendedor-exit.
           EXIT.

       103-linhas-comparativo section.
           MOVE "  Territorios com clientes....:" TO WS-CMP-ROTULO.
           MOVE WS-CMP-QTD-TERRIT(1) TO WS-CMP-ED-ATUAL.
           MOVE WS-CMP-QTD-TERRIT(2) TO WS-CMP-ED-CENARIO.
           PERFORM 1031-gravar-comparativo.
           MOVE "  Clientes por territorio, min:" TO WS-CMP-ROTULO.
           MOVE WS-CMP-MIN-CLI(1) TO WS-CMP-ED-ATUAL.
           MOVE WS-CMP-MIN-CLI(2) TO WS-CMP-ED-CENARIO.
           PERFORM 1031-gravar-comparativo.
           MOVE "  Clientes por territorio, max:" TO WS-CMP-ROTULO.
           MOVE WS-CMP-MAX-CLI(1) TO WS-CMP-ED-ATUAL.
           MOVE WS-CMP-MAX-CLI(2) TO WS-CMP-ED-CENARIO.
           PERFORM 1031-gravar-comparativo.
           MOVE "  Distancia media (km)........:" TO WS-CMP-ROTULO.
           MOVE WS-CMP-DIST-MEDIA(1) TO WS-CMP-ED-ATUAL.
           MOVE WS-CMP-DIST-MEDIA(2) TO WS-CMP-ED-CENARIO.
           PERFORM 1031-gravar-comparativo.
           MOVE "  Distancia maxima (km).......:" TO WS-CMP-ROTULO.
           MOVE WS-CMP-DIST-MAX(1) TO WS-CMP-ED-ATUAL.
           MOVE WS-CMP-DIST-MAX(2) TO WS-CMP-ED-CENARIO.
           PERFORM 1031-gravar-comparativo.
           MOVE "  Faturamento 12m territ., min:" TO WS-CMP-ROTULO.
           MOVE WS-CMP-MIN-FAT(1) TO WS-CMP-ED-ATUAL.
           MOVE WS-CMP-MIN-FAT(2) TO WS-CMP-ED-CENARIO.
           PERFORM 1031-gravar-comparativo.
           MOVE "  Faturamento 12m territ., max:" TO WS-CMP-ROTULO.
           MOVE WS-CMP-MAX-FAT(1) TO WS-CMP-ED-ATUAL.
           MOVE WS-CMP-MAX-FAT(2) TO WS-CMP-ED-CENARIO.
           PERFORM 1031-gravar-comparativo.
           MOVE "  Clientes sem vendedor/territ:" TO WS-CMP-ROTULO.
           MOVE WS-CMP-SEM-ALOCACAO(1) TO WS-CMP-ED-ATUAL.
           MOVE WS-CMP-SEM-ALOCACAO(2) TO WS-CMP-ED-CENARIO.
           PERFORM 1031-gravar-comparativo.
       103-linhas-comparativo-exit.
           EXIT.

       1031-gravar-comparativo section.
           MOVE WS-LINHA-CEN-CMP TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       1031-gravar-comparativo-exit.
           EXIT.
