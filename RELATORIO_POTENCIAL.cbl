       identification division.
       program-id. "RELATORIO_POTENCIAL".
       author.     Roberto Holz.
      *    POTENCIAL DE MERCADO E PENETRACAO POR LOCALIDADE: CRUZA A
      *    BASE DE POTENCIAL (ARQ_POTENCIAL, ESTABELECIMENTOS SOMADOS
      *    DE TODOS OS SEGMENTOS E POPULACAO DA LOCALIDADE) COM OS
      *    CLIENTES ATIVOS POR CLI-LOCALIDADE E OS PROSPECTS EM ABERTO
      *    POR PRO-LOCALIDADE. O VENDEDOR QUE COBRE A LOCALIDADE E O
      *    ATIVO MAIS PROXIMO DO PONTO DO PRIMEIRO CEP DO PREFIXO NO
      *    ARQ_GEOCEP (SEM PONTO, O VENDEDOR DO PRIMEIRO CLIENTE DA
      *    LOCALIDADE); A FOLGA E A CAPACIDADE MENOS A CARTEIRA
      *    (CAPACIDADE ZERO = SEM LIMITE). A LISTAGEM SAI COM AS
      *    LOCALIDADES COM FOLGA PRIMEIRO, DA MENOR PARA A MAIOR
      *    PENETRACAO E, NO EMPATE, DA MAIOR PARA A MENOR QUANTIDADE
      *    DE ESTABELECIMENTOS - CIDADES ONDE NUNCA ENTRAMOS APARECEM
      *    COM PENETRACAO ZERO NO TOPO. NO FIM, O MESMO QUADRO POR
      *    REGIAO, COM A FOLGA SOMADA DOS VENDEDORES DA REGIAO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-potencial.cpy'.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-prospect.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-geocep.cpy'.
         copy 'select-impresso.cpy'.
         SELECT LOC-SORT ASSIGN TO DISK WID-LOC-SORT.
         SELECT PEN-SORT ASSIGN TO DISK WID-PEN-SORT.

       data division.
       file section.
         copy 'fd-arq-potencial.cpy'.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-prospect.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-geocep.cpy'.
         copy 'fd-impresso.cpy'.
       SD LOC-SORT
          DATA RECORD IS REG-LOC-SORT.
       01 REG-LOC-SORT.
           05 LOCAL-LCSORT                  PIC X(30).
           05 UF-LCSORT                     PIC X(02).
           05 PREFIXO-LCSORT                PIC 9(05).
           05 POPUL-LCSORT                  PIC 9(09).
           05 ESTAB-LCSORT                  PIC 9(07).
       SD PEN-SORT
          DATA RECORD IS REG-PEN-SORT.
       01 REG-PEN-SORT.
           05 SEMVAGA-PNSORT                PIC 9(01).
           05 PENETR-PNSORT                 PIC 9(03)V9(01).
           05 ESTAB-PNSORT                  PIC 9(09).
           05 LOCAL-PNSORT                  PIC X(30).
           05 UF-PNSORT                     PIC X(02).
           05 POPUL-PNSORT                  PIC 9(09).
           05 QTDCLI-PNSORT                 PIC 9(07).
           05 QTDPRO-PNSORT                 PIC 9(07).
           05 REGIAO-PNSORT                 PIC 9(03).
           05 CODVND-PNSORT                 PIC 9(05).
           05 FOLGA-PNSORT                  PIC S9(06).
           05 SEMLIM-PNSORT                 PIC X(01).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-POTENCIAL    PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-POTENCIAL PIC 9(02) VALUE ZEROS.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-PROSPECT     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-PROSPECT PIC 9(02) VALUE ZEROS.
              05 WS-PROSPECT-DISPONIVEL PIC X(01) VALUE "N".
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-GEOCEP       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-GEOCEP  PIC 9(02) VALUE ZEROS.
              05 WS-GEOCEP-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-LOC-SORT         PIC X(22) VALUE SPACES.
              05 WID-PEN-SORT         PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-POTENC        PIC X(40) VALUE SPACES.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-FIM-ARQPOT        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-ARQCLI        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-ARQPRO        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-ARQVND        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-LOC      PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-PEN      PIC 9(01) VALUE ZEROS.
              05 WS-QTD-VENDEDORES    PIC 9(05) VALUE ZEROS.
              05 WS-IDX-VND           PIC 9(05) VALUE ZEROS.
              05 WS-IDX-VND-COBRE     PIC 9(05) VALUE ZEROS.
              05 WS-DISTANCIA-COBRE   PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-QTD-LOCALIDADES   PIC 9(05) VALUE ZEROS.
              05 WS-LOC-DESPREZADAS   PIC 9(05) VALUE ZEROS.
              05 WS-IDX-LOC           PIC 9(05) VALUE ZEROS.
              05 WS-IDX-REG           PIC 9(04) VALUE ZEROS.
              05 WS-BUSCA-LOCALIDADE  PIC X(30) VALUE SPACES.
              05 WS-BUSCA-INICIO      PIC 9(05) VALUE ZEROS.
              05 WS-BUSCA-FIM         PIC 9(05) VALUE ZEROS.
              05 WS-BUSCA-MEIO        PIC 9(05) VALUE ZEROS.
              05 WS-BUSCA-ACHOU       PIC 9(05) VALUE ZEROS.
              05 WS-CLI-SEM-LOCALIDADE PIC 9(07) VALUE ZEROS.
              05 WS-PRO-SEM-LOCALIDADE PIC 9(07) VALUE ZEROS.
              05 WS-PONTO-ACHADO      PIC X(01) VALUE "N".
              05 WS-PONTO-LATITUDE    PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-PONTO-LONGITUDE   PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-PENETRACAO        PIC 9(05)V9(01) VALUE ZEROS.
              05 WS-QTD-LISTADAS      PIC 9(05) VALUE ZEROS.
              05 WS-TOT-ESTAB         PIC 9(11) VALUE ZEROS.
              05 WS-TOT-CLIENTES      PIC 9(09) VALUE ZEROS.
              05 WS-TOT-PROSPECTS     PIC 9(09) VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM   PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM   PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO  PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO  PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO       PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA    PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.
              05 WS-LOCALIZA-REGIAO-PRM.
                 10 WS-LRG-FUNCAO       PIC X(01) VALUE SPACES.
                 10 WS-LRG-LATITUDE     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-LRG-LONGITUDE    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-LRG-REGIAO       PIC 9(03) VALUE ZEROS.
                 10 WS-LRG-RESULTADO    PIC X(01) VALUE SPACES.

           01 WS-TAB-VENDEDOR.
              05 WS-TAB-VND-ITEM OCCURS 20000 TIMES.
                 10 WS-TAB-VND-CODIGO        PIC 9(05).
                 10 WS-TAB-VND-LATITUDE      PIC S9(03)V9(08).
                 10 WS-TAB-VND-LONGITUDE     PIC S9(03)V9(08).
                 10 WS-TAB-VND-CAPACIDADE    PIC 9(05).
                 10 WS-TAB-VND-QTDE-CLIENTES PIC 9(05).

      *    LOCALIDADES DA BASE DE POTENCIAL, EM ORDEM DE NOME (SAIDA
      *    DO LOC-SORT), PARA A BUSCA BINARIA DE CLIENTES E PROSPECTS.
           01 WS-TAB-LOCALIDADE.
              05 WS-LOC-ITEM OCCURS 10000 TIMES.
                 10 WS-LOC-NOME         PIC X(30).
                 10 WS-LOC-UF           PIC X(02).
                 10 WS-LOC-PREFIXO      PIC 9(05).
                 10 WS-LOC-POPULACAO    PIC 9(09).
                 10 WS-LOC-ESTAB        PIC 9(09).
                 10 WS-LOC-QTD-CLI      PIC 9(07).
                 10 WS-LOC-QTD-PRO      PIC 9(07).
                 10 WS-LOC-REGIAO-CLI   PIC 9(03).
                 10 WS-LOC-CODVND-CLI   PIC 9(05).

      *    AGREGADOS POR REGIAO (INDEXADOS PELO CODIGO DA REGIAO).
           01 WS-AGREGADOS-REGIAO.
              05 WS-REG-ITEM OCCURS 999 TIMES.
                 10 WS-REG-ESTAB        PIC 9(09).
                 10 WS-REG-QTD-CLI      PIC 9(07).
                 10 WS-REG-QTD-PRO      PIC 9(07).
                 10 WS-REG-QTD-LOC      PIC 9(05).
                 10 WS-REG-FOLGA        PIC S9(07).
                 10 WS-REG-SEM-LIMITE   PIC X(01).

           01 WS-LINHAS-POTENCIAL.
              05 WS-LINHA-POT-CAB-1        PIC X(80) VALUE
                 "  POTENCIAL DE MERCADO E PENETRACAO POR LOCALIDADE".
              05 WS-LINHA-POT-CAB-2        PIC X(80) VALUE
                 "  LOCALIDADE           UF POPULACAO  ESTAB. CLIENT PEN
      -          ".% PROSP REG  VEND  FOLGA".
              05 WS-LINHA-POT-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-POT-LOCALIDADE       PIC X(20)B.
                 10 WS-POT-UF               PIC X(02)B.
                 10 WS-POT-POPULACAO        PIC ZZZZZZZZ9B.
                 10 WS-POT-ESTAB            PIC ZZZZZZ9B.
                 10 WS-POT-QTD-CLI          PIC ZZZZZ9B.
                 10 WS-POT-PENETRACAO       PIC ZZ9.9B.
                 10 WS-POT-QTD-PRO          PIC ZZZZ9B.
                 10 WS-POT-REGIAO           PIC ZZ9B.
                 10 WS-POT-CODVND           PIC ZZZZ9B.
                 10 WS-POT-FOLGA            PIC X(06).
              05 WS-POT-FOLGA-ED            PIC -ZZZZ9.
              05 WS-LINHA-POT-SECAO        PIC X(80) VALUE
                 "  PENETRACAO POR REGIAO:".
              05 WS-LINHA-POT-CAB-REG      PIC X(80) VALUE
                 "  REG LOCALID   ESTAB. CLIENT PEN.% PROSP    FOLGA".
              05 WS-LINHA-POT-REG.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-POTREG-CODIGO        PIC ZZ9B.
                 10 WS-POTREG-QTD-LOC       PIC ZZZZZZ9B.
                 10 WS-POTREG-ESTAB         PIC ZZZZZZZ9B.
                 10 WS-POTREG-QTD-CLI       PIC ZZZZZ9B.
                 10 WS-POTREG-PENETRACAO    PIC ZZ9.9B.
                 10 WS-POTREG-QTD-PRO       PIC ZZZZ9B.
                 10 WS-POTREG-FOLGA         PIC X(08).
              05 WS-POTREG-FOLGA-ED         PIC -ZZZZZZ9.
              05 WS-LINHA-POT-TOT-1.
                 10 FILLER                  PIC X(32) VALUE
                    "  Localidades listadas........:".
                 10 WS-TOT-LOC-ED           PIC ZZZZ9.
              05 WS-LINHA-POT-TOT-2.
                 10 FILLER                  PIC X(32) VALUE
                    "  Estab./clientes/prospects...:".
                 10 WS-TOT-ESTAB-ED         PIC ZZZZZZZZZZ9B.
                 10 WS-TOT-CLI-ED           PIC ZZZZZZZZ9B.
                 10 WS-TOT-PRO-ED           PIC ZZZZZZZZ9.
              05 WS-LINHA-POT-TOT-3.
                 10 FILLER                  PIC X(32) VALUE
                    "  Clientes fora da base.......:".
                 10 WS-TOT-CLI-FORA-ED      PIC ZZZZZZ9.
              05 WS-LINHA-POT-TOT-4.
                 10 FILLER                  PIC X(32) VALUE
                    "  Prospects fora da base......:".
                 10 WS-TOT-PRO-FORA-ED      PIC ZZZZZZ9.
              05 WS-LINHA-POT-TOT-5.
                 10 FILLER                  PIC X(32) VALUE
                    "  Localidades desprezadas.....:".
                 10 WS-TOT-LOC-DESP-ED      PIC ZZZZ9.

       SCREEN SECTION.
       01 TELA-POTENCIAL.
          05 VALUE "--- POTENCIAL DE MERCADO E PENETRACAO ---"
          BLANK SCREEN LINE 1 COL 22.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Compara a base de potencial com clientes,"
             LINE 6 COL 20.
          05 VALUE "prospects e a folga do vendedor que cobre."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-POTENCIAL-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-POTENC.

       01 TELA-POTENCIAL-PRM.
          05 TELA-POT-NMARQ.
             10 LINE 10 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-POTENCIAL-SAIR.
          05 LINE 12 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               perform 02-gerar-relatorio
               DISPLAY TELA-POTENCIAL-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-POTENCIAL.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-POTENC
               DISPLAY TELA-POTENCIAL-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-gerar-relatorio section.
           MOVE "POTENCIAL_MERCADO" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-POTENCIAL-PRM.
           ACCEPT  TELA-POT-NMARQ.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Geracao do relatorio cancelada" TO WS-MSG-POTENC
               DISPLAY TELA-POTENCIAL-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE "ARQ_POTENCIAL" TO WID-ARQ-POTENCIAL.
           OPEN INPUT ARQ-POTENCIAL.
           IF  WS-RST-ACESS-POTENCIAL <> 00
           AND WS-RST-ACESS-POTENCIAL <> 05 THEN
               MOVE "Base de potencial nao carregada" TO WS-MSG-POTENC
               DISPLAY TELA-POTENCIAL-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           IF  WS-RST-ACESS-VND <> 00
           AND WS-RST-ACESS-VND <> 05 THEN
               CLOSE ARQ-POTENCIAL
               MOVE "Erro na abertura do cadastro" TO WS-MSG-POTENC
               DISPLAY TELA-POTENCIAL-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               CLOSE ARQ-POTENCIAL
               CLOSE ARQ-VENDEDOR
               MOVE "Erro na abertura do cadastro" TO WS-MSG-POTENC
               DISPLAY TELA-POTENCIAL-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           MOVE "ARQ_PROSPECT" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-PROSPECT.
           OPEN INPUT ARQ-PROSPECT.
           IF  WS-RST-ACESS-PROSPECT = 00
           OR  WS-RST-ACESS-PROSPECT = 05 THEN
               MOVE "S" TO WS-PROSPECT-DISPONIVEL
           ELSE
               MOVE "N" TO WS-PROSPECT-DISPONIVEL
           END-IF.
           MOVE "ARQ_GEOCEP" TO WID-ARQ-GEOCEP.
           OPEN INPUT ARQ-GEOCEP.
           IF  WS-RST-ACESS-GEOCEP = 00
           OR  WS-RST-ACESS-GEOCEP = 05 THEN
               MOVE "S" TO WS-GEOCEP-DISPONIVEL
           ELSE
               MOVE "N" TO WS-GEOCEP-DISPONIVEL
           END-IF.

           INITIALIZE WS-AGREGADOS-REGIAO.
           PERFORM 021-carregar-vendedores.

           MOVE "POTENCIAL_LOC_SORT" TO WID-LOC-SORT.
           SORT LOC-SORT
             ON ASCENDING KEY LOCAL-LCSORT
             INPUT PROCEDURE IS 022-entrada-sort-localidade
            OUTPUT PROCEDURE IS 023-saida-sort-localidade.

           IF WS-QTD-LOCALIDADES = 0 THEN
               MOVE "Base de potencial vazia" TO WS-MSG-POTENC
           ELSE
               PERFORM 024-contar-clientes
               IF WS-PROSPECT-DISPONIVEL = "S" THEN
                   PERFORM 025-contar-prospects
               END-IF
               MOVE "POTENCIAL_PEN_SORT" TO WID-PEN-SORT
               SORT PEN-SORT
                 ON ASCENDING KEY SEMVAGA-PNSORT
                    ASCENDING KEY PENETR-PNSORT
                   DESCENDING KEY ESTAB-PNSORT
                 INPUT PROCEDURE IS 026-entrada-sort-penetracao
                OUTPUT PROCEDURE IS 027-saida-sort-penetracao
               MOVE "Relatorio de potencial gerado" TO WS-MSG-POTENC
           END-IF.

           CLOSE ARQ-POTENCIAL.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-CLIENTE.
           IF WS-PROSPECT-DISPONIVEL = "S" THEN
               CLOSE ARQ-PROSPECT
           END-IF.
           IF WS-GEOCEP-DISPONIVEL = "S" THEN
               CLOSE ARQ-GEOCEP
           END-IF.
           DISPLAY TELA-POTENCIAL-MSG.
       02-gerar-relatorio-exit.
           EXIT.

      *    VENDEDORES ATIVOS EM MEMORIA (CANDIDATOS A COBRIR CADA
      *    LOCALIDADE) E A FOLGA SOMADA POR REGIAO.
       021-carregar-vendedores section.
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
               PERFORM 0211-guardar-vendedor
                 UNTIL WS-FIM-ARQVND = 1
           END-IF.
       021-carregar-vendedores-exit.
           EXIT.

       0211-guardar-vendedor section.
           IF  VND-STATUS-ATIVO
           AND WS-QTD-VENDEDORES < 20000 THEN
               ADD 1 TO WS-QTD-VENDEDORES
               MOVE VND-CODIGO    TO
                    WS-TAB-VND-CODIGO(WS-QTD-VENDEDORES)
               MOVE VND-LATITUDE  TO
                    WS-TAB-VND-LATITUDE(WS-QTD-VENDEDORES)
               MOVE VND-LONGITUDE TO
                    WS-TAB-VND-LONGITUDE(WS-QTD-VENDEDORES)
               MOVE VND-CAPACIDADE TO
                    WS-TAB-VND-CAPACIDADE(WS-QTD-VENDEDORES)
               MOVE VND-QTDE-CLIENTES TO
                    WS-TAB-VND-QTDE-CLIENTES(WS-QTD-VENDEDORES)
               IF VND-REGIAO > 0 THEN
                   IF VND-CAPACIDADE = 0 THEN
                       MOVE "S" TO WS-REG-SEM-LIMITE(VND-REGIAO)
                   ELSE
                       COMPUTE WS-REG-FOLGA(VND-REGIAO) =
                               WS-REG-FOLGA(VND-REGIAO)
                             + VND-CAPACIDADE - VND-QTDE-CLIENTES
                   END-IF
               END-IF
           END-IF.
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQVND
             NOT AT END MOVE 0 TO WS-FIM-ARQVND
           END-READ.
       0211-guardar-vendedor-exit.
           EXIT.

       022-entrada-sort-localidade section.
           MOVE 0 TO WS-FIM-ARQPOT.
           MOVE LOW-VALUES TO POT-CHAVE.
           START ARQ-POTENCIAL KEY IS NOT LESS THAN POT-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-ARQPOT
           END-START.
           IF WS-FIM-ARQPOT = 0 THEN
               READ ARQ-POTENCIAL NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQPOT
               END-READ
               PERFORM 0221-liberar-potencial
                 UNTIL WS-FIM-ARQPOT = 1
           END-IF.
       022-entrada-sort-localidade-exit.
           EXIT.

       0221-liberar-potencial section.
           MOVE POT-LOCALIDADE    TO LOCAL-LCSORT.
           MOVE POT-UF            TO UF-LCSORT.
           MOVE POT-CEP-PREFIXO   TO PREFIXO-LCSORT.
           MOVE POT-POPULACAO     TO POPUL-LCSORT.
           MOVE POT-QTD-ESTABELEC TO ESTAB-LCSORT.
           RELEASE REG-LOC-SORT.
           READ ARQ-POTENCIAL NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQPOT
             NOT AT END MOVE 0 TO WS-FIM-ARQPOT
           END-READ.
       0221-liberar-potencial-exit.
           EXIT.

      *    UMA LINHA DA TABELA POR NOME DE LOCALIDADE: OS SEGMENTOS
      *    (E OS VARIOS PREFIXOS DE UMA CIDADE GRANDE) SE SOMAM NOS
      *    ESTABELECIMENTOS; A POPULACAO, REPETIDA EM CADA REGISTRO,
      *    FICA COM O MAIOR VALOR; PREFIXO E UF SAO OS DO PRIMEIRO.
       023-saida-sort-localidade section.
           MOVE 0 TO WS-QTD-LOCALIDADES.
           MOVE 0 TO WS-LOC-DESPREZADAS.
           MOVE 0 TO WS-FIM-SORT-LOC.
           PERFORM 0231-agrupar-localidade
             UNTIL WS-FIM-SORT-LOC = 1.
       023-saida-sort-localidade-exit.
           EXIT.

       0231-agrupar-localidade section.
           RETURN LOC-SORT
             AT END MOVE 1 TO WS-FIM-SORT-LOC.

           IF WS-FIM-SORT-LOC = 1 THEN
               GO TO 0231-agrupar-localidade-exit
           END-IF.
           IF WS-QTD-LOCALIDADES > 0 THEN
               IF LOCAL-LCSORT = WS-LOC-NOME(WS-QTD-LOCALIDADES) THEN
                   ADD ESTAB-LCSORT TO
                       WS-LOC-ESTAB(WS-QTD-LOCALIDADES)
                   IF POPUL-LCSORT >
                      WS-LOC-POPULACAO(WS-QTD-LOCALIDADES) THEN
                       MOVE POPUL-LCSORT TO
                            WS-LOC-POPULACAO(WS-QTD-LOCALIDADES)
                   END-IF
                   GO TO 0231-agrupar-localidade-exit
               END-IF
           END-IF.
           IF WS-QTD-LOCALIDADES >= 10000 THEN
               ADD 1 TO WS-LOC-DESPREZADAS
               GO TO 0231-agrupar-localidade-exit
           END-IF.
           ADD 1 TO WS-QTD-LOCALIDADES.
           MOVE WS-QTD-LOCALIDADES TO WS-IDX-LOC.
           MOVE LOCAL-LCSORT   TO WS-LOC-NOME(WS-IDX-LOC).
           MOVE UF-LCSORT      TO WS-LOC-UF(WS-IDX-LOC).
           MOVE PREFIXO-LCSORT TO WS-LOC-PREFIXO(WS-IDX-LOC).
           MOVE POPUL-LCSORT   TO WS-LOC-POPULACAO(WS-IDX-LOC).
           MOVE ESTAB-LCSORT   TO WS-LOC-ESTAB(WS-IDX-LOC).
           MOVE 0              TO WS-LOC-QTD-CLI(WS-IDX-LOC).
           MOVE 0              TO WS-LOC-QTD-PRO(WS-IDX-LOC).
           MOVE 0              TO WS-LOC-REGIAO-CLI(WS-IDX-LOC).
           MOVE 0              TO WS-LOC-CODVND-CLI(WS-IDX-LOC).
       0231-agrupar-localidade-exit.
           EXIT.

       024-contar-clientes section.
           MOVE 0 TO WS-CLI-SEM-LOCALIDADE.
           MOVE 0 TO WS-FIM-ARQCLI.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQCLI
           END-START.
           IF WS-FIM-ARQCLI = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQCLI
               END-READ
               PERFORM 0241-contar-cliente
                 UNTIL WS-FIM-ARQCLI = 1
           END-IF.
       024-contar-clientes-exit.
           EXIT.

       0241-contar-cliente section.
           IF CLI-STATUS-ATIVO THEN
               IF CLI-REGIAO > 0 THEN
                   ADD 1 TO WS-REG-QTD-CLI(CLI-REGIAO)
               END-IF
               MOVE CLI-LOCALIDADE TO WS-BUSCA-LOCALIDADE
               PERFORM 029-localizar-localidade
               IF WS-BUSCA-ACHOU = 0 THEN
                   ADD 1 TO WS-CLI-SEM-LOCALIDADE
               ELSE
                   ADD 1 TO WS-LOC-QTD-CLI(WS-BUSCA-ACHOU)
                   IF WS-LOC-CODVND-CLI(WS-BUSCA-ACHOU) = 0 THEN
                       MOVE CLI-REGIAO TO
                            WS-LOC-REGIAO-CLI(WS-BUSCA-ACHOU)
                       MOVE CLI-CODVND TO
                            WS-LOC-CODVND-CLI(WS-BUSCA-ACHOU)
                   END-IF
               END-IF
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
             NOT AT END MOVE 0 TO WS-FIM-ARQCLI
           END-READ.
       0241-contar-cliente-exit.
           EXIT.

       025-contar-prospects section.
           MOVE 0 TO WS-PRO-SEM-LOCALIDADE.
           MOVE 0 TO WS-FIM-ARQPRO.
           MOVE LOW-VALUES TO PRO-CODIGO.
           START ARQ-PROSPECT KEY IS NOT LESS THAN PRO-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQPRO
           END-START.
           IF WS-FIM-ARQPRO = 0 THEN
               READ ARQ-PROSPECT NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQPRO
               END-READ
               PERFORM 0251-contar-prospect
                 UNTIL WS-FIM-ARQPRO = 1
           END-IF.
       025-contar-prospects-exit.
           EXIT.

       0251-contar-prospect section.
           IF PRO-STATUS-ATIVO THEN
               MOVE PRO-LOCALIDADE TO WS-BUSCA-LOCALIDADE
               PERFORM 029-localizar-localidade
               IF WS-BUSCA-ACHOU = 0 THEN
                   ADD 1 TO WS-PRO-SEM-LOCALIDADE
               ELSE
                   ADD 1 TO WS-LOC-QTD-PRO(WS-BUSCA-ACHOU)
               END-IF
           END-IF.
           READ ARQ-PROSPECT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQPRO
             NOT AT END MOVE 0 TO WS-FIM-ARQPRO
           END-READ.
       0251-contar-prospect-exit.
           EXIT.

       026-entrada-sort-penetracao section.
           MOVE 1 TO WS-IDX-LOC.
           PERFORM 0261-avaliar-localidade
             UNTIL WS-IDX-LOC > WS-QTD-LOCALIDADES.
       026-entrada-sort-penetracao-exit.
           EXIT.

       0261-avaliar-localidade section.
           MOVE SPACES TO REG-PEN-SORT.
           MOVE WS-LOC-NOME(WS-IDX-LOC)      TO LOCAL-PNSORT.
           MOVE WS-LOC-UF(WS-IDX-LOC)        TO UF-PNSORT.
           MOVE WS-LOC-POPULACAO(WS-IDX-LOC) TO POPUL-PNSORT.
           MOVE WS-LOC-ESTAB(WS-IDX-LOC)     TO ESTAB-PNSORT.
           MOVE WS-LOC-QTD-CLI(WS-IDX-LOC)   TO QTDCLI-PNSORT.
           MOVE WS-LOC-QTD-PRO(WS-IDX-LOC)   TO QTDPRO-PNSORT.

           PERFORM 02611-calcular-penetracao.
           MOVE WS-PENETRACAO TO PENETR-PNSORT.

           PERFORM 02612-localizar-ponto.
           MOVE 0 TO WS-IDX-VND-COBRE.
           MOVE WS-LOC-REGIAO-CLI(WS-IDX-LOC) TO REGIAO-PNSORT.
           IF WS-PONTO-ACHADO = "S" THEN
               MOVE "L"                TO WS-LRG-FUNCAO
               MOVE WS-PONTO-LATITUDE  TO WS-LRG-LATITUDE
               MOVE WS-PONTO-LONGITUDE TO WS-LRG-LONGITUDE
               CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM
               IF WS-LRG-RESULTADO = "S" THEN
                   MOVE WS-LRG-REGIAO TO REGIAO-PNSORT
               END-IF
               MOVE 1 TO WS-IDX-VND
               PERFORM 02613-avaliar-vendedor
                 UNTIL WS-IDX-VND > WS-QTD-VENDEDORES
           ELSE
               MOVE 1 TO WS-IDX-VND
               PERFORM 02614-achar-vendedor-cliente
                 UNTIL WS-IDX-VND > WS-QTD-VENDEDORES
                    OR WS-IDX-VND-COBRE > 0
           END-IF.

      *    SEM VENDEDOR QUE COBRA, OU SEM FOLGA, A LOCALIDADE VAI PARA
      *    O FIM DA LISTAGEM.
           MOVE 0   TO FOLGA-PNSORT.
           MOVE "N" TO SEMLIM-PNSORT.
           MOVE 0   TO CODVND-PNSORT.
           MOVE 1   TO SEMVAGA-PNSORT.
           IF WS-IDX-VND-COBRE > 0 THEN
               MOVE WS-TAB-VND-CODIGO(WS-IDX-VND-COBRE)
                 TO CODVND-PNSORT
               IF WS-TAB-VND-CAPACIDADE(WS-IDX-VND-COBRE) = 0 THEN
                   MOVE "S" TO SEMLIM-PNSORT
                   MOVE 0   TO SEMVAGA-PNSORT
               ELSE
                   COMPUTE FOLGA-PNSORT =
                           WS-TAB-VND-CAPACIDADE(WS-IDX-VND-COBRE)
                         - WS-TAB-VND-QTDE-CLIENTES(WS-IDX-VND-COBRE)
                   IF FOLGA-PNSORT > 0 THEN
                       MOVE 0 TO SEMVAGA-PNSORT
                   END-IF
               END-IF
           END-IF.

           IF REGIAO-PNSORT > 0 THEN
               ADD 1 TO WS-REG-QTD-LOC(REGIAO-PNSORT)
               ADD ESTAB-PNSORT  TO WS-REG-ESTAB(REGIAO-PNSORT)
               ADD QTDPRO-PNSORT TO WS-REG-QTD-PRO(REGIAO-PNSORT)
           END-IF.
           RELEASE REG-PEN-SORT.
           ADD 1 TO WS-IDX-LOC.
       0261-avaliar-localidade-exit.
           EXIT.

      *    CLIENTES / ESTABELECIMENTOS EM PERCENTUAL, LIMITADO A 999.9
      *    (BASE DESATUALIZADA PODE TER MENOS ESTABELECIMENTOS QUE OS
      *    CLIENTES JA CADASTRADOS NA LOCALIDADE).
       02611-calcular-penetracao section.
           IF WS-LOC-ESTAB(WS-IDX-LOC) = 0 THEN
               IF WS-LOC-QTD-CLI(WS-IDX-LOC) = 0 THEN
                   MOVE 0 TO WS-PENETRACAO
               ELSE
                   MOVE 999.9 TO WS-PENETRACAO
               END-IF
           ELSE
               COMPUTE WS-PENETRACAO ROUNDED =
                       WS-LOC-QTD-CLI(WS-IDX-LOC) * 100
                     / WS-LOC-ESTAB(WS-IDX-LOC)
                 ON SIZE ERROR MOVE 999.9 TO WS-PENETRACAO
               END-COMPUTE
               IF WS-PENETRACAO > 999.9 THEN
                   MOVE 999.9 TO WS-PENETRACAO
               END-IF
           END-IF.
       02611-calcular-penetracao-exit.
           EXIT.

      *    PONTO DE REFERENCIA DA LOCALIDADE: PRIMEIRO CEP DO PREFIXO
      *    CADASTRADO NO ARQ_GEOCEP.
       02612-localizar-ponto section.
           MOVE "N" TO WS-PONTO-ACHADO.
           IF WS-GEOCEP-DISPONIVEL = "N" THEN
               GO TO 02612-localizar-ponto-exit
           END-IF.
           COMPUTE GEOCEP-CEP = WS-LOC-PREFIXO(WS-IDX-LOC) * 1000.
           START ARQ-GEOCEP KEY IS NOT LESS THAN GEOCEP-CEP
             INVALID KEY GO TO 02612-localizar-ponto-exit
           END-START.
           READ ARQ-GEOCEP NEXT RECORD
             AT END GO TO 02612-localizar-ponto-exit
           END-READ.
           IF GEOCEP-CEP(1:5) = WS-LOC-PREFIXO(WS-IDX-LOC) THEN
               MOVE "S"              TO WS-PONTO-ACHADO
               MOVE GEOCEP-LATITUDE  TO WS-PONTO-LATITUDE
               MOVE GEOCEP-LONGITUDE TO WS-PONTO-LONGITUDE
           END-IF.
       02612-localizar-ponto-exit.
           EXIT.

       02613-avaliar-vendedor section.
           MOVE WS-PONTO-LATITUDE  TO WS-CDI-LAT-ORIGEM.
           MOVE WS-PONTO-LONGITUDE TO WS-CDI-LON-ORIGEM.
           MOVE WS-TAB-VND-LATITUDE(WS-IDX-VND)
                                   TO WS-CDI-LAT-DESTINO.
           MOVE WS-TAB-VND-LONGITUDE(WS-IDX-VND)
                                   TO WS-CDI-LON-DESTINO.
           MOVE REGIAO-PNSORT      TO WS-CDI-REGIAO.
           MOVE "N"                TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           IF WS-IDX-VND-COBRE = 0
           OR WS-CDI-DISTANCIA < WS-DISTANCIA-COBRE THEN
               MOVE WS-IDX-VND       TO WS-IDX-VND-COBRE
               MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-COBRE
           END-IF.
           ADD 1 TO WS-IDX-VND.
       02613-avaliar-vendedor-exit.
           EXIT.

       02614-achar-vendedor-cliente section.
           IF  WS-LOC-CODVND-CLI(WS-IDX-LOC) > 0
           AND WS-TAB-VND-CODIGO(WS-IDX-VND) =
               WS-LOC-CODVND-CLI(WS-IDX-LOC) THEN
               MOVE WS-IDX-VND TO WS-IDX-VND-COBRE
           END-IF.
           ADD 1 TO WS-IDX-VND.
       02614-achar-vendedor-cliente-exit.
           EXIT.

       027-saida-sort-penetracao section.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-LINHA-POT-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-POT-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           MOVE 0 TO WS-QTD-LISTADAS.
           MOVE 0 TO WS-TOT-ESTAB.
           MOVE 0 TO WS-TOT-CLIENTES.
           MOVE 0 TO WS-TOT-PROSPECTS.
           MOVE 0 TO WS-FIM-SORT-PEN.
           PERFORM 0271-linha-detalhe-potencial
             UNTIL WS-FIM-SORT-PEN = 1.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-POT-SECAO TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-POT-CAB-REG TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 1 TO WS-IDX-REG.
           PERFORM 0272-linha-regiao
             UNTIL WS-IDX-REG > 999.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-LISTADAS TO WS-TOT-LOC-ED.
           MOVE WS-LINHA-POT-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-ESTAB     TO WS-TOT-ESTAB-ED.
           MOVE WS-TOT-CLIENTES  TO WS-TOT-CLI-ED.
           MOVE WS-TOT-PROSPECTS TO WS-TOT-PRO-ED.
           MOVE WS-LINHA-POT-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-CLI-SEM-LOCALIDADE TO WS-TOT-CLI-FORA-ED.
           MOVE WS-LINHA-POT-TOT-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-PRO-SEM-LOCALIDADE TO WS-TOT-PRO-FORA-ED.
           MOVE WS-LINHA-POT-TOT-4 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-LOC-DESPREZADAS > 0 THEN
               MOVE WS-LOC-DESPREZADAS TO WS-TOT-LOC-DESP-ED
               MOVE WS-LINHA-POT-TOT-5 TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.

           CLOSE ARQ-IMPRESSO.
       027-saida-sort-penetracao-exit.
           EXIT.

       0271-linha-detalhe-potencial section.
           RETURN PEN-SORT
             AT END MOVE 1 TO WS-FIM-SORT-PEN.

           IF WS-FIM-SORT-PEN = 0 THEN
               ADD 1 TO WS-QTD-LISTADAS
               ADD ESTAB-PNSORT  TO WS-TOT-ESTAB
               ADD QTDCLI-PNSORT TO WS-TOT-CLIENTES
               ADD QTDPRO-PNSORT TO WS-TOT-PROSPECTS
               MOVE SPACES TO WS-LINHA-POT-DET
               MOVE LOCAL-PNSORT  TO WS-POT-LOCALIDADE
               MOVE UF-PNSORT     TO WS-POT-UF
               MOVE POPUL-PNSORT  TO WS-POT-POPULACAO
               MOVE ESTAB-PNSORT  TO WS-POT-ESTAB
               MOVE QTDCLI-PNSORT TO WS-POT-QTD-CLI
               MOVE PENETR-PNSORT TO WS-POT-PENETRACAO
               MOVE QTDPRO-PNSORT TO WS-POT-QTD-PRO
               MOVE REGIAO-PNSORT TO WS-POT-REGIAO
               IF CODVND-PNSORT = 0 THEN
                   MOVE "S/VEND" TO WS-POT-FOLGA
               ELSE
                   MOVE CODVND-PNSORT TO WS-POT-CODVND
                   IF SEMLIM-PNSORT = "S" THEN
                       MOVE " S/LIM" TO WS-POT-FOLGA
                   ELSE
                       MOVE FOLGA-PNSORT TO WS-POT-FOLGA-ED
                       MOVE WS-POT-FOLGA-ED TO WS-POT-FOLGA
                   END-IF
               END-IF
               MOVE WS-LINHA-POT-DET TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
       0271-linha-detalhe-potencial-exit.
           EXIT.

       0272-linha-regiao section.
           IF WS-REG-QTD-LOC(WS-IDX-REG) > 0
           OR WS-REG-QTD-CLI(WS-IDX-REG) > 0 THEN
               MOVE SPACES TO WS-LINHA-POT-REG
               MOVE WS-IDX-REG                 TO WS-POTREG-CODIGO
               MOVE WS-REG-QTD-LOC(WS-IDX-REG) TO WS-POTREG-QTD-LOC
               MOVE WS-REG-ESTAB(WS-IDX-REG)   TO WS-POTREG-ESTAB
               MOVE WS-REG-QTD-CLI(WS-IDX-REG) TO WS-POTREG-QTD-CLI
               MOVE WS-REG-QTD-PRO(WS-IDX-REG) TO WS-POTREG-QTD-PRO
               IF WS-REG-ESTAB(WS-IDX-REG) = 0 THEN
                   MOVE 0 TO WS-PENETRACAO
               ELSE
                   COMPUTE WS-PENETRACAO ROUNDED =
                           WS-REG-QTD-CLI(WS-IDX-REG) * 100
                         / WS-REG-ESTAB(WS-IDX-REG)
                     ON SIZE ERROR MOVE 999.9 TO WS-PENETRACAO
                   END-COMPUTE
                   IF WS-PENETRACAO > 999.9 THEN
                       MOVE 999.9 TO WS-PENETRACAO
                   END-IF
               END-IF
               MOVE WS-PENETRACAO TO WS-POTREG-PENETRACAO
               IF WS-REG-SEM-LIMITE(WS-IDX-REG) = "S" THEN
                   MOVE "   S/LIM" TO WS-POTREG-FOLGA
               ELSE
                   MOVE WS-REG-FOLGA(WS-IDX-REG) TO WS-POTREG-FOLGA-ED
                   MOVE WS-POTREG-FOLGA-ED TO WS-POTREG-FOLGA
               END-IF
               MOVE WS-LINHA-POT-REG TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           ADD 1 TO WS-IDX-REG.
       0272-linha-regiao-exit.
           EXIT.

      *    BUSCA BINARIA DE WS-BUSCA-LOCALIDADE NA TABELA DE
      *    LOCALIDADES; DEVOLVE A POSICAO EM WS-BUSCA-ACHOU (ZERO SE
      *    NAO ESTA NA BASE DE POTENCIAL).
       029-localizar-localidade section.
           MOVE 0 TO WS-BUSCA-ACHOU.
           IF WS-BUSCA-LOCALIDADE = SPACES THEN
               GO TO 029-localizar-localidade-exit
           END-IF.
           MOVE 1 TO WS-BUSCA-INICIO.
           MOVE WS-QTD-LOCALIDADES TO WS-BUSCA-FIM.
           PERFORM 0291-dividir-intervalo
             UNTIL WS-BUSCA-INICIO > WS-BUSCA-FIM
                OR WS-BUSCA-ACHOU > 0.
       029-localizar-localidade-exit.
           EXIT.

       0291-dividir-intervalo section.
           COMPUTE WS-BUSCA-MEIO =
                   (WS-BUSCA-INICIO + WS-BUSCA-FIM) / 2.
           IF WS-LOC-NOME(WS-BUSCA-MEIO) = WS-BUSCA-LOCALIDADE THEN
               MOVE WS-BUSCA-MEIO TO WS-BUSCA-ACHOU
           ELSE
               IF WS-LOC-NOME(WS-BUSCA-MEIO) < WS-BUSCA-LOCALIDADE THEN
                   COMPUTE WS-BUSCA-INICIO = WS-BUSCA-MEIO + 1
               ELSE
                   IF WS-BUSCA-MEIO = 1 THEN
                       MOVE 0 TO WS-BUSCA-FIM
                   ELSE
                       COMPUTE WS-BUSCA-FIM = WS-BUSCA-MEIO - 1
                   END-IF
               END-IF
           END-IF.
       0291-dividir-intervalo-exit.
           EXIT.
