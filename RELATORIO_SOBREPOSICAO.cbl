       identification division.
       program-id. "RELATORIO_SOBREPOSICAO".
       author.     Roberto Holz.
      *    RELATORIO DE SOBREPOSICAO DE TERRITORIOS ("MAPA BAGUNCADO"):
      *    CALCULA O CENTRO (MEDIA DAS COORDENADAS) DA CARTEIRA ATIVA
      *    DE CADA VENDEDOR E, PARA CADA CLIENTE, PROCURA O CENTRO DE
      *    OUTRA CARTEIRA MAIS PROXIMO DO QUE O DA PROPRIA. ESSES SAO
      *    OS CLIENTES INTERCALADOS - EFEITO DE ATRIBUICOES MANUAIS,
      *    TRANSFERENCIAS E DA REGRA DE ESTABILIDADE.
      *    PARA CADA PAR DE VENDEDORES COM CLIENTES INTERCALADOS O
      *    RELATORIO TRAZ A QUANTIDADE NOS DOIS SENTIDOS, A ECONOMIA
      *    ESTIMADA EM KM SE ELES FOSSEM TROCADOS (SOMA DOS GANHOS) E
      *    OS PIORES CASOS, DO MAIOR PARA O MENOR GANHO. OS PARES SAO
      *    AGRUPADOS PELA REGIAO E EQUIPE DO VENDEDOR DE MENOR CODIGO
      *    DO PAR; O FILTRO DA TELA ACEITA O PAR SE QUALQUER DOS DOIS
      *    VENDEDORES FOR DA REGIAO/EQUIPE INFORMADA.
      *    O CENTRO MAIS PROXIMO E ESCOLHIDO PELA APROXIMACAO PLANA;
      *    O GANHO E CONFIRMADO COM AS DISTANCIAS RODOVIARIAS DA
      *    ROTINA COMUM CALCULA_DISTANCIA.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-impresso.cpy'.
         SELECT PAR-SORT ASSIGN TO DISK WID-PAR-SORT.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-impresso.cpy'.

       SD PAR-SORT
          DATA RECORD IS REG-PAR-SORT.
       01 REG-PAR-SORT.
           05 REGIAO-PSORT                  PIC 9(03).
           05 EQUIPE-PSORT                  PIC 9(03).
           05 VND1-PSORT                    PIC 9(05).
           05 VND2-PSORT                    PIC 9(05).
           05 GANHO-PSORT                   PIC 9(08)V9(03).
           05 CODCLI-PSORT                  PIC 9(07).
           05 VNDDE-PSORT                   PIC 9(05).
           05 VNDPARA-PSORT                 PIC 9(05).
           05 DISTPROPRIO-PSORT             PIC 9(08)V9(03).
           05 DISTOUTRO-PSORT               PIC 9(08)V9(03).
           05 EQUIPE1-PSORT                 PIC 9(03).
           05 EQUIPE2-PSORT                 PIC 9(03).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-PAR-SORT         PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-MSG-SOB           PIC X(40) VALUE SPACES.
              05 WS-TEL-REGIAO        PIC 9(03) VALUE ZEROS.
              05 WS-TEL-EQUIPE        PIC 9(03) VALUE ZEROS.
              05 WS-TEL-QTD-LISTA     PIC 9(02) VALUE ZEROS.
              05 WS-TEL-GANHO-MIN     PIC 9(04) VALUE ZEROS.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-FIM-ARQCLI        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-ARQVND        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-PAR      PIC 9(01) VALUE ZEROS.
              05 WS-PRIMEIRO-REG      PIC X(01) VALUE "S".
              05 WS-QTD-VENDEDORES    PIC 9(05) VALUE ZEROS.
              05 WS-QTD-CARTEIRAS     PIC 9(05) VALUE ZEROS.
              05 WS-QTD-CLIENTES      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-IGNORADOS     PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DESPREZADOS   PIC 9(07) VALUE ZEROS.
              05 WS-IDX-CLI           PIC 9(07) VALUE ZEROS.
              05 WS-IDX-VND           PIC 9(05) VALUE ZEROS.
              05 WS-IDX-CART          PIC 9(05) VALUE ZEROS.
              05 WS-IDX-PROPRIO       PIC 9(05) VALUE ZEROS.
              05 WS-IDX-OUTRO         PIC 9(05) VALUE ZEROS.
              05 WS-IDX-LISTA         PIC 9(02) VALUE ZEROS.
              05 WS-BUSCA-CODIGO      PIC 9(05) VALUE ZEROS.
              05 WS-BUSCA-INICIO      PIC 9(05) VALUE ZEROS.
              05 WS-BUSCA-FIM         PIC 9(05) VALUE ZEROS.
              05 WS-BUSCA-MEIO        PIC 9(05) VALUE ZEROS.
              05 WS-BUSCA-ACHOU       PIC 9(05) VALUE ZEROS.
              05 WS-FILTRO-OK         PIC X(01) VALUE "N".
              05 WS-DIST-PROPRIO      PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-DIST-OUTRO        PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-GANHO             PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-DISTANCIA-CALC    PIC 9(08)V9(03) VALUE ZEROS.
      *    APROXIMACAO PLANA (GRAUS, LONGITUDE CORRIGIDA PELO
      *    COSSENO DA LATITUDE MEDIA) USADA SO PARA COMPARAR.
              05 WS-PLN-COS-LAT       USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-SOMA-LAT      USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-DX            USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-DY            USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-D2            USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-D2-PROPRIO    USAGE COMP-2 VALUE ZERO.
              05 WS-PLN-D2-OUTRO      USAGE COMP-2 VALUE ZERO.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO         PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR   PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA      PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.

      *    QUEBRAS DO RELATORIO E ACUMULADORES (PAR, GRUPO, GERAL).
           01 WS-QUEBRAS.
              05 WS-ANT-REGIAO        PIC 9(03) VALUE ZEROS.
              05 WS-ANT-EQUIPE        PIC 9(03) VALUE ZEROS.
              05 WS-ANT-VND1          PIC 9(05) VALUE ZEROS.
              05 WS-ANT-VND2          PIC 9(05) VALUE ZEROS.
              05 WS-ANT-EQUIPE1       PIC 9(03) VALUE ZEROS.
              05 WS-ANT-EQUIPE2       PIC 9(03) VALUE ZEROS.
              05 WS-PAR-QTD-1P2       PIC 9(05) VALUE ZEROS.
              05 WS-PAR-QTD-2P1       PIC 9(05) VALUE ZEROS.
              05 WS-PAR-GANHO         PIC 9(09)V9(03) VALUE ZEROS.
              05 WS-PAR-QTD-LISTA     PIC 9(02) VALUE ZEROS.
              05 WS-GRP-QTD-PARES     PIC 9(05) VALUE ZEROS.
              05 WS-GRP-QTD-CLI       PIC 9(07) VALUE ZEROS.
              05 WS-GRP-GANHO         PIC 9(09)V9(03) VALUE ZEROS.
              05 WS-TOT-QTD-PARES     PIC 9(05) VALUE ZEROS.
              05 WS-TOT-QTD-CLI       PIC 9(07) VALUE ZEROS.
              05 WS-TOT-GANHO         PIC 9(09)V9(03) VALUE ZEROS.

      *    PIORES CLIENTES DO PAR CORRENTE, JA FORMATADOS; O PAR SO
      *    E IMPRESSO NA QUEBRA, COM OS TOTAIS NA FRENTE.
           01 WS-TAB-LISTA.
              05 WS-LST-LINHA PIC X(80) OCCURS 99 TIMES.

      *    CLIENTES ATIVOS COM COORDENADAS E VENDEDOR CADASTRADO.
           01 WS-TAB-CLIENTE.
              05 WS-TCL-ITEM OCCURS 50000 TIMES.
                 10 WS-TCL-CODIGO         PIC 9(07).
                 10 WS-TCL-LATITUDE       PIC S9(03)V9(08).
                 10 WS-TCL-LONGITUDE      PIC S9(03)V9(08).
                 10 WS-TCL-REGIAO         PIC 9(03).
                 10 WS-TCL-IDX-VND        PIC 9(05).

      *    VENDEDORES EM ORDEM DE CODIGO, COM O CENTRO DA CARTEIRA.
           01 WS-TAB-VENDEDOR.
              05 WS-TVN-ITEM OCCURS 20000 TIMES.
                 10 WS-TVN-CODIGO         PIC 9(05).
                 10 WS-TVN-REGIAO         PIC 9(03).
                 10 WS-TVN-EQUIPE         PIC 9(03).
                 10 WS-TVN-QTD-CLI        PIC 9(07).
                 10 WS-TVN-SOMA-LAT       PIC S9(09)V9(08).
                 10 WS-TVN-SOMA-LON       PIC S9(09)V9(08).
                 10 WS-TVN-CEN-LAT        PIC S9(03)V9(08).
                 10 WS-TVN-CEN-LON        PIC S9(03)V9(08).

      *    INDICES DOS VENDEDORES QUE TEM CARTEIRA.
           01 WS-TAB-CARTEIRA.
              05 WS-CRT-IDX-VND PIC 9(05) OCCURS 20000 TIMES.

           01 WS-LINHAS-REL-SOBREPOSICAO.
              05 WS-LINHA-SOB-CAB-1.
                 10 FILLER                  PIC X(40) VALUE
                    "  SOBREPOSICAO DE TERRITORIOS - REGIAO:".
                 10 WS-SOB-CAB-REGIAO       PIC ZZ9.
                 10 FILLER                  PIC X(10) VALUE
                    "  EQUIPE:".
                 10 WS-SOB-CAB-EQUIPE       PIC ZZ9.
                 10 FILLER                  PIC X(24) VALUE
                    "  (ZERO = TODAS)".
              05 WS-LINHA-SOB-GRUPO.
                 10 FILLER                  PIC X(10) VALUE
                    "  REGIAO: ".
                 10 WS-SOB-GRP-REGIAO       PIC 9(03).
                 10 FILLER                  PIC X(10) VALUE
                    "  EQUIPE: ".
                 10 WS-SOB-GRP-EQUIPE       PIC 9(03).
              05 WS-LINHA-SOB-TRACO        PIC X(80) VALUE ALL "-".
              05 WS-LINHA-SOB-PAR-1.
                 10 FILLER                  PIC X(06) VALUE
                    "  PAR ".
                 10 WS-SOB-PAR-VND1         PIC 9(05).
                 10 FILLER                  PIC X(05) VALUE
                    " (EQ ".
                 10 WS-SOB-PAR-EQ1          PIC 9(03).
                 10 FILLER                  PIC X(04) VALUE
                    ") X ".
                 10 WS-SOB-PAR-VND2         PIC 9(05).
                 10 FILLER                  PIC X(05) VALUE
                    " (EQ ".
                 10 WS-SOB-PAR-EQ2          PIC 9(03).
                 10 FILLER                  PIC X(01) VALUE
                    ")".
                 10 FILLER                  PIC X(22) VALUE
                    "  ECONOMIA ESTIM. KM: ".
                 10 WS-SOB-PAR-GANHO        PIC ZZZZZZZ9.9.
              05 WS-LINHA-SOB-PAR-2.
                 10 FILLER                  PIC X(18) VALUE
                    "    INTERCALADOS: ".
                 10 WS-SOB-PAR-DE-1         PIC 9(05).
                 10 FILLER                  PIC X(02) VALUE "->".
                 10 WS-SOB-PAR-PARA-1       PIC 9(05).
                 10 FILLER                  PIC X(02) VALUE ": ".
                 10 WS-SOB-PAR-QTD-1        PIC ZZZZ9.
                 10 FILLER                  PIC X(03) VALUE SPACES.
                 10 WS-SOB-PAR-DE-2         PIC 9(05).
                 10 FILLER                  PIC X(02) VALUE "->".
                 10 WS-SOB-PAR-PARA-2       PIC 9(05).
                 10 FILLER                  PIC X(02) VALUE ": ".
                 10 WS-SOB-PAR-QTD-2        PIC ZZZZ9.
              05 WS-LINHA-SOB-DET.
                 10 FILLER                  PIC X(08) VALUE
                    "    CLI ".
                 10 WS-SOB-DET-CODCLI       PIC 9(07).
                 10 FILLER                  PIC X(04) VALUE " DE ".
                 10 WS-SOB-DET-DE           PIC 9(05).
                 10 FILLER                  PIC X(04) VALUE " P/ ".
                 10 WS-SOB-DET-PARA         PIC 9(05).
                 10 FILLER                  PIC X(06) VALUE " ATUAL".
                 10 WS-SOB-DET-PROPRIO      PIC ZZZZZ9.9.
                 10 FILLER                  PIC X(06) VALUE " OUTRO".
                 10 WS-SOB-DET-OUTRO        PIC ZZZZZ9.9.
                 10 FILLER                  PIC X(06) VALUE " GANHO".
                 10 WS-SOB-DET-GANHO        PIC ZZZZZ9.9.
              05 WS-LINHA-SOB-TOT-GRP.
                 10 FILLER                  PIC X(24) VALUE
                    "  TOTAL DO GRUPO  PARES ".
                 10 WS-SOB-GRP-PARES        PIC ZZZZ9.
                 10 FILLER                  PIC X(11) VALUE
                    "  CLIENTES".
                 10 WS-SOB-GRP-CLI          PIC ZZZZZZ9.
                 10 FILLER                  PIC X(05) VALUE
                    "  KM".
                 10 WS-SOB-GRP-GANHO        PIC ZZZZZZZZ9.9.
              05 WS-LINHA-SOB-TOT-GER.
                 10 FILLER                  PIC X(24) VALUE
                    "  TOTAL GERAL     PARES ".
                 10 WS-SOB-GER-PARES        PIC ZZZZ9.
                 10 FILLER                  PIC X(11) VALUE
                    "  CLIENTES".
                 10 WS-SOB-GER-CLI          PIC ZZZZZZ9.
                 10 FILLER                  PIC X(05) VALUE
                    "  KM".
                 10 WS-SOB-GER-GANHO        PIC ZZZZZZZZ9.9.
              05 WS-LINHA-SOB-TOT-1.
                 10 FILLER                  PIC X(38) VALUE
                    "  Clientes analisados...............:".
                 10 WS-SOB-TOT-CLIENTES     PIC ZZZZZZ9.
              05 WS-LINHA-SOB-TOT-2.
                 10 FILLER                  PIC X(38) VALUE
                    "  Ativos sem coordenada ou vendedor.:".
                 10 WS-SOB-TOT-IGNORADOS    PIC ZZZZZZ9.
              05 WS-LINHA-SOB-TOT-3.
                 10 FILLER                  PIC X(38) VALUE
                    "  Desprezados (tabela cheia)........:".
                 10 WS-SOB-TOT-DESPREZADOS  PIC ZZZZZZ9.
              05 WS-LINHA-SOB-LEGENDA-1.
                 10 FILLER                  PIC X(40) VALUE
                    "  ATUAL/OUTRO: KM ATE O CENTRO DA PROPRI".
                 10 FILLER                  PIC X(40) VALUE
                    "A CARTEIRA E ATE O DA OUTRA".
              05 WS-LINHA-SOB-LEGENDA-2.
                 10 FILLER                  PIC X(40) VALUE
                    "  GANHO = ATUAL - OUTRO; ECONOMIA DO PAR".
                 10 FILLER                  PIC X(40) VALUE
                    " = SOMA DOS GANHOS".

       SCREEN SECTION.
       01 TELA-SOBREPOSICAO.
          05 VALUE "--- SOBREPOSICAO DE TERRITORIOS ---"
          BLANK SCREEN LINE 1 COL 25.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Pares de vendedores com clientes mais perto do"
             LINE 5 COL 20.
          05 VALUE "centro da carteira do outro do que da propria."
             LINE 6 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 18 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 19 COL 20.
          05 TELA-SOBREPOSICAO-MSG.
             10 LINE 21 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-SOB.

       01 TELA-SOBREPOSICAO-PRM.
          05 TELA-SOB-REGIAO.
             10 LINE 09 COL 20 VALUE "Regiao (0 = todas).......:".
             10 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-REGIAO.
          05 TELA-SOB-EQUIPE.
             10 LINE 10 COL 20 VALUE "Equipe (0 = todas).......:".
             10 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-EQUIPE.
          05 TELA-SOB-GANHO-MIN.
             10 LINE 11 COL 20 VALUE "Ganho minimo (km)........:".
             10 COLUMN PLUS 2 PIC 9(04) USING WS-TEL-GANHO-MIN.
          05 TELA-SOB-QTD-LISTA.
             10 LINE 12 COL 20 VALUE "Clientes listados por par:".
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-QTD-LISTA.
          05 TELA-SOB-NMARQ.
             10 LINE 13 COL 20 VALUE "Arquivo do relatorio.....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-SOBREPOSICAO-SAIR.
          05 LINE 23 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               perform 02-gerar-relatorio
               DISPLAY TELA-SOBREPOSICAO-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-SOBREPOSICAO.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-SOB
               DISPLAY TELA-SOBREPOSICAO-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-gerar-relatorio section.
           PERFORM 021-informar-parametros.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Informe o arquivo do relatorio" TO WS-MSG-SOB
               DISPLAY TELA-SOBREPOSICAO-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

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
               MOVE "Erro na abertura dos cadastros" TO WS-MSG-SOB
               DISPLAY TELA-SOBREPOSICAO-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE "Calculando centros das carteiras" TO WS-MSG-SOB.
           DISPLAY TELA-SOBREPOSICAO-MSG.
           PERFORM 022-carregar-vendedores.
           PERFORM 023-carregar-clientes.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.

           IF WS-QTD-CARTEIRAS < 2 THEN
               MOVE "Menos de duas carteiras com clientes"
                 TO WS-MSG-SOB
               DISPLAY TELA-SOBREPOSICAO-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           PERFORM 024-calcular-centros.
           SORT PAR-SORT
             ON ASCENDING KEY REGIAO-PSORT EQUIPE-PSORT
                              VND1-PSORT VND2-PSORT
             ON DESCENDING KEY GANHO-PSORT
             ON ASCENDING KEY CODCLI-PSORT
             INPUT PROCEDURE IS 025-entrada-sort-pares
            OUTPUT PROCEDURE IS 026-saida-sort-pares.
           MOVE "Relatorio gerado" TO WS-MSG-SOB.
           DISPLAY TELA-SOBREPOSICAO-MSG.
       02-gerar-relatorio-exit.
           EXIT.

       021-informar-parametros section.
           MOVE 0 TO WS-TEL-REGIAO.
           MOVE 0 TO WS-TEL-EQUIPE.
           MOVE 0 TO WS-TEL-GANHO-MIN.
           MOVE 5 TO WS-TEL-QTD-LISTA.
           MOVE "SOBREPOSICAO_TERRIT" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-SOBREPOSICAO-PRM.
           ACCEPT TELA-SOB-REGIAO.
           ACCEPT TELA-SOB-EQUIPE.
           ACCEPT TELA-SOB-GANHO-MIN.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0211-informar-qtd-lista
             UNTIL WS-PARAM-OK = "OK".
           ACCEPT TELA-SOB-NMARQ.
       021-informar-parametros-exit.
           EXIT.

       0211-informar-qtd-lista section.
           ACCEPT TELA-SOB-QTD-LISTA.
           IF WS-TEL-QTD-LISTA = 0 THEN
               MOVE "Informe de 1 a 99 clientes por par"
                 TO WS-MSG-SOB
           ELSE
               MOVE "OK" TO WS-PARAM-OK
               MOVE SPACES TO WS-MSG-SOB
           END-IF.
           DISPLAY TELA-SOBREPOSICAO-MSG.
       0211-informar-qtd-lista-exit.
           EXIT.

       022-carregar-vendedores section.
           MOVE 0 TO WS-QTD-VENDEDORES.
           MOVE LOW-VALUES TO VND-CODIGO.
           START ARQ-VENDEDOR KEY IS NOT LESS THAN VND-CODIGO
             INVALID KEY CONTINUE
           END-START.
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQVND
             NOT AT END MOVE 0 TO WS-FIM-ARQVND
           END-READ.
           PERFORM 0221-guardar-vendedor
             UNTIL WS-FIM-ARQVND = 1
                OR WS-QTD-VENDEDORES >= 20000.
       022-carregar-vendedores-exit.
           EXIT.

       0221-guardar-vendedor section.
           ADD 1 TO WS-QTD-VENDEDORES.
           MOVE WS-QTD-VENDEDORES TO WS-IDX-VND.
           INITIALIZE WS-TVN-ITEM(WS-IDX-VND).
           MOVE VND-CODIGO TO WS-TVN-CODIGO(WS-IDX-VND).
           MOVE VND-REGIAO TO WS-TVN-REGIAO(WS-IDX-VND).
           MOVE VND-EQUIPE TO WS-TVN-EQUIPE(WS-IDX-VND).
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQVND
             NOT AT END MOVE 0 TO WS-FIM-ARQVND
           END-READ.
       0221-guardar-vendedor-exit.
           EXIT.

       023-carregar-clientes section.
           MOVE 0 TO WS-QTD-CLIENTES.
           MOVE 0 TO WS-QTD-IGNORADOS.
           MOVE 0 TO WS-QTD-DESPREZADOS.
           MOVE 0 TO WS-PLN-SOMA-LAT.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY CONTINUE
           END-START.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
             NOT AT END MOVE 0 TO WS-FIM-ARQCLI
           END-READ.
           PERFORM 0231-guardar-cliente
             UNTIL WS-FIM-ARQCLI = 1.
           IF WS-QTD-CLIENTES > 0 THEN
               COMPUTE WS-PLN-COS-LAT =
                       FUNCTION COS(WS-PLN-SOMA-LAT / WS-QTD-CLIENTES
                                    * FUNCTION PI / 180)
           END-IF.
       023-carregar-clientes-exit.
           EXIT.

       0231-guardar-cliente section.
           IF CLI-STATUS-ATIVO THEN
               MOVE 0 TO WS-BUSCA-ACHOU
               IF  CLI-CODVND > 0
               AND (CLI-LATITUDE NOT = 0 OR CLI-LONGITUDE NOT = 0) THEN
                   MOVE CLI-CODVND TO WS-BUSCA-CODIGO
                   PERFORM 029-buscar-vendedor
               END-IF
               IF WS-BUSCA-ACHOU = 0 THEN
                   ADD 1 TO WS-QTD-IGNORADOS
               ELSE
                   IF WS-QTD-CLIENTES >= 50000 THEN
                       ADD 1 TO WS-QTD-DESPREZADOS
                   ELSE
                       PERFORM 02311-incluir-cliente
                   END-IF
               END-IF
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
             NOT AT END MOVE 0 TO WS-FIM-ARQCLI
           END-READ.
       0231-guardar-cliente-exit.
           EXIT.

       02311-incluir-cliente section.
           ADD 1 TO WS-QTD-CLIENTES.
           MOVE WS-QTD-CLIENTES TO WS-IDX-CLI.
           MOVE CLI-CODIGO     TO WS-TCL-CODIGO(WS-IDX-CLI).
           MOVE CLI-LATITUDE   TO WS-TCL-LATITUDE(WS-IDX-CLI).
           MOVE CLI-LONGITUDE  TO WS-TCL-LONGITUDE(WS-IDX-CLI).
           MOVE CLI-REGIAO     TO WS-TCL-REGIAO(WS-IDX-CLI).
           MOVE WS-BUSCA-ACHOU TO WS-TCL-IDX-VND(WS-IDX-CLI).
           MOVE WS-BUSCA-ACHOU TO WS-IDX-VND.
           IF WS-TVN-QTD-CLI(WS-IDX-VND) = 0 THEN
               ADD 1 TO WS-QTD-CARTEIRAS
               MOVE WS-IDX-VND TO WS-CRT-IDX-VND(WS-QTD-CARTEIRAS)
           END-IF.
           ADD 1             TO WS-TVN-QTD-CLI(WS-IDX-VND).
           ADD CLI-LATITUDE  TO WS-TVN-SOMA-LAT(WS-IDX-VND).
           ADD CLI-LONGITUDE TO WS-TVN-SOMA-LON(WS-IDX-VND).
           ADD CLI-LATITUDE  TO WS-PLN-SOMA-LAT.
       02311-incluir-cliente-exit.
           EXIT.

       024-calcular-centros section.
           MOVE 1 TO WS-IDX-CART.
           PERFORM 0241-calcular-centro
             UNTIL WS-IDX-CART > WS-QTD-CARTEIRAS.
       024-calcular-centros-exit.
           EXIT.

       0241-calcular-centro section.
           MOVE WS-CRT-IDX-VND(WS-IDX-CART) TO WS-IDX-VND.
           COMPUTE WS-TVN-CEN-LAT(WS-IDX-VND) ROUNDED =
                   WS-TVN-SOMA-LAT(WS-IDX-VND)
                 / WS-TVN-QTD-CLI(WS-IDX-VND).
           COMPUTE WS-TVN-CEN-LON(WS-IDX-VND) ROUNDED =
                   WS-TVN-SOMA-LON(WS-IDX-VND)
                 / WS-TVN-QTD-CLI(WS-IDX-VND).
           ADD 1 TO WS-IDX-CART.
       0241-calcular-centro-exit.
           EXIT.

       025-entrada-sort-pares section.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 0251-avaliar-cliente
             UNTIL WS-IDX-CLI > WS-QTD-CLIENTES.
       025-entrada-sort-pares-exit.
           EXIT.

      *    PROCURA O CENTRO DE OUTRA CARTEIRA MAIS PROXIMO DO CLIENTE.
      *    SE ELE ESTA MAIS PERTO QUE O DA PROPRIA TAMBEM PELA
      *    DISTANCIA RODOVIARIA, O CLIENTE E INTERCALADO.
       0251-avaliar-cliente section.
           MOVE WS-TCL-IDX-VND(WS-IDX-CLI) TO WS-IDX-PROPRIO.
           MOVE WS-IDX-PROPRIO TO WS-IDX-VND.
           PERFORM 028-distancia-plana.
           MOVE WS-PLN-D2 TO WS-PLN-D2-PROPRIO.
           MOVE 0 TO WS-IDX-OUTRO.
           MOVE 1 TO WS-IDX-CART.
           PERFORM 02511-comparar-carteira
             UNTIL WS-IDX-CART > WS-QTD-CARTEIRAS.
           IF  WS-IDX-OUTRO > 0
           AND WS-PLN-D2-OUTRO < WS-PLN-D2-PROPRIO THEN
               PERFORM 02512-verificar-filtro
               IF WS-FILTRO-OK = "S" THEN
                   MOVE WS-IDX-PROPRIO TO WS-IDX-VND
                   PERFORM 027-calcular-distancia
                   MOVE WS-DISTANCIA-CALC TO WS-DIST-PROPRIO
                   MOVE WS-IDX-OUTRO TO WS-IDX-VND
                   PERFORM 027-calcular-distancia
                   MOVE WS-DISTANCIA-CALC TO WS-DIST-OUTRO
                   IF WS-DIST-OUTRO < WS-DIST-PROPRIO THEN
                       COMPUTE WS-GANHO =
                               WS-DIST-PROPRIO - WS-DIST-OUTRO
                       IF WS-GANHO NOT < WS-TEL-GANHO-MIN THEN
                           PERFORM 02513-soltar-cliente
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-CLI.
       0251-avaliar-cliente-exit.
           EXIT.

       02511-comparar-carteira section.
           MOVE WS-CRT-IDX-VND(WS-IDX-CART) TO WS-IDX-VND.
           IF WS-IDX-VND NOT = WS-IDX-PROPRIO THEN
               PERFORM 028-distancia-plana
               IF WS-IDX-OUTRO = 0
               OR WS-PLN-D2 < WS-PLN-D2-OUTRO THEN
                   MOVE WS-IDX-VND TO WS-IDX-OUTRO
                   MOVE WS-PLN-D2  TO WS-PLN-D2-OUTRO
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-CART.
       02511-comparar-carteira-exit.
           EXIT.

       02512-verificar-filtro section.
           MOVE "N" TO WS-FILTRO-OK.
           IF  (WS-TEL-REGIAO = 0
                OR WS-TVN-REGIAO(WS-IDX-PROPRIO) = WS-TEL-REGIAO)
           AND (WS-TEL-EQUIPE = 0
                OR WS-TVN-EQUIPE(WS-IDX-PROPRIO) = WS-TEL-EQUIPE) THEN
               MOVE "S" TO WS-FILTRO-OK
           END-IF.
           IF  (WS-TEL-REGIAO = 0
                OR WS-TVN-REGIAO(WS-IDX-OUTRO) = WS-TEL-REGIAO)
           AND (WS-TEL-EQUIPE = 0
                OR WS-TVN-EQUIPE(WS-IDX-OUTRO) = WS-TEL-EQUIPE) THEN
               MOVE "S" TO WS-FILTRO-OK
           END-IF.
       02512-verificar-filtro-exit.
           EXIT.

      *    O PAR E SEMPRE GRAVADO COM O VENDEDOR DE MENOR CODIGO
      *    PRIMEIRO, PARA OS DOIS SENTIDOS CAIREM NA MESMA QUEBRA.
       02513-soltar-cliente section.
           IF WS-TVN-CODIGO(WS-IDX-PROPRIO)
              < WS-TVN-CODIGO(WS-IDX-OUTRO) THEN
               MOVE WS-IDX-PROPRIO TO WS-IDX-VND
               MOVE WS-TVN-CODIGO(WS-IDX-OUTRO) TO VND2-PSORT
               MOVE WS-TVN-EQUIPE(WS-IDX-OUTRO) TO EQUIPE2-PSORT
           ELSE
               MOVE WS-IDX-OUTRO TO WS-IDX-VND
               MOVE WS-TVN-CODIGO(WS-IDX-PROPRIO) TO VND2-PSORT
               MOVE WS-TVN-EQUIPE(WS-IDX-PROPRIO) TO EQUIPE2-PSORT
           END-IF.
           MOVE WS-TVN-REGIAO(WS-IDX-VND)     TO REGIAO-PSORT.
           MOVE WS-TVN-EQUIPE(WS-IDX-VND)     TO EQUIPE-PSORT.
           MOVE WS-TVN-CODIGO(WS-IDX-VND)     TO VND1-PSORT.
           MOVE WS-TVN-EQUIPE(WS-IDX-VND)     TO EQUIPE1-PSORT.
           MOVE WS-GANHO                      TO GANHO-PSORT.
           MOVE WS-TCL-CODIGO(WS-IDX-CLI)     TO CODCLI-PSORT.
           MOVE WS-TVN-CODIGO(WS-IDX-PROPRIO) TO VNDDE-PSORT.
           MOVE WS-TVN-CODIGO(WS-IDX-OUTRO)   TO VNDPARA-PSORT.
           MOVE WS-DIST-PROPRIO               TO DISTPROPRIO-PSORT.
           MOVE WS-DIST-OUTRO                 TO DISTOUTRO-PSORT.
           RELEASE REG-PAR-SORT.
       02513-soltar-cliente-exit.
           EXIT.

       026-saida-sort-pares section.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-TEL-REGIAO TO WS-SOB-CAB-REGIAO.
           MOVE WS-TEL-EQUIPE TO WS-SOB-CAB-EQUIPE.
           MOVE WS-LINHA-SOB-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-TOT-QTD-PARES.
           MOVE 0 TO WS-TOT-QTD-CLI.
           MOVE 0 TO WS-TOT-GANHO.
           MOVE "S" TO WS-PRIMEIRO-REG.
           MOVE 0 TO WS-FIM-SORT-PAR.
           RETURN PAR-SORT
             AT END MOVE 1 TO WS-FIM-SORT-PAR.
           PERFORM 0261-tratar-registro
             UNTIL WS-FIM-SORT-PAR = 1.
           IF WS-PRIMEIRO-REG = "N" THEN
               PERFORM 0263-fechar-par
               PERFORM 0265-fechar-grupo
           END-IF.
           PERFORM 0266-imprimir-totais.
           CLOSE ARQ-IMPRESSO.
       026-saida-sort-pares-exit.
           EXIT.

       0261-tratar-registro section.
           IF WS-PRIMEIRO-REG = "S" THEN
               MOVE "N" TO WS-PRIMEIRO-REG
               PERFORM 0264-abrir-grupo
               PERFORM 0262-abrir-par
           ELSE
               IF REGIAO-PSORT NOT = WS-ANT-REGIAO
               OR EQUIPE-PSORT NOT = WS-ANT-EQUIPE THEN
                   PERFORM 0263-fechar-par
                   PERFORM 0265-fechar-grupo
                   PERFORM 0264-abrir-grupo
                   PERFORM 0262-abrir-par
               ELSE
                   IF VND1-PSORT NOT = WS-ANT-VND1
                   OR VND2-PSORT NOT = WS-ANT-VND2 THEN
                       PERFORM 0263-fechar-par
                       PERFORM 0262-abrir-par
                   END-IF
               END-IF
           END-IF.

           IF VNDDE-PSORT = WS-ANT-VND1 THEN
               ADD 1 TO WS-PAR-QTD-1P2
           ELSE
               ADD 1 TO WS-PAR-QTD-2P1
           END-IF.
           ADD GANHO-PSORT TO WS-PAR-GANHO.
           IF WS-PAR-QTD-LISTA < WS-TEL-QTD-LISTA THEN
               ADD 1 TO WS-PAR-QTD-LISTA
               MOVE CODCLI-PSORT      TO WS-SOB-DET-CODCLI
               MOVE VNDDE-PSORT       TO WS-SOB-DET-DE
               MOVE VNDPARA-PSORT     TO WS-SOB-DET-PARA
               MOVE DISTPROPRIO-PSORT TO WS-SOB-DET-PROPRIO
               MOVE DISTOUTRO-PSORT   TO WS-SOB-DET-OUTRO
               MOVE GANHO-PSORT       TO WS-SOB-DET-GANHO
               MOVE WS-LINHA-SOB-DET
                 TO WS-LST-LINHA(WS-PAR-QTD-LISTA)
           END-IF.

           RETURN PAR-SORT
             AT END MOVE 1 TO WS-FIM-SORT-PAR.
       0261-tratar-registro-exit.
           EXIT.

       0262-abrir-par section.
           MOVE VND1-PSORT    TO WS-ANT-VND1.
           MOVE VND2-PSORT    TO WS-ANT-VND2.
           MOVE EQUIPE1-PSORT TO WS-ANT-EQUIPE1.
           MOVE EQUIPE2-PSORT TO WS-ANT-EQUIPE2.
           MOVE 0 TO WS-PAR-QTD-1P2.
           MOVE 0 TO WS-PAR-QTD-2P1.
           MOVE 0 TO WS-PAR-GANHO.
           MOVE 0 TO WS-PAR-QTD-LISTA.
       0262-abrir-par-exit.
           EXIT.

       0263-fechar-par section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-ANT-VND1    TO WS-SOB-PAR-VND1.
           MOVE WS-ANT-EQUIPE1 TO WS-SOB-PAR-EQ1.
           MOVE WS-ANT-VND2    TO WS-SOB-PAR-VND2.
           MOVE WS-ANT-EQUIPE2 TO WS-SOB-PAR-EQ2.
           MOVE WS-PAR-GANHO   TO WS-SOB-PAR-GANHO.
           MOVE WS-LINHA-SOB-PAR-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-ANT-VND1    TO WS-SOB-PAR-DE-1.
           MOVE WS-ANT-VND2    TO WS-SOB-PAR-PARA-1.
           MOVE WS-PAR-QTD-1P2 TO WS-SOB-PAR-QTD-1.
           MOVE WS-ANT-VND2    TO WS-SOB-PAR-DE-2.
           MOVE WS-ANT-VND1    TO WS-SOB-PAR-PARA-2.
           MOVE WS-PAR-QTD-2P1 TO WS-SOB-PAR-QTD-2.
           MOVE WS-LINHA-SOB-PAR-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 1 TO WS-IDX-LISTA.
           PERFORM 02631-imprimir-lista
             UNTIL WS-IDX-LISTA > WS-PAR-QTD-LISTA.
           ADD 1 TO WS-GRP-QTD-PARES.
           ADD WS-PAR-QTD-1P2 TO WS-GRP-QTD-CLI.
           ADD WS-PAR-QTD-2P1 TO WS-GRP-QTD-CLI.
           ADD WS-PAR-GANHO   TO WS-GRP-GANHO.
       0263-fechar-par-exit.
           EXIT.

       02631-imprimir-lista section.
           MOVE WS-LST-LINHA(WS-IDX-LISTA) TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-IDX-LISTA.
       02631-imprimir-lista-exit.
           EXIT.

       0264-abrir-grupo section.
           MOVE REGIAO-PSORT TO WS-ANT-REGIAO.
           MOVE EQUIPE-PSORT TO WS-ANT-EQUIPE.
           MOVE 0 TO WS-GRP-QTD-PARES.
           MOVE 0 TO WS-GRP-QTD-CLI.
           MOVE 0 TO WS-GRP-GANHO.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE REGIAO-PSORT TO WS-SOB-GRP-REGIAO.
           MOVE EQUIPE-PSORT TO WS-SOB-GRP-EQUIPE.
           MOVE WS-LINHA-SOB-GRUPO TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-SOB-TRACO TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0264-abrir-grupo-exit.
           EXIT.

       0265-fechar-grupo section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-GRP-QTD-PARES TO WS-SOB-GRP-PARES.
           MOVE WS-GRP-QTD-CLI   TO WS-SOB-GRP-CLI.
           MOVE WS-GRP-GANHO     TO WS-SOB-GRP-GANHO.
           MOVE WS-LINHA-SOB-TOT-GRP TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD WS-GRP-QTD-PARES TO WS-TOT-QTD-PARES.
           ADD WS-GRP-QTD-CLI   TO WS-TOT-QTD-CLI.
           ADD WS-GRP-GANHO     TO WS-TOT-GANHO.
       0265-fechar-grupo-exit.
           EXIT.

       0266-imprimir-totais section.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-SOB-TRACO TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-QTD-PARES TO WS-SOB-GER-PARES.
           MOVE WS-TOT-QTD-CLI   TO WS-SOB-GER-CLI.
           MOVE WS-TOT-GANHO     TO WS-SOB-GER-GANHO.
           MOVE WS-LINHA-SOB-TOT-GER TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-CLIENTES TO WS-SOB-TOT-CLIENTES.
           MOVE WS-LINHA-SOB-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-IGNORADOS TO WS-SOB-TOT-IGNORADOS.
           MOVE WS-LINHA-SOB-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-QTD-DESPREZADOS > 0 THEN
               MOVE WS-QTD-DESPREZADOS TO WS-SOB-TOT-DESPREZADOS
               MOVE WS-LINHA-SOB-TOT-3 TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-SOB-LEGENDA-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-SOB-LEGENDA-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0266-imprimir-totais-exit.
           EXIT.

      *    DISTANCIA RODOVIARIA DO CLIENTE WS-IDX-CLI ATE O CENTRO DA
      *    CARTEIRA DO VENDEDOR WS-IDX-VND.
       027-calcular-distancia section.
           MOVE WS-TCL-LATITUDE(WS-IDX-CLI)  TO WS-CDI-LAT-ORIGEM.
           MOVE WS-TCL-LONGITUDE(WS-IDX-CLI) TO WS-CDI-LON-ORIGEM.
           MOVE WS-TVN-CEN-LAT(WS-IDX-VND)   TO WS-CDI-LAT-DESTINO.
           MOVE WS-TVN-CEN-LON(WS-IDX-VND)   TO WS-CDI-LON-DESTINO.
           MOVE WS-TCL-REGIAO(WS-IDX-CLI)    TO WS-CDI-REGIAO.
           MOVE "S"                          TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       027-calcular-distancia-exit.
           EXIT.

      *    QUADRADO DA DISTANCIA PLANA ENTRE O CLIENTE WS-IDX-CLI E O
      *    CENTRO DA CARTEIRA DO VENDEDOR WS-IDX-VND.
       028-distancia-plana section.
           COMPUTE WS-PLN-DY = WS-TCL-LATITUDE(WS-IDX-CLI)
                             - WS-TVN-CEN-LAT(WS-IDX-VND).
           COMPUTE WS-PLN-DX = (WS-TCL-LONGITUDE(WS-IDX-CLI)
                             - WS-TVN-CEN-LON(WS-IDX-VND))
                             * WS-PLN-COS-LAT.
           COMPUTE WS-PLN-D2 = WS-PLN-DX * WS-PLN-DX
                             + WS-PLN-DY * WS-PLN-DY.
       028-distancia-plana-exit.
           EXIT.

       029-buscar-vendedor section.
           MOVE 0 TO WS-BUSCA-ACHOU.
           MOVE 1 TO WS-BUSCA-INICIO.
           MOVE WS-QTD-VENDEDORES TO WS-BUSCA-FIM.
           PERFORM 0291-dividir-vendedor
             UNTIL WS-BUSCA-ACHOU > 0
                OR WS-BUSCA-INICIO > WS-BUSCA-FIM.
       029-buscar-vendedor-exit.
           EXIT.

       0291-dividir-vendedor section.
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
       0291-dividir-vendedor-exit.
           EXIT.
