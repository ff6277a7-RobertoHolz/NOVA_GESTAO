       identification division.
       program-id. "RELATORIO_PLAUSIBILIDADE".
       author.     Roberto Holz.
      *    TRIAGEM DE PLAUSIBILIDADE DAS VISITAS DE CAMPO: PERCORRE AS
      *    VISITAS DE UM MES (ARQ_VISITA) POR VENDEDOR, DIA E HORA E
      *    PONTUA OS PADROES SUSPEITOS DE CADA VISITA:
      *      A - VISITA EM DIA DE AUSENCIA DO VENDEDOR (ARQ_AUSENCIA)
      *      F - VISITA EM DIA NAO UTIL DO CALENDARIO (ARQ_CALEND)
      *      D - INTERVALO DESDE A VISITA ANTERIOR DO DIA MENOR QUE O
      *          TEMPO MINIMO DE DESLOCAMENTO ENTRE OS DOIS CLIENTES
      *          (DISTANCIA RODOVIARIA / PLAUSIB_VELOC_KMH)
      *      R - MESMO CLIENTE JA VISITADO NO DIA PELO VENDEDOR
      *      H - VISITA FORA DO HORARIO DE TRABALHO (PLAUSIB_HORA_INI
      *          A PLAUSIB_HORA_FIM, HHMMSS)
      *    AS VISITAS SUSPEITAS SAO LISTADAS COM OS MOTIVOS; A SOMA
      *    DOS PESOS DO VENDEDOR NO MES E AVALIADA PELA REGRA
      *    CAMPO_PLAUSIB DO CADASTRO DE ALERTAS (GRAVA_ALERTA), QUE
      *    DEVE SER CADASTRADA COM SEVERIDADE ALTA.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-ausencia.cpy'.
         copy 'select-arq-calend.cpy'.
         copy 'select-impresso.cpy'.
         SELECT PLS-SORT ASSIGN TO DISK WID-PLS-SORT.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-ausencia.cpy'.
         copy 'fd-arq-calend.cpy'.
         copy 'fd-impresso.cpy'.

       SD PLS-SORT
          DATA RECORD IS REG-PLS-SORT.
       01 REG-PLS-SORT.
           05 CODVND-PSORT                  PIC 9(05).
           05 DATA-PSORT                    PIC 9(08).
           05 HORA-PSORT                    PIC 9(06).
           05 HORA-PSORT-R REDEFINES HORA-PSORT.
              10 HH-PSORT                   PIC 9(02).
              10 MM-PSORT                   PIC 9(02).
              10 SS-PSORT                   PIC 9(02).
           05 CODCLI-PSORT                  PIC 9(07).
           05 LATITUDE-PSORT                PIC S9(03)V9(08).
           05 LONGITUDE-PSORT               PIC S9(03)V9(08).
           05 REGIAO-PSORT                  PIC 9(03).

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
              05 WID-ARQ-AUSENCIA     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-AUSENCIA PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CALEND       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CALEND  PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WID-PLS-SORT         PIC X(22) VALUE "PLAUSIB_SORT".
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-PLS           PIC X(40) VALUE SPACES.
              05 WS-TEL-MES           PIC 9(06) VALUE ZEROS.
              05 WS-TEL-MES-R REDEFINES WS-TEL-MES.
                 10 WS-TEL-MES-ANO    PIC 9(04).
                 10 WS-TEL-MES-MES    PIC 9(02).
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-AUSENCIA-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-CALEND-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-VENDEDOR-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-FIM-VISITAS       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-PLS      PIC 9(01) VALUE ZEROS.
              05 WS-FIM-AUSENCIAS     PIC 9(01) VALUE ZEROS.
              05 WS-PRIMEIRO-REG      PIC 9(01) VALUE ZEROS.
              05 WS-VND-QUEBRA        PIC 9(05) VALUE ZEROS.
              05 WS-DATA-QUEBRA       PIC 9(08) VALUE ZEROS.
              05 WS-VND-CAB-IMPRESSO  PIC X(01) VALUE "N".

      *    PARAMETROS DA TRIAGEM (LE_PARAMETRO) E PESOS DE CADA
      *    PADRAO NA PONTUACAO DO VENDEDOR.
           01 WS-CRITERIOS-PLS.
              05 WS-VELOC-KMH         PIC 9(03) VALUE 60.
              05 WS-HORA-INI          PIC 9(06) VALUE 070000.
              05 WS-HORA-FIM          PIC 9(06) VALUE 200000.
              05 WS-PESO-AUSENCIA     PIC 9(02) VALUE 3.
              05 WS-PESO-FERIADO      PIC 9(02) VALUE 2.
              05 WS-PESO-DESLOC       PIC 9(02) VALUE 3.
              05 WS-PESO-REPETIDA     PIC 9(02) VALUE 1.
              05 WS-PESO-HORARIO      PIC 9(02) VALUE 1.

      *    VISITA ANTERIOR DO DIA E CLIENTES JA VISITADOS NO DIA.
           01 WS-DIA-VENDEDOR.
              05 WS-ANT-EXISTE        PIC X(01) VALUE "N".
              05 WS-ANT-CODCLI        PIC 9(07) VALUE ZEROS.
              05 WS-ANT-MINUTOS       PIC 9(04) VALUE ZEROS.
              05 WS-ANT-LATITUDE      PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-ANT-LONGITUDE     PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-ANT-REGIAO        PIC 9(03) VALUE ZEROS.
              05 WS-QTD-CLI-DIA       PIC 9(03) VALUE ZEROS.
              05 WS-CLI-DIA           PIC 9(07) OCCURS 200 TIMES.

           01 WS-AVALIACAO-VISITA.
              05 WS-MOTIVOS           PIC X(05) VALUE SPACES.
              05 WS-PONTOS-VISITA     PIC 9(03) VALUE ZEROS.
              05 WS-VND-AUSENTE       PIC X(01) VALUE "N".
              05 WS-CLI-REPETIDO      PIC X(01) VALUE "N".
              05 WS-IDX-CLI           PIC 9(03) VALUE ZEROS.
              05 WS-MINUTOS-VISITA    PIC 9(04) VALUE ZEROS.
              05 WS-INTERVALO-MIN     PIC 9(04) VALUE ZEROS.
              05 WS-MINIMO-MIN        PIC 9(06)V9(01) VALUE ZEROS.
              05 WS-DISTANCIA-CALC    PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO         PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR   PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA      PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.

           01 WS-ACUMULADORES-PLS.
              05 WS-VND-VISITAS       PIC 9(05) VALUE ZEROS.
              05 WS-VND-SUSPEITAS     PIC 9(05) VALUE ZEROS.
              05 WS-VND-PONTOS        PIC 9(05) VALUE ZEROS.
              05 WS-TOT-VENDEDORES    PIC 9(05) VALUE ZEROS.
              05 WS-TOT-VISITAS       PIC 9(07) VALUE ZEROS.
              05 WS-TOT-SUSPEITAS     PIC 9(07) VALUE ZEROS.
              05 WS-TOT-ALERTAS       PIC 9(05) VALUE ZEROS.

           01 WS-ALERTA-PRM.
              05 WS-ALE-REGRA         PIC X(15) VALUE SPACES.
              05 WS-ALE-VALOR         PIC 9(07)V9(02) VALUE ZEROS.
              05 WS-ALE-TEXTO         PIC X(40) VALUE SPACES.
              05 WS-ALE-DISPAROU      PIC X(01) VALUE "N".

           01 WS-TEXTO-ALERTA.
              05 FILLER                   PIC X(16) VALUE
                 "Plausib. vend. ".
              05 WS-TXA-CODVND            PIC 9(05).
              05 FILLER                   PIC X(05) VALUE " mes ".
              05 WS-TXA-MES               PIC 9(06).

           01 WS-LINHAS-PLS.
              05 WS-LINHA-PLS-CAB-1.
                 10 FILLER                  PIC X(45) VALUE
                    "  TRIAGEM DE PLAUSIBILIDADE DAS VISITAS - MES".
                 10 FILLER                  PIC X(01) VALUE SPACE.
                 10 WS-PLS-CAB-MES          PIC 9(06).
              05 WS-LINHA-PLS-CAB-2        PIC X(80) VALUE
                 "  MOTIVOS: A-AUSENCIA F-NAO UTIL D-DESLOCAMENTO R-REP
      -          "ETIDA H-HORARIO".
              05 WS-LINHA-PLS-CAB-3        PIC X(80) VALUE
                 "    DATA     HORA   CODCLI  MOTIVOS  DIST(KM) INTERV(M
      -          "IN) MINIMO(MIN)".
              05 WS-LINHA-PLS-VND.
                 10 FILLER                  PIC X(10) VALUE
                    "VENDEDOR: ".
                 10 WS-PLS-VND-CODIGO       PIC 9(05).
                 10 FILLER                  PIC X(01) VALUE SPACE.
                 10 WS-PLS-VND-NOME         PIC X(40).
              05 WS-LINHA-PLS-DET.
                 10 FILLER                  PIC X(04) VALUE SPACES.
                 10 WS-PLS-DET-DATA         PIC 9(08)B.
                 10 WS-PLS-DET-HORA         PIC 9(06)B.
                 10 WS-PLS-DET-CODCLI       PIC 9(07)B(02).
                 10 WS-PLS-DET-MOTIVOS      PIC X(05)B(02).
                 10 WS-PLS-DET-DISTANCIA    PIC ZZZZ9.9B(04).
                 10 WS-PLS-DET-INTERVALO    PIC ZZZ9B(08).
                 10 WS-PLS-DET-MINIMO       PIC ZZZZ9.9.
              05 WS-LINHA-PLS-TOT-VND.
                 10 FILLER                  PIC X(14) VALUE
                    "  Visitas...:".
                 10 WS-PLS-TV-VISITAS       PIC ZZZZ9.
                 10 FILLER                  PIC X(14) VALUE
                    "  Suspeitas:".
                 10 WS-PLS-TV-SUSPEITAS     PIC ZZZZ9.
                 10 FILLER                  PIC X(11) VALUE
                    "  Pontos:".
                 10 WS-PLS-TV-PONTOS        PIC ZZZZ9.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-PLS-TV-ALERTA        PIC X(15).
              05 WS-LINHA-PLS-TOT-1.
                 10 FILLER                  PIC X(25) VALUE
                    "Vendedores avaliados...:".
                 10 WS-PLS-TOT-VND-ED       PIC ZZZZZZ9.
              05 WS-LINHA-PLS-TOT-2.
                 10 FILLER                  PIC X(25) VALUE
                    "Visitas avaliadas......:".
                 10 WS-PLS-TOT-VIS-ED       PIC ZZZZZZ9.
              05 WS-LINHA-PLS-TOT-3.
                 10 FILLER                  PIC X(25) VALUE
                    "Visitas suspeitas......:".
                 10 WS-PLS-TOT-SUS-ED       PIC ZZZZZZ9.
              05 WS-LINHA-PLS-TOT-4.
                 10 FILLER                  PIC X(25) VALUE
                    "Alertas gerados........:".
                 10 WS-PLS-TOT-ALE-ED       PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-PLS.
          05 VALUE "--- PLAUSIBILIDADE DAS VISITAS ---" BLANK SCREEN
          LINE 1 COL 26.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Pontua por vendedor as visitas do mes em"
             LINE 6 COL 20.
          05 VALUE "ausencia, dia nao util, deslocamento impossivel,"
             LINE 7 COL 20.
          05 VALUE "cliente repetido no dia e fora do horario."
             LINE 8 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-PLS-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-PLS.

       01 TELA-PLS-PRM.
          05 TELA-PLS-PRM-MES.
             10 LINE 10 COL 20 VALUE "Mes das visitas (AAAAMM):".
             10 COLUMN PLUS 2 PIC 9(06) USING WS-TEL-MES.
          05 TELA-PLS-PRM-NMARQ.
             10 LINE 11 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-PLS-SAIR.
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
               DISPLAY TELA-PLS-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-PLS.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-PLS
               DISPLAY TELA-PLS-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-gerar-relatorio section.
           PERFORM 021-ler-parametros.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-TEL-MES.
           MOVE "PLAUSIB_VISITAS" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-PLS-PRM.
           ACCEPT  TELA-PLS-PRM-MES.
           ACCEPT  TELA-PLS-PRM-NMARQ.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Geracao do relatorio cancelada" TO WS-MSG-PLS
               DISPLAY TELA-PLS-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.
           IF WS-TEL-MES-MES < 1
           OR WS-TEL-MES-MES > 12 THEN
               MOVE "Mes invalido" TO WS-MSG-PLS
               DISPLAY TELA-PLS-MSG
               GO TO 02-gerar-relatorio-exit
           END-IF.

           PERFORM 022-abrir-arquivos.
           IF  WS-RST-ACESS-VISITA <> 00
           AND WS-RST-ACESS-VISITA <> 05 THEN
               GO TO 02-gerar-relatorio-exit
           END-IF.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-TEL-MES TO WS-PLS-CAB-MES.
           MOVE WS-LINHA-PLS-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-PLS-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-PLS-CAB-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           INITIALIZE WS-ACUMULADORES-PLS.
           SORT PLS-SORT
             ON ASCENDING KEY CODVND-PSORT DATA-PSORT HORA-PSORT
                              CODCLI-PSORT
             INPUT PROCEDURE IS 023-ENTRADA-SORT-PLS
            OUTPUT PROCEDURE IS 024-SAIDA-SORT-PLS.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-VENDEDORES TO WS-PLS-TOT-VND-ED.
           MOVE WS-LINHA-PLS-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-VISITAS TO WS-PLS-TOT-VIS-ED.
           MOVE WS-LINHA-PLS-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-SUSPEITAS TO WS-PLS-TOT-SUS-ED.
           MOVE WS-LINHA-PLS-TOT-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-ALERTAS TO WS-PLS-TOT-ALE-ED.
           MOVE WS-LINHA-PLS-TOT-4 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           CLOSE ARQ-IMPRESSO.
           PERFORM 025-fechar-arquivos.
           MOVE "Relatorio de plausibilidade gerado" TO WS-MSG-PLS.
           DISPLAY TELA-PLS-MSG.
       02-gerar-relatorio-exit.
           EXIT.

       021-ler-parametros section.
           MOVE "PLAUSIB_VELOC_KMH" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-VELOC-KMH = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           IF WS-VELOC-KMH = 0 THEN
               MOVE 60 TO WS-VELOC-KMH
           END-IF.
           MOVE "PLAUSIB_HORA_INI" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-HORA-INI = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           MOVE "PLAUSIB_HORA_FIM" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-HORA-FIM = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
       021-ler-parametros-exit.
           EXIT.

      *    VISITAS E CLIENTES SAO OBRIGATORIOS; VENDEDORES, AUSENCIAS
      *    E CALENDARIO SAO OPCIONAIS (SEM ELES O PADRAO CORRESPONDENTE
      *    NAO E AVALIADO).
       022-abrir-arquivos section.
           MOVE "ARQ_VISITA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VISITA.
           OPEN INPUT ARQ-VISITA.
           IF  WS-RST-ACESS-VISITA <> 00
           AND WS-RST-ACESS-VISITA <> 05 THEN
               MOVE "Sem visitas registradas" TO WS-MSG-PLS
               DISPLAY TELA-PLS-MSG
               GO TO 022-abrir-arquivos-exit
           END-IF.

           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               MOVE "Erro na abertura do arquivo de clientes" TO
                    WS-MSG-PLS
               DISPLAY TELA-PLS-MSG
               CLOSE ARQ-VISITA
               MOVE 35 TO WS-RST-ACESS-VISITA
               GO TO 022-abrir-arquivos-exit
           END-IF.

           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           IF  WS-RST-ACESS-VND = 00
           OR  WS-RST-ACESS-VND = 05 THEN
               MOVE "S" TO WS-VENDEDOR-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VENDEDOR-DISPONIVEL
           END-IF.

           MOVE "ARQ_AUSENCIA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-AUSENCIA.
           OPEN INPUT ARQ-AUSENCIA.
           IF  WS-RST-ACESS-AUSENCIA = 00
           OR  WS-RST-ACESS-AUSENCIA = 05 THEN
               MOVE "S" TO WS-AUSENCIA-DISPONIVEL
           ELSE
               MOVE "N" TO WS-AUSENCIA-DISPONIVEL
           END-IF.

           MOVE "ARQ_CALEND" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CALEND.
           OPEN INPUT ARQ-CALEND.
           IF  WS-RST-ACESS-CALEND = 00
           OR  WS-RST-ACESS-CALEND = 05 THEN
               MOVE "S" TO WS-CALEND-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CALEND-DISPONIVEL
           END-IF.
       022-abrir-arquivos-exit.
           EXIT.

      *    SELECIONA AS VISITAS DO MES. A POSICAO DA VISITA E A DO GPS
      *    CAPTURADO; SEM CAPTURA (0,0) VALEM AS COORDENADAS DO
      *    CLIENTE.
       023-ENTRADA-SORT-PLS section.
           MOVE 0 TO WS-FIM-VISITAS.
           MOVE LOW-VALUES TO VISITA-CHAVE.
           START ARQ-VISITA KEY IS NOT LESS THAN VISITA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-VISITAS
           END-START.
           IF WS-FIM-VISITAS = 0 THEN
               READ ARQ-VISITA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VISITAS
               END-READ
               PERFORM 0231-SELECIONAR-VISITA
                 UNTIL WS-FIM-VISITAS = 1
           END-IF.
       023-ENTRADA-SORT-PLS-EXIT.
           EXIT.

       0231-SELECIONAR-VISITA section.
           IF VISITA-DATA(1:6) = WS-TEL-MES THEN
               MOVE VISITA-CODCLI TO CLI-CODIGO
               READ ARQ-CLIENTE KEY IS CLI-CODIGO
                   INVALID KEY MOVE 0 TO CLI-LATITUDE
                                         CLI-LONGITUDE
                                         CLI-REGIAO
               END-READ
               MOVE VISITA-CODVND TO CODVND-PSORT
               MOVE VISITA-DATA   TO DATA-PSORT
               MOVE VISITA-HORA   TO HORA-PSORT
               MOVE VISITA-CODCLI TO CODCLI-PSORT
               IF VISITA-LATITUDE  NOT = 0
               OR VISITA-LONGITUDE NOT = 0 THEN
                   MOVE VISITA-LATITUDE  TO LATITUDE-PSORT
                   MOVE VISITA-LONGITUDE TO LONGITUDE-PSORT
               ELSE
                   MOVE CLI-LATITUDE     TO LATITUDE-PSORT
                   MOVE CLI-LONGITUDE    TO LONGITUDE-PSORT
               END-IF
               MOVE CLI-REGIAO    TO REGIAO-PSORT
               RELEASE REG-PLS-SORT
           END-IF.
           READ ARQ-VISITA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-VISITAS
           END-READ.
       0231-SELECIONAR-VISITA-EXIT.
           EXIT.

       024-SAIDA-SORT-PLS section.
           MOVE 0 TO WS-FIM-SORT-PLS.
           MOVE 0 TO WS-PRIMEIRO-REG.
           PERFORM 0241-PROCESSAR-VISITA
             UNTIL WS-FIM-SORT-PLS = 1.
           IF WS-PRIMEIRO-REG = 1 THEN
               PERFORM 0244-TOTAL-VENDEDOR
           END-IF.
       024-SAIDA-SORT-PLS-EXIT.
           EXIT.

       0241-PROCESSAR-VISITA section.
           RETURN PLS-SORT
             AT END MOVE 1 TO WS-FIM-SORT-PLS.
           IF WS-FIM-SORT-PLS = 1 THEN
               GO TO 0241-PROCESSAR-VISITA-EXIT
           END-IF.

           IF WS-PRIMEIRO-REG = 0 THEN
               MOVE 1 TO WS-PRIMEIRO-REG
               PERFORM 0242-QUEBRA-VENDEDOR
               PERFORM 0243-QUEBRA-DIA
           ELSE
               IF CODVND-PSORT NOT = WS-VND-QUEBRA THEN
                   PERFORM 0244-TOTAL-VENDEDOR
                   PERFORM 0242-QUEBRA-VENDEDOR
                   PERFORM 0243-QUEBRA-DIA
               ELSE
                   IF DATA-PSORT NOT = WS-DATA-QUEBRA THEN
                       PERFORM 0243-QUEBRA-DIA
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-VND-VISITAS.
           ADD 1 TO WS-TOT-VISITAS.
           MOVE SPACES TO WS-MOTIVOS.
           MOVE 0 TO WS-PONTOS-VISITA.
           MOVE 0 TO WS-DISTANCIA-CALC.
           MOVE 0 TO WS-INTERVALO-MIN.
           MOVE 0 TO WS-MINIMO-MIN.
           COMPUTE WS-MINUTOS-VISITA = HH-PSORT * 60 + MM-PSORT.

           PERFORM 0245-VERIFICAR-AUSENCIA.
           IF WS-VND-AUSENTE = "S" THEN
               MOVE "A" TO WS-MOTIVOS(1:1)
               ADD WS-PESO-AUSENCIA TO WS-PONTOS-VISITA
           END-IF.

           IF WS-CALEND-DISPONIVEL = "S" THEN
               MOVE DATA-PSORT TO CAL-DATA
               READ ARQ-CALEND KEY IS CAL-DATA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "F" TO WS-MOTIVOS(2:1)
                       ADD WS-PESO-FERIADO TO WS-PONTOS-VISITA
               END-READ
           END-IF.

           PERFORM 0246-VERIFICAR-DESLOCAMENTO.

           PERFORM 0247-VERIFICAR-REPETIDA.
           IF WS-CLI-REPETIDO = "S" THEN
               MOVE "R" TO WS-MOTIVOS(4:1)
               ADD WS-PESO-REPETIDA TO WS-PONTOS-VISITA
           END-IF.

           IF HORA-PSORT < WS-HORA-INI
           OR HORA-PSORT > WS-HORA-FIM THEN
               MOVE "H" TO WS-MOTIVOS(5:1)
               ADD WS-PESO-HORARIO TO WS-PONTOS-VISITA
           END-IF.

           IF WS-PONTOS-VISITA > 0 THEN
               PERFORM 0248-IMPRIMIR-VISITA
           END-IF.

           MOVE "S"             TO WS-ANT-EXISTE.
           MOVE CODCLI-PSORT    TO WS-ANT-CODCLI.
           MOVE WS-MINUTOS-VISITA TO WS-ANT-MINUTOS.
           MOVE LATITUDE-PSORT  TO WS-ANT-LATITUDE.
           MOVE LONGITUDE-PSORT TO WS-ANT-LONGITUDE.
           MOVE REGIAO-PSORT    TO WS-ANT-REGIAO.
       0241-PROCESSAR-VISITA-EXIT.
           EXIT.

       0242-QUEBRA-VENDEDOR section.
           MOVE CODVND-PSORT TO WS-VND-QUEBRA.
           MOVE 0 TO WS-VND-VISITAS.
           MOVE 0 TO WS-VND-SUSPEITAS.
           MOVE 0 TO WS-VND-PONTOS.
           MOVE "N" TO WS-VND-CAB-IMPRESSO.
           ADD 1 TO WS-TOT-VENDEDORES.
       0242-QUEBRA-VENDEDOR-EXIT.
           EXIT.

       0243-QUEBRA-DIA section.
           MOVE DATA-PSORT TO WS-DATA-QUEBRA.
           MOVE "N" TO WS-ANT-EXISTE.
           MOVE 0 TO WS-QTD-CLI-DIA.
       0243-QUEBRA-DIA-EXIT.
           EXIT.

      *    VENDEDOR COM VISITA SUSPEITA: TOTAIS DO MES E AVALIACAO DA
      *    PONTUACAO PELA REGRA DE ALERTA CAMPO_PLAUSIB.
       0244-TOTAL-VENDEDOR section.
           IF WS-VND-PONTOS = 0 THEN
               GO TO 0244-TOTAL-VENDEDOR-EXIT
           END-IF.
           MOVE "CAMPO_PLAUSIB"  TO WS-ALE-REGRA.
           MOVE WS-VND-PONTOS    TO WS-ALE-VALOR.
           MOVE WS-VND-QUEBRA    TO WS-TXA-CODVND.
           MOVE WS-TEL-MES       TO WS-TXA-MES.
           MOVE WS-TEXTO-ALERTA  TO WS-ALE-TEXTO.
           MOVE "N"              TO WS-ALE-DISPAROU.
           CALL 'GRAVA_ALERTA' USING WS-ALERTA-PRM.

           MOVE SPACES           TO WS-PLS-TV-ALERTA.
           MOVE WS-VND-VISITAS   TO WS-PLS-TV-VISITAS.
           MOVE WS-VND-SUSPEITAS TO WS-PLS-TV-SUSPEITAS.
           MOVE WS-VND-PONTOS    TO WS-PLS-TV-PONTOS.
           IF WS-ALE-DISPAROU = "S" THEN
               MOVE "*** ALERTA ***" TO WS-PLS-TV-ALERTA
               ADD 1 TO WS-TOT-ALERTAS
           END-IF.
           MOVE WS-LINHA-PLS-TOT-VND TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0244-TOTAL-VENDEDOR-EXIT.
           EXIT.

      *    O VENDEDOR ESTA AUSENTE NA DATA SE EXISTE UMA AUSENCIA DELE
      *    COM INICIO <= DATA <= FIM.
       0245-VERIFICAR-AUSENCIA section.
           MOVE "N" TO WS-VND-AUSENTE.
           IF WS-AUSENCIA-DISPONIVEL = "N" THEN
               GO TO 0245-VERIFICAR-AUSENCIA-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-AUSENCIAS.
           MOVE CODVND-PSORT TO AUS-CODVND.
           MOVE 0 TO AUS-DATA-INI.
           START ARQ-AUSENCIA KEY IS GREATER THAN AUS-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-AUSENCIAS
           END-START.
           IF WS-FIM-AUSENCIAS = 0 THEN
               READ ARQ-AUSENCIA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-AUSENCIAS
               END-READ
               PERFORM 02451-COMPARAR-AUSENCIA
                 UNTIL WS-FIM-AUSENCIAS = 1
           END-IF.
       0245-VERIFICAR-AUSENCIA-EXIT.
           EXIT.

       02451-COMPARAR-AUSENCIA section.
           IF AUS-CODVND NOT = CODVND-PSORT
           OR AUS-DATA-INI > DATA-PSORT THEN
               MOVE 1 TO WS-FIM-AUSENCIAS
           ELSE
               IF AUS-DATA-FIM >= DATA-PSORT THEN
                   MOVE "S" TO WS-VND-AUSENTE
                   MOVE 1 TO WS-FIM-AUSENCIAS
               ELSE
                   READ ARQ-AUSENCIA NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-AUSENCIAS
                   END-READ
               END-IF
           END-IF.
       02451-COMPARAR-AUSENCIA-EXIT.
           EXIT.

      *    ENTRE DUAS VISITAS SEGUIDAS DO DIA A CLIENTES DIFERENTES, O
      *    INTERVALO (MINUTOS) PRECISA COBRIR O TEMPO MINIMO DE
      *    DESLOCAMENTO PELA DISTANCIA RODOVIARIA (COM O FATOR DA
      *    REGIAO) A VELOCIDADE MEDIA PLAUSIB_VELOC_KMH. POSICOES
      *    DESCONHECIDAS (0,0) NAO SAO AVALIADAS.
       0246-VERIFICAR-DESLOCAMENTO section.
           IF WS-ANT-EXISTE = "N"
           OR WS-ANT-CODCLI = CODCLI-PSORT THEN
               GO TO 0246-VERIFICAR-DESLOCAMENTO-EXIT
           END-IF.
           IF (WS-ANT-LATITUDE = 0 AND WS-ANT-LONGITUDE = 0)
           OR (LATITUDE-PSORT = 0 AND LONGITUDE-PSORT = 0) THEN
               GO TO 0246-VERIFICAR-DESLOCAMENTO-EXIT
           END-IF.
           MOVE WS-ANT-LATITUDE  TO WS-CDI-LAT-ORIGEM.
           MOVE WS-ANT-LONGITUDE TO WS-CDI-LON-ORIGEM.
           MOVE LATITUDE-PSORT   TO WS-CDI-LAT-DESTINO.
           MOVE LONGITUDE-PSORT  TO WS-CDI-LON-DESTINO.
           MOVE WS-ANT-REGIAO    TO WS-CDI-REGIAO.
           MOVE "S"              TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
           COMPUTE WS-INTERVALO-MIN =
                   WS-MINUTOS-VISITA - WS-ANT-MINUTOS.
           COMPUTE WS-MINIMO-MIN ROUNDED =
                   WS-DISTANCIA-CALC / WS-VELOC-KMH * 60.
           IF WS-INTERVALO-MIN < WS-MINIMO-MIN THEN
               MOVE "D" TO WS-MOTIVOS(3:1)
               ADD WS-PESO-DESLOC TO WS-PONTOS-VISITA
           END-IF.
       0246-VERIFICAR-DESLOCAMENTO-EXIT.
           EXIT.

       0247-VERIFICAR-REPETIDA section.
           MOVE "N" TO WS-CLI-REPETIDO.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 02471-PROCURAR-CLIENTE-DIA
             UNTIL WS-IDX-CLI > WS-QTD-CLI-DIA
                OR WS-CLI-REPETIDO = "S".
           IF  WS-CLI-REPETIDO = "N"
           AND WS-QTD-CLI-DIA < 200 THEN
               ADD 1 TO WS-QTD-CLI-DIA
               MOVE CODCLI-PSORT TO WS-CLI-DIA(WS-QTD-CLI-DIA)
           END-IF.
       0247-VERIFICAR-REPETIDA-EXIT.
           EXIT.

       02471-PROCURAR-CLIENTE-DIA section.
           IF WS-CLI-DIA(WS-IDX-CLI) = CODCLI-PSORT THEN
               MOVE "S" TO WS-CLI-REPETIDO
           END-IF.
           ADD 1 TO WS-IDX-CLI.
       02471-PROCURAR-CLIENTE-DIA-EXIT.
           EXIT.

       0248-IMPRIMIR-VISITA section.
           IF WS-VND-CAB-IMPRESSO = "N" THEN
               MOVE "S" TO WS-VND-CAB-IMPRESSO
               MOVE WS-VND-QUEBRA TO VND-CODIGO
               MOVE SPACES TO VND-NOME
               IF WS-VENDEDOR-DISPONIVEL = "S" THEN
                   READ ARQ-VENDEDOR KEY IS VND-CODIGO
                       INVALID KEY MOVE "(VENDEDOR NAO CADASTRADO)" TO
                                   VND-NOME
                   END-READ
               END-IF
               MOVE WS-VND-QUEBRA TO WS-PLS-VND-CODIGO
               MOVE VND-NOME      TO WS-PLS-VND-NOME
               MOVE SPACES TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               MOVE WS-LINHA-PLS-VND TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           ADD 1 TO WS-VND-SUSPEITAS.
           ADD 1 TO WS-TOT-SUSPEITAS.
           ADD WS-PONTOS-VISITA TO WS-VND-PONTOS.
           MOVE DATA-PSORT        TO WS-PLS-DET-DATA.
           MOVE HORA-PSORT        TO WS-PLS-DET-HORA.
           MOVE CODCLI-PSORT      TO WS-PLS-DET-CODCLI.
           MOVE WS-MOTIVOS        TO WS-PLS-DET-MOTIVOS.
           MOVE WS-DISTANCIA-CALC TO WS-PLS-DET-DISTANCIA.
           MOVE WS-INTERVALO-MIN  TO WS-PLS-DET-INTERVALO.
           MOVE WS-MINIMO-MIN     TO WS-PLS-DET-MINIMO.
           MOVE WS-LINHA-PLS-DET  TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0248-IMPRIMIR-VISITA-EXIT.
           EXIT.

       025-fechar-arquivos section.
           CLOSE ARQ-VISITA.
           CLOSE ARQ-CLIENTE.
           IF WS-VENDEDOR-DISPONIVEL = "S" THEN
               CLOSE ARQ-VENDEDOR
           END-IF.
           IF WS-AUSENCIA-DISPONIVEL = "S" THEN
               CLOSE ARQ-AUSENCIA
           END-IF.
           IF WS-CALEND-DISPONIVEL = "S" THEN
               CLOSE ARQ-CALEND
           END-IF.
       025-fechar-arquivos-exit.
           EXIT.
