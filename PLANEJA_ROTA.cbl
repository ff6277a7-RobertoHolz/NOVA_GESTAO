       identification division.
       program-id. "PLANEJA_ROTA".
       author.     Roberto Holz.
      *    ROTEIRO SEMANAL DE VISITAS DO VENDEDOR PELO VIZINHO MAIS
      *    PROXIMO, COM HORARIO: O DIA COMECA EM ROTA_HORA_INICIO NA
      *    BASE DO VENDEDOR, CADA TRECHO CUSTA A DISTANCIA RODOVIARIA
      *    NA VELOCIDADE MEDIA ROTA_VELOC_KMH E CADA VISITA DURA O
      *    TEMPO DA CLASSE DE PERIODICIDADE DO CLIENTE
      *    (MINUTOS_VISITA_x, SENAO MINUTOS_VISITA). SO ENTRA NO DIA
      *    O CLIENTE QUE PODE SER ATENDIDO DENTRO DE UMA JANELA DO
      *    SEU HORARIO DE FUNCIONAMENTO (ARQ_HORCLI) E ANTES DE
      *    ROTA_HORA_FIM; O QUE NAO COUBER EM NENHUM DOS CINCO DIAS
      *    UTEIS SAI LISTADO COMO NAO PROGRAMADO. ABAIXO DE CADA
      *    PARADA SAEM O ENDERECO DE ENTREGA E AS NOTAS FIXADAS DO
      *    CLIENTE AINDA VALIDAS NO DIA DA VISITA (ARQ_NOTACLI).
       environment division.
       configuration section.
       input-output section.
         copy 'select-arq-cliper.cpy'.
         copy 'select-arq-period.cpy'.
         copy 'select-arq-kmledger.cpy'.
         copy 'select-arq-calend.cpy'.
         copy 'select-arq-horcli.cpy'.
         copy 'select-arq-notacli.cpy'.
         copy 'select-impresso.cpy'.

       data division.
         copy 'fd-arq-cliper.cpy'.
         copy 'fd-arq-period.cpy'.
         copy 'fd-arq-kmledger.cpy'.
         copy 'fd-arq-calend.cpy'.
         copy 'fd-arq-horcli.cpy'.
         copy 'fd-arq-notacli.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
              05 WS-IDX-AGD           PIC 9(05) VALUE ZEROS.
              05 WS-DATA-FIM-SEMANA   PIC 9(08) VALUE ZEROS.
              05 WS-DIAS-INT-GER      PIC 9(08) VALUE ZEROS.
              05 WS-DIA-AGENDADO      PIC 9(01) VALUE ZEROS.
              05 WS-QTD-AGENDADOS     PIC 9(05) VALUE ZEROS.
              05 WS-QTD-CONFLITOS     PIC 9(05) VALUE ZEROS.
              05 WID-ARQ-KMLEDGER     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-KMLEDGER PIC 9(02) VALUE ZEROS.
              05 WS-DATA-DIA-ROTA     PIC 9(08) VALUE ZEROS.
              05 WID-ARQ-CALEND       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CALEND  PIC 9(02) VALUE ZEROS.
              05 WS-CALEND-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-DIAS-INT-TST      PIC 9(08) VALUE ZEROS.
              05 WS-RESTO-DOW         PIC 9(01) VALUE ZEROS.
              05 WS-IDX-DIA-UTIL      PIC 9(01) VALUE ZEROS.
              05 WID-ARQ-HORCLI       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-HORCLI  PIC 9(02) VALUE ZEROS.
              05 WS-HORCLI-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-NOTACLI      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-NOTACLI PIC 9(02) VALUE ZEROS.
              05 WS-NOTACLI-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-FIM-NOTAS         PIC 9(01) VALUE ZEROS.
              05 WS-IDX-LINHA-NOTA    PIC 9(01) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
      *       JORNADA E RELOGIO DO ROTEIRO, TUDO EM MINUTOS DESDE A
      *       MEIA-NOITE; O CADASTRO E OS PARAMETROS SAO EM HHMM.
              05 WS-MIN-INICIO-DIA    PIC 9(04) VALUE ZEROS.
              05 WS-MIN-FIM-DIA       PIC 9(04) VALUE ZEROS.
              05 WS-MIN-MEIO-DIA      PIC 9(04) VALUE ZEROS.
              05 WS-VELOC-KMH         PIC 9(03) VALUE 40.
              05 WS-MIN-VISITA-PADRAO PIC 9(03) VALUE 30.
              05 WS-HORA-HHMM         PIC 9(04) VALUE ZEROS.
              05 WS-HORA-HHMM-R REDEFINES WS-HORA-HHMM.
                 10 WS-HORA-HH        PIC 9(02).
                 10 WS-HORA-MM        PIC 9(02).
              05 WS-HORA-MIN          PIC 9(05) VALUE ZEROS.
              05 WS-HORA-ED.
                 10 WS-HORA-ED-HH     PIC 9(02).
                 10 FILLER            PIC X(01) VALUE ":".
                 10 WS-HORA-ED-MM     PIC 9(02).
              05 WS-DOW-DIA           PIC 9(01) VALUE ZEROS.
              05 WS-RELOGIO           PIC 9(05) VALUE ZEROS.
              05 WS-MIN-DESLOC        PIC 9(05) VALUE ZEROS.
              05 WS-MIN-CEDO          PIC 9(05) VALUE ZEROS.
              05 WS-JAN-ABRE          PIC 9(05) VALUE ZEROS.
              05 WS-JAN-FECHA         PIC 9(05) VALUE ZEROS.
              05 WS-JAN-INICIO        PIC 9(05) VALUE ZEROS.
              05 WS-CAND-INICIO       PIC 9(05) VALUE ZEROS.
              05 WS-INICIO-ESCOLHIDO  PIC 9(05) VALUE ZEROS.
              05 WS-CABE-NO-DIA       PIC X(01) VALUE "N".
              05 WS-FORA-JANELA       PIC X(01) VALUE "N".
              05 WS-ANCORA-SO-MANHA   PIC X(01) VALUE "S".
              05 WS-IDX-HOR           PIC 9(01) VALUE ZEROS.
              05 WS-IDX-DUR           PIC 9(02) VALUE ZEROS.
              05 WS-ACHOU-DUR         PIC X(01) VALUE "N".
              05 WS-QTD-NAO-PROG      PIC 9(05) VALUE ZEROS.
      *       AS CINCO DATAS UTEIS DA SEMANA GERADA (FINS DE SEMANA E
      *       DIAS DO CALENDARIO DE NAO UTEIS SAO PULADOS).
              05 WS-TAB-DATAS-DIA.
              05 WS-TOTAL-KM-SEMANA   PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-PONTO-LATITUDE    PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-PONTO-LONGITUDE   PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO         PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR   PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA      PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.

      *    CLIENTES DO VENDEDOR CARREGADOS EM MEMORIA PARA A MONTAGEM
      *    DA ROTA PELO VIZINHO MAIS PROXIMO, NO MESMO ESPIRITO DA
                 10 WS-TAB-ROTA-VISITADO    PIC X(01).
                 10 WS-TAB-ROTA-DIA-AGD     PIC 9(01).
                 10 WS-TAB-ROTA-INTERVALO   PIC 9(03).
                 10 WS-TAB-ROTA-REGIAO      PIC 9(03).
                 10 WS-TAB-ROTA-DURACAO     PIC 9(03).
                 10 WS-TAB-ROTA-PER-AGD     PIC X(01).
                 10 WS-TAB-ROTA-TEM-HOR     PIC X(01).
      *          JANELAS DE SEGUNDA A SEXTA, JA EM MINUTOS.
                 10 WS-TAB-ROTA-HOR OCCURS 5 TIMES.
                    15 WS-TAB-ROTA-ABRE-1   PIC 9(04).
                    15 WS-TAB-ROTA-FECHA-1  PIC 9(04).
                    15 WS-TAB-ROTA-ABRE-2   PIC 9(04).
                    15 WS-TAB-ROTA-FECHA-2  PIC 9(04).

      *    DURACAO DA VISITA POR CLASSE DE PERIODICIDADE, LIDA DOS
      *    PARAMETROS UMA VEZ POR CLASSE.
           01 WS-TAB-DURACAO.
              05 WS-QTD-TAB-DUR       PIC 9(02) VALUE ZEROS.
              05 WS-TAB-DUR-ITEM OCCURS 50 TIMES.
                 10 WS-TAB-DUR-CLASSE       PIC X(01).
                 10 WS-TAB-DUR-MINUTOS      PIC 9(03).

           01 WS-LINHAS-ROTEIRO.
              05 WS-LINHA-ROTA-CAB-1.
                 10 FILLER                  PIC X(30) VALUE
                    " ----------------------------".
              05 WS-LINHA-ROTA-CAB-2       PIC X(80) VALUE
                 "   SEQ  CODCLI HORA  RAZAO SOCIAL                   KM
      -          " TRECHO     CAMPANHA  PESQ".
              05 WS-LINHA-ROTA-DET.
                 10 WS-DET-SEQ              PIC ZZZZ9B.
                 10 WS-DET-CODCLI           PIC ZZZZZZ9B.
                 10 WS-DET-HORA             PIC X(05)B.
                 10 WS-DET-RAZAO            PIC X(34)B.
                 10 WS-DET-KM-TRECHO        PIC ZZZZZ9,999.
                 10 FILLER                  PIC X(01).
                 10 WS-DET-CAMPANHA         PIC X(10).
                 10 WS-DET-PESQUISA         PIC X(04).
              05 WS-LINHA-ROTA-TOT-DIA.
                 10 FILLER                  PIC X(25) VALUE
                    "  Total do dia (km)....:".
                 10 WS-TOT-KM-DIA-ED        PIC ZZZZZ9,999.
              05 WS-LINHA-ROTA-JORNADA.
                 10 FILLER                  PIC X(25) VALUE
                    "  Jornada prevista.....:".
                 10 WS-JOR-INICIO-ED        PIC X(05).
                 10 FILLER                  PIC X(03) VALUE " a ".
                 10 WS-JOR-FIM-ED           PIC X(05).
              05 WS-LINHA-ROTA-FORA        PIC X(80) VALUE
                 "                     *** CHEGADA FORA DO HORARIO DO CL
      -          "IENTE ***".
              05 WS-LINHA-ROTA-NOTA.
                 10 FILLER                  PIC X(09) VALUE SPACES.
                 10 WS-NOTA-ROT-ROTULO      PIC X(06).
                 10 WS-NOTA-ROT-TEXTO       PIC X(60).
              05 WS-LINHA-ROTA-NPROG-CAB   PIC X(80) VALUE
                 "  CLIENTES NAO PROGRAMADOS (SEM HORARIO NOS CINCO DIAS
      -          " UTEIS):".
              05 WS-LINHA-ROTA-NPROG.
                 10 FILLER                  PIC X(06) VALUE SPACES.
                 10 WS-NPROG-CODCLI         PIC ZZZZZZ9B.
                 10 WS-NPROG-RAZAO          PIC X(40).
              05 WS-LINHA-ROTA-NPROG-TOT.
                 10 FILLER                  PIC X(25) VALUE
                    "  Nao programados......:".
                 10 WS-NPROG-QTD-ED         PIC ZZZZ9.
              05 WS-LINHA-ROTA-TOT-SEM.
                 10 FILLER                  PIC X(25) VALUE
                    "  Total da semana (km).:".
              05 WS-LINHA-ROTA-VAZIA       PIC X(80) VALUE
                 "  Nenhum cliente ativo atribuido a este vendedor.".

      *    CLIENTE ALVO DE CAMPANHA COMERCIAL VIGENTE NA SEMANA SAI
      *    MARCADO NO ROTEIRO COM O CODIGO DA CAMPANHA.
           01 WS-LOCALIZA-CAMPANHA-PRM.
              05 WS-LCP-FUNCAO            PIC X(01) VALUE SPACES.
              05 WS-LCP-CODCLI            PIC 9(07) VALUE ZEROS.
              05 WS-LCP-DATA              PIC 9(08) VALUE ZEROS.
              05 WS-LCP-RESULTADO-VISITA  PIC X(02) VALUE SPACES.
              05 WS-LCP-CODCMP            PIC 9(05) VALUE ZEROS.
              05 WS-LCP-DESCRICAO         PIC X(40) VALUE SPACES.
              05 WS-LCP-DATA-FIM          PIC 9(08) VALUE ZEROS.
              05 WS-LCP-QTD-CAMPANHAS     PIC 9(03) VALUE ZEROS.
              05 WS-LCP-ACHOU             PIC X(01) VALUE SPACES.

      *    CLIENTE DEVIDO PARA A PESQUISA DE SATISFACAO SAI MARCADO
      *    "PEND" NA COLUNA PESQ, PARA O VENDEDOR COLETAR NA VISITA.
           01 WS-LOCALIZA-NPS-PRM.
              05 WS-LNP-FUNCAO            PIC X(01) VALUE SPACES.
              05 WS-LNP-CODCLI            PIC 9(07) VALUE ZEROS.
              05 WS-LNP-DATA-REF          PIC 9(08) VALUE ZEROS.
              05 WS-LNP-DATA-ULT          PIC 9(08) VALUE ZEROS.
              05 WS-LNP-NOTA-ULT          PIC 9(02) VALUE ZEROS.
              05 WS-LNP-MOTIVO-ULT        PIC X(02) VALUE SPACES.
              05 WS-LNP-MESES             PIC 9(02) VALUE ZEROS.
              05 WS-LNP-DEVIDO            PIC X(01) VALUE SPACES.
              05 WS-LNP-DETRATOR          PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01 TELA-ROTA.
          05 VALUE "--- PLANEJAMENTO DE ROTA DE VISITAS ---"
           ELSE
               MOVE "N" TO WS-CREDBLOQ-DISPONIVEL
           END-IF.

      *    O CALENDARIO DE DIAS NAO UTEIS E OPCIONAL; SEM ELE SO OS
      *    FINS DE SEMANA SAO PULADOS NA MONTAGEM DA SEMANA.
           ELSE
               MOVE "N" TO WS-CALEND-DISPONIVEL
           END-IF.

      *    O HORARIO DE FUNCIONAMENTO DOS CLIENTES E OPCIONAL; SEM
      *    ELE TODO CLIENTE ATENDE DURANTE A JORNADA INTEIRA.
           MOVE "ARQ_HORCLI" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-HORCLI.
           OPEN INPUT ARQ-HORCLI.
           IF  WS-RST-ACESS-HORCLI = 00
           OR  WS-RST-ACESS-HORCLI = 05 THEN
               MOVE "S" TO WS-HORCLI-DISPONIVEL
           ELSE
               MOVE "N" TO WS-HORCLI-DISPONIVEL
           END-IF.

      *    AS NOTAS DATADAS DOS CLIENTES TAMBEM SAO OPCIONAIS.
           MOVE "ARQ_NOTACLI" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-NOTACLI.
           OPEN INPUT ARQ-NOTACLI.
           IF  WS-RST-ACESS-NOTACLI = 00
           OR  WS-RST-ACESS-NOTACLI = 05 THEN
               MOVE "S" TO WS-NOTACLI-DISPONIVEL
           ELSE
               MOVE "N" TO WS-NOTACLI-DISPONIVEL
           END-IF.

           PERFORM 026-LER-PARAMETROS-JORNADA.
       01-inicializar-exit. exit.

       02-processar section.
           MOVE SPACES TO WS-TEL-NOVA-ROTA.
            IF WS-RST-ACESS-VND <> 0 THEN
                MOVE "Vendedor inexistente" TO WS-MSG-ROTA
            ELSE
                IF NOT VND-STATUS-ATIVO THEN
                    MOVE "Vendedor inativo ou pendente" TO
                         WS-MSG-ROTA
                ELSE
                    MOVE "OK" TO WS-PARAM-OK
                    MOVE SPACES TO WS-MSG-ROTA

      *    CARREGA EM MEMORIA TODOS OS CLIENTES ATIVOS ATRIBUIDOS AO
      *    VENDEDOR INFORMADO, PARA A MONTAGEM DA ROTA NAO PRECISAR
      *    RELER O ARQUIVO DE CLIENTES A CADA TRECHO. A LEITURA E
      *    PELA CHAVE ALTERNATIVA CLI-CODVND, SO NA CARTEIRA DELE.
       023-CARREGAR-CLIENTES-VND SECTION.
           MOVE 0 TO WS-QTD-TAB-ROTA.
           MOVE 0 TO WS-FIM-ARQCLI.
           MOVE WS-TEL-VND-CODIGO TO CLI-CODVND.
           START ARQ-CLIENTE KEY IS EQUAL CLI-CODVND
             INVALID KEY MOVE 1 TO WS-FIM-ARQCLI
           END-START.
           IF WS-FIM-ARQCLI = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQCLI
                 NOT AT END MOVE 0 TO WS-FIM-ARQCLI
               END-READ
           END-IF.
           PERFORM 0231-AVALIAR-CLIENTE-ROTA
             UNTIL WS-FIM-ARQCLI = 1.
       023-CARREGAR-CLIENTES-VND-EXIT.
           EXIT.

       0231-AVALIAR-CLIENTE-ROTA SECTION.
           IF CLI-CODVND NOT = WS-TEL-VND-CODIGO THEN
               MOVE 1 TO WS-FIM-ARQCLI
               GO TO 0231-AVALIAR-CLIENTE-ROTA-EXIT
           END-IF.
           MOVE "N" TO WS-CLI-BLOQUEADO.
           IF WS-CREDBLOQ-DISPONIVEL = "S"
           AND WS-TEL-INC-BLOQUEADO = "N"
                    WS-TAB-ROTA-LONGITUDE(WS-QTD-TAB-ROTA)
               MOVE "N" TO WS-TAB-ROTA-VISITADO(WS-QTD-TAB-ROTA)
               MOVE 0   TO WS-TAB-ROTA-DIA-AGD(WS-QTD-TAB-ROTA)
               MOVE CLI-REGIAO TO
                    WS-TAB-ROTA-REGIAO(WS-QTD-TAB-ROTA)
               MOVE SPACE TO WS-TAB-ROTA-PER-AGD(WS-QTD-TAB-ROTA)
               PERFORM 0233-BUSCAR-INTERVALO-CLASSE
               PERFORM 0234-CARREGAR-HORARIO
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
      *    CLASSES, VALE SEMANAL (7 DIAS).
       0233-BUSCAR-INTERVALO-CLASSE SECTION.
           MOVE 7 TO WS-TAB-ROTA-INTERVALO(WS-QTD-TAB-ROTA).
           MOVE WS-MIN-VISITA-PADRAO TO
                WS-TAB-ROTA-DURACAO(WS-QTD-TAB-ROTA).
           IF WS-CLIPER-DISPONIVEL = "S"
           AND WS-PERIOD-DISPONIVEL = "S" THEN
               MOVE CLI-CODIGO TO CLP-CODCLI
                 INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-CLIPER = 0 THEN
                   PERFORM 02331-DURACAO-CLASSE
                   MOVE CLP-CLASSE TO PER-CLASSE
                   READ ARQ-PERIOD KEY IS PER-CLASSE
                     INVALID KEY CONTINUE
       0233-BUSCAR-INTERVALO-CLASSE-EXIT.
           EXIT.

      *    DURACAO DA VISITA PELA CLASSE DO CLIENTE (CLP-CLASSE):
      *    PARAMETRO MINUTOS_VISITA_<CLASSE>, GUARDADO NA TABELA DE
      *    DURACOES NA PRIMEIRA VEZ QUE A CLASSE APARECE.
       02331-DURACAO-CLASSE SECTION.
           MOVE "N" TO WS-ACHOU-DUR.
           MOVE 1 TO WS-IDX-DUR.
           PERFORM 023311-PROCURAR-DURACAO
             UNTIL WS-IDX-DUR > WS-QTD-TAB-DUR
                OR WS-ACHOU-DUR = "S".
           IF WS-ACHOU-DUR = "N" THEN
               IF WS-QTD-TAB-DUR >= 50 THEN
                   GO TO 02331-DURACAO-CLASSE-EXIT
               END-IF
               ADD 1 TO WS-QTD-TAB-DUR
               MOVE WS-QTD-TAB-DUR TO WS-IDX-DUR
               MOVE CLP-CLASSE TO WS-TAB-DUR-CLASSE(WS-IDX-DUR)
               MOVE WS-MIN-VISITA-PADRAO TO
                    WS-TAB-DUR-MINUTOS(WS-IDX-DUR)
               MOVE SPACES TO WS-PRM-CHAVE
               STRING "MINUTOS_VISITA_" DELIMITED BY SIZE
                      CLP-CLASSE        DELIMITED BY SIZE
                 INTO WS-PRM-CHAVE
               CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO
               IF WS-PRM-ACHOU = "S" THEN
                   COMPUTE WS-TAB-DUR-MINUTOS(WS-IDX-DUR) =
                           FUNCTION NUMVAL(WS-PRM-VALOR)
               END-IF
               IF WS-TAB-DUR-MINUTOS(WS-IDX-DUR) = 0 THEN
                   MOVE WS-MIN-VISITA-PADRAO TO
                        WS-TAB-DUR-MINUTOS(WS-IDX-DUR)
               END-IF
           END-IF.
           MOVE WS-TAB-DUR-MINUTOS(WS-IDX-DUR) TO
                WS-TAB-ROTA-DURACAO(WS-QTD-TAB-ROTA).
       02331-DURACAO-CLASSE-EXIT.
           EXIT.

       023311-PROCURAR-DURACAO SECTION.
           IF WS-TAB-DUR-CLASSE(WS-IDX-DUR) = CLP-CLASSE THEN
               MOVE "S" TO WS-ACHOU-DUR
           ELSE
               ADD 1 TO WS-IDX-DUR
           END-IF.
       023311-PROCURAR-DURACAO-EXIT.
           EXIT.

      *    JANELAS DE SEGUNDA A SEXTA DO CLIENTE RECEM-CARREGADO,
      *    CONVERTIDAS PARA MINUTOS. SEM HORARIO CADASTRADO O
      *    CLIENTE ATENDE A JORNADA INTEIRA.
       0234-CARREGAR-HORARIO SECTION.
           MOVE "N" TO WS-TAB-ROTA-TEM-HOR(WS-QTD-TAB-ROTA).
           IF WS-HORCLI-DISPONIVEL = "N" THEN
               GO TO 0234-CARREGAR-HORARIO-EXIT
           END-IF.
           MOVE CLI-CODIGO TO HCL-CODCLI.
           READ ARQ-HORCLI KEY IS HCL-CODCLI
             INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-HORCLI NOT = 0 THEN
               GO TO 0234-CARREGAR-HORARIO-EXIT
           END-IF.
           MOVE "S" TO WS-TAB-ROTA-TEM-HOR(WS-QTD-TAB-ROTA).
           MOVE 1 TO WS-IDX-HOR.
           PERFORM 02341-CONVERTER-DIA UNTIL WS-IDX-HOR > 5.
       0234-CARREGAR-HORARIO-EXIT.
           EXIT.

       02341-CONVERTER-DIA SECTION.
           MOVE HCL-ABRE-1(WS-IDX-HOR) TO WS-HORA-HHMM.
           PERFORM 0261-HHMM-PARA-MINUTOS.
           MOVE WS-HORA-MIN TO
                WS-TAB-ROTA-ABRE-1(WS-QTD-TAB-ROTA WS-IDX-HOR).
           MOVE HCL-FECHA-1(WS-IDX-HOR) TO WS-HORA-HHMM.
           PERFORM 0261-HHMM-PARA-MINUTOS.
           MOVE WS-HORA-MIN TO
                WS-TAB-ROTA-FECHA-1(WS-QTD-TAB-ROTA WS-IDX-HOR).
           MOVE HCL-ABRE-2(WS-IDX-HOR) TO WS-HORA-HHMM.
           PERFORM 0261-HHMM-PARA-MINUTOS.
           MOVE WS-HORA-MIN TO
                WS-TAB-ROTA-ABRE-2(WS-QTD-TAB-ROTA WS-IDX-HOR).
           MOVE HCL-FECHA-2(WS-IDX-HOR) TO WS-HORA-HHMM.
           PERFORM 0261-HHMM-PARA-MINUTOS.
           MOVE WS-HORA-MIN TO
                WS-TAB-ROTA-FECHA-2(WS-QTD-TAB-ROTA WS-IDX-HOR).
           ADD 1 TO WS-IDX-HOR.
       02341-CONVERTER-DIA-EXIT.
           EXIT.

       024-GERAR-ROTEIRO SECTION.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
               PERFORM 0244-MARCAR-AGENDAMENTOS
           END-IF.

           MOVE 0 TO WS-QTD-VISITADOS.
           MOVE 0 TO WS-SEQ-VISITA.
           MOVE 0 TO WS-TOTAL-KM-SEMANA.
           MOVE 0 TO WS-DIA-SEMANA.
           PERFORM 0241-GERAR-DIA
             UNTIL WS-QTD-VISITADOS >= WS-QTD-ELEGIVEIS
                OR WS-DIA-SEMANA >= 5.
           IF WS-QTD-VISITADOS < WS-QTD-ELEGIVEIS THEN
               PERFORM 0247-LISTAR-NAO-PROGRAMADOS
           END-IF.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0245-GERAR-SEMANA-EXIT.
           EXIT.

      *    CLIENTES ELEGIVEIS QUE NAO COUBERAM EM NENHUM DOS CINCO
      *    DIAS (HORARIO DO CLIENTE FORA DA JORNADA OU JORNADAS
      *    CHEIAS) FICAM LISTADOS PARA O SUPERVISOR DECIDIR.
       0247-LISTAR-NAO-PROGRAMADOS SECTION.
           MOVE 0 TO WS-QTD-NAO-PROG.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-ROTA-NPROG-CAB TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM 02471-LISTAR-NAO-PROGRAMADO
             UNTIL WS-IDX-CLI > WS-QTD-TAB-ROTA.
           MOVE WS-QTD-NAO-PROG TO WS-NPROG-QTD-ED.
           MOVE WS-LINHA-ROTA-NPROG-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0247-LISTAR-NAO-PROGRAMADOS-EXIT.
           EXIT.

       02471-LISTAR-NAO-PROGRAMADO SECTION.
           IF WS-TAB-ROTA-VISITADO(WS-IDX-CLI) = "N" THEN
               ADD 1 TO WS-QTD-NAO-PROG
               MOVE WS-TAB-ROTA-CODIGO(WS-IDX-CLI) TO WS-NPROG-CODCLI
               MOVE WS-TAB-ROTA-RAZAO(WS-IDX-CLI)  TO WS-NPROG-RAZAO
               MOVE WS-LINHA-ROTA-NPROG TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           ADD 1 TO WS-IDX-CLI.
       02471-LISTAR-NAO-PROGRAMADO-EXIT.
           EXIT.

      *    ELEGIBILIDADE DA SEMANA: INTERVALO ATE 7 DIAS ENTRA TODA
      *    SEMANA; INTERVALOS MAIORES ENTRAM A CADA INTERVALO/7
      *    SEMANAS, DEFASADOS PELO CODIGO DO CLIENTE PARA AS CURVAS

       02461-PREPARAR-CLIENTE SECTION.
           MOVE 0 TO WS-TAB-ROTA-DIA-AGD(WS-IDX-PREP).
           MOVE SPACE TO WS-TAB-ROTA-PER-AGD(WS-IDX-PREP).
           IF WS-TAB-ROTA-INTERVALO(WS-IDX-PREP) <= 7 THEN
               MOVE "N" TO WS-TAB-ROTA-VISITADO(WS-IDX-PREP)
               ADD 1 TO WS-QTD-ELEGIVEIS
                   IF WS-DIA-AGENDADO > 0 THEN
                       MOVE WS-DIA-AGENDADO TO
                            WS-TAB-ROTA-DIA-AGD(WS-IDX-AGD)
                       MOVE AGD-PERIODO TO
                            WS-TAB-ROTA-PER-AGD(WS-IDX-AGD)
                       ADD 1 TO WS-QTD-AGENDADOS
                   END-IF
               ELSE
       02431-APAGAR-ITEM-PLANO-EXIT.
           EXIT.

      *    UM DIA DO ROTEIRO. A COTA DO DIA REPARTE OS CLIENTES
      *    RESTANTES PELOS DIAS QUE FALTAM; O DIA TAMBEM ACABA
      *    QUANDO NENHUM CLIENTE RESTANTE CABE NO HORARIO.
       0241-GERAR-DIA SECTION.
           ADD 1 TO WS-DIA-SEMANA.
           MOVE 0 TO WS-QTD-DIA-CORRENTE.
           MOVE 0 TO WS-TOTAL-KM-DIA.
           COMPUTE WS-QTD-POR-DIA =
                   (WS-QTD-ELEGIVEIS - WS-QTD-VISITADOS
                    + 5 - WS-DIA-SEMANA) / (6 - WS-DIA-SEMANA).
           MOVE VND-LATITUDE  TO WS-PONTO-LATITUDE.
           MOVE VND-LONGITUDE TO WS-PONTO-LONGITUDE.
           MOVE WS-MIN-INICIO-DIA TO WS-RELOGIO.
           COMPUTE WS-DOW-DIA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE
                   (WS-DATA-DO-DIA(WS-DIA-SEMANA)) 7).

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-ROTA-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

      *    OS COMPROMISSOS DA MANHA AGENDADOS PARA ESTE DIA ENTRAM
      *    PRIMEIRO, NA ORDEM DA TABELA; O RESTO DO DIA E PREENCHIDO
      *    PELO VIZINHO MAIS PROXIMO (COMPROMISSOS DA TARDE E DO DIA
      *    TODO INCLUSIVE). O COMPROMISSO DO DIA QUE NAO COUBER
      *    ENTRA ASSIM MESMO NO FIM, MARCADO FORA DO HORARIO.
           IF WS-AGENDA-DISPONIVEL = "S" THEN
               MOVE "S" TO WS-ANCORA-SO-MANHA
               PERFORM 02413-ROTEAR-AGENDADOS-DIA
           END-IF.

             UNTIL WS-QTD-DIA-CORRENTE >= WS-QTD-POR-DIA
                OR WS-QTD-VISITADOS >= WS-QTD-ELEGIVEIS.

           IF WS-AGENDA-DISPONIVEL = "S" THEN
               MOVE "N" TO WS-ANCORA-SO-MANHA
               PERFORM 02413-ROTEAR-AGENDADOS-DIA
           END-IF.

           MOVE WS-TOTAL-KM-DIA TO WS-TOT-KM-DIA-ED.
           MOVE WS-LINHA-ROTA-TOT-DIA TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-MIN-INICIO-DIA TO WS-HORA-MIN.
           PERFORM 0262-MINUTOS-PARA-HORA.
           MOVE WS-HORA-ED TO WS-JOR-INICIO-ED.
           MOVE WS-RELOGIO TO WS-HORA-MIN.
           PERFORM 0262-MINUTOS-PARA-HORA.
           MOVE WS-HORA-ED TO WS-JOR-FIM-ED.
           MOVE WS-LINHA-ROTA-JORNADA TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

      *    LANCA OS KM PLANEJADOS DO DIA NO LIVRO DE QUILOMETRAGEM
      *    (DATA REAL DO DIA DO ROTEIRO; REGERACAO SUBSTITUI O
      *    LANCAMENTO ANTERIOR).
           MOVE WS-DATA-DO-DIA(WS-DIA-SEMANA) TO WS-DATA-DIA-ROTA.
           MOVE WS-TEL-VND-CODIGO TO KML-CODVND.
           MOVE WS-DATA-DIA-ROTA  TO KML-DATA.
           MOVE "P"               TO KML-TIPO.
       0241-GERAR-DIA-EXIT.
           EXIT.

      *    ESCOLHE, ENTRE OS CLIENTES AINDA NAO VISITADOS QUE CABEM
      *    NO HORARIO A PARTIR DO RELOGIO ATUAL, O MAIS PROXIMO DO
      *    PONTO ATUAL (VIZINHO MAIS PROXIMO) E GRAVA O TRECHO NO
      *    ROTEIRO, MOVENDO O PONTO ATUAL PARA ESSE CLIENTE.
       02411-PROXIMA-VISITA SECTION.
           MOVE 0 TO WS-IDX-MAIS-PERTO.
           MOVE 99999999.999 TO WS-DISTANCIA-MENOR.
             UNTIL WS-IDX-CLI > WS-QTD-TAB-ROTA.

           IF WS-IDX-MAIS-PERTO = 0 THEN
      *        OS CLIENTES RESTANTES ESTAO AGENDADOS PARA DIAS
      *        FUTUROS OU NAO CABEM MAIS NO HORARIO DE HOJE: O DIA
      *        CORRENTE ENCERRA E O LACO DA SEMANA SEGUE PARA O
      *        PROXIMO DIA.
               MOVE WS-QTD-POR-DIA TO WS-QTD-DIA-CORRENTE
               GO TO 02411-PROXIMA-VISITA-EXIT
           END-IF.

           MOVE "N" TO WS-FORA-JANELA.

           PERFORM 02414-EFETIVAR-VISITA.
       02411-PROXIMA-VISITA-EXIT.
           EXIT.

      *    BOOKKEEPING DE UMA VISITA ESCOLHIDA (WS-IDX-MAIS-PERTO E
      *    WS-DISTANCIA-MENOR, WS-INICIO-ESCOLHIDO E WS-FORA-JANELA JA
      *    PREPARADOS PELO CHAMADOR): MARCA O CLIENTE, IMPRIME O
      *    TRECHO, GRAVA O PLANO E MOVE O PONTO E O RELOGIO DA ROTA.
       02414-EFETIVAR-VISITA SECTION.
           MOVE "S" TO WS-TAB-ROTA-VISITADO(WS-IDX-MAIS-PERTO).
           ADD 1 TO WS-QTD-VISITADOS.
             TO WS-DET-CODCLI.
           MOVE WS-TAB-ROTA-RAZAO(WS-IDX-MAIS-PERTO)
             TO WS-DET-RAZAO.
           MOVE WS-INICIO-ESCOLHIDO TO WS-HORA-MIN.
           PERFORM 0262-MINUTOS-PARA-HORA.
           MOVE WS-HORA-ED TO WS-DET-HORA.
           MOVE WS-DISTANCIA-MENOR TO WS-DET-KM-TRECHO.
           MOVE "L"            TO WS-LCP-FUNCAO.
           MOVE WS-TAB-ROTA-CODIGO(WS-IDX-MAIS-PERTO) TO WS-LCP-CODCLI.
           MOVE WS-DATA-SEMANA TO WS-LCP-DATA.
           CALL 'LOCALIZA_CAMPANHA' USING WS-LOCALIZA-CAMPANHA-PRM.
           IF WS-LCP-ACHOU = "S" THEN
               STRING "CMP "        DELIMITED BY SIZE
                      WS-LCP-CODCMP DELIMITED BY SIZE
                 INTO WS-DET-CAMPANHA
           END-IF.
           MOVE "L"            TO WS-LNP-FUNCAO.
           MOVE WS-TAB-ROTA-CODIGO(WS-IDX-MAIS-PERTO) TO WS-LNP-CODCLI.
           MOVE WS-DATA-SEMANA TO WS-LNP-DATA-REF.
           CALL 'LOCALIZA_NPS' USING WS-LOCALIZA-NPS-PRM.
           IF WS-LNP-DEVIDO = "S" THEN
               MOVE "PEND" TO WS-DET-PESQUISA
           END-IF.
           MOVE WS-LINHA-ROTA-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-FORA-JANELA = "S" THEN
               MOVE WS-LINHA-ROTA-FORA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.

           MOVE WS-TEL-VND-CODIGO TO ROTA-CODVND.
           MOVE WS-DATA-SEMANA    TO ROTA-DATA-GERACAO.
           IF WS-ENDERECO-DISPONIVEL = "S" THEN
               PERFORM 02412-IMPRIMIR-ENDERECO
           END-IF.
           IF WS-NOTACLI-DISPONIVEL = "S" THEN
               PERFORM 02415-IMPRIMIR-NOTAS
           END-IF.

           MOVE WS-TAB-ROTA-LATITUDE(WS-IDX-MAIS-PERTO)
             TO WS-PONTO-LATITUDE.
           MOVE WS-TAB-ROTA-LONGITUDE(WS-IDX-MAIS-PERTO)
             TO WS-PONTO-LONGITUDE.
           COMPUTE WS-RELOGIO = WS-INICIO-ESCOLHIDO
                   + WS-TAB-ROTA-DURACAO(WS-IDX-MAIS-PERTO).
       02414-EFETIVAR-VISITA-EXIT.
           EXIT.

      *    ANCORA NO DIA CORRENTE OS CLIENTES COM COMPROMISSO
      *    AGENDADO PARA ELE, NA ORDEM DA TABELA: OS DA MANHA ANTES
      *    DO PREENCHIMENTO POR VIZINHO MAIS PROXIMO
      *    (WS-ANCORA-SO-MANHA = "S") E, NO FIM DO DIA, QUALQUER UM
      *    QUE AINDA TENHA FICADO DE FORA (WS-ANCORA-SO-MANHA = "N").
       02413-ROTEAR-AGENDADOS-DIA SECTION.
           MOVE 1 TO WS-IDX-AGD.
           PERFORM 024131-ANCORAR-AGENDADO

       024131-ANCORAR-AGENDADO SECTION.
           IF WS-TAB-ROTA-VISITADO(WS-IDX-AGD) = "N"
           AND WS-TAB-ROTA-DIA-AGD(WS-IDX-AGD) = WS-DIA-SEMANA
           AND (WS-ANCORA-SO-MANHA = "N"
             OR WS-TAB-ROTA-PER-AGD(WS-IDX-AGD) = "M") THEN
               MOVE WS-IDX-AGD TO WS-IDX-CLI
               PERFORM 0242-CALCULAR-DISTANCIA
               PERFORM 0249-AVALIAR-HORARIO
               MOVE WS-IDX-AGD        TO WS-IDX-MAIS-PERTO
               MOVE WS-DISTANCIA-CALC TO WS-DISTANCIA-MENOR
               MOVE WS-CAND-INICIO    TO WS-INICIO-ESCOLHIDO
               IF WS-CABE-NO-DIA = "S" THEN
                   MOVE "N" TO WS-FORA-JANELA
               ELSE
                   MOVE "S" TO WS-FORA-JANELA
               END-IF
               PERFORM 02414-EFETIVAR-VISITA
           END-IF.
           ADD 1 TO WS-IDX-AGD.
       02412-IMPRIMIR-ENDERECO-EXIT.
           EXIT.

      *    IMPRIME AS NOTAS FIXADAS DO CLIENTE RECEM-ROTEIRIZADO QUE
      *    AINDA VALEM NA DATA DO DIA DO ROTEIRO (VALIDADE ZERADA OU
      *    NAO VENCIDA), UMA LINHA POR LINHA PREENCHIDA DA NOTA.
       02415-IMPRIMIR-NOTAS SECTION.
           MOVE 0 TO WS-FIM-NOTAS.
           MOVE WS-TAB-ROTA-CODIGO(WS-IDX-MAIS-PERTO) TO NOTA-CODCLI.
           MOVE 0 TO NOTA-SEQ.
           START ARQ-NOTACLI KEY IS GREATER THAN NOTA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-NOTAS
           END-START.
           PERFORM 024151-IMPRIMIR-UMA-NOTA
             UNTIL WS-FIM-NOTAS = 1.
       02415-IMPRIMIR-NOTAS-EXIT.
           EXIT.

       024151-IMPRIMIR-UMA-NOTA SECTION.
           READ ARQ-NOTACLI NEXT RECORD
             AT END MOVE 1 TO WS-FIM-NOTAS
           END-READ.
           IF WS-FIM-NOTAS = 1 THEN
               GO TO 024151-IMPRIMIR-UMA-NOTA-EXIT
           END-IF.
           IF NOTA-CODCLI NOT = WS-TAB-ROTA-CODIGO(WS-IDX-MAIS-PERTO)
           THEN
               MOVE 1 TO WS-FIM-NOTAS
               GO TO 024151-IMPRIMIR-UMA-NOTA-EXIT
           END-IF.
           IF NOT NOTA-E-FIXADA THEN
               GO TO 024151-IMPRIMIR-UMA-NOTA-EXIT
           END-IF.
           IF  NOTA-VALIDADE NOT = 0
           AND NOTA-VALIDADE < WS-DATA-DO-DIA(WS-DIA-SEMANA) THEN
               GO TO 024151-IMPRIMIR-UMA-NOTA-EXIT
           END-IF.
           MOVE "NOTA: " TO WS-NOTA-ROT-ROTULO.
           MOVE 1 TO WS-IDX-LINHA-NOTA.
           PERFORM 0241511-IMPRIMIR-LINHA-NOTA
             UNTIL WS-IDX-LINHA-NOTA > 4.
       024151-IMPRIMIR-UMA-NOTA-EXIT.
           EXIT.

       0241511-IMPRIMIR-LINHA-NOTA SECTION.
           IF  WS-IDX-LINHA-NOTA > 1
           AND NOTA-LINHA(WS-IDX-LINHA-NOTA) = SPACES THEN
               GO TO 0241511-IMPRIMIR-LINHA-NOTA-PROX
           END-IF.
           MOVE NOTA-LINHA(WS-IDX-LINHA-NOTA) TO WS-NOTA-ROT-TEXTO.
           MOVE WS-LINHA-ROTA-NOTA TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO WS-NOTA-ROT-ROTULO.
       0241511-IMPRIMIR-LINHA-NOTA-PROX.
           ADD 1 TO WS-IDX-LINHA-NOTA.
       0241511-IMPRIMIR-LINHA-NOTA-EXIT.
           EXIT.

       024111-AVALIAR-CANDIDATO SECTION.
      *    CLIENTE COM COMPROMISSO AGENDADO PARA UM DIA AINDA NAO
      *    ALCANCADO DA SEMANA FICA RESERVADO PARA AQUELE DIA.
           AND WS-TAB-ROTA-DIA-AGD(WS-IDX-CLI) <= WS-DIA-SEMANA THEN
               PERFORM 0242-CALCULAR-DISTANCIA
               IF WS-DISTANCIA-CALC < WS-DISTANCIA-MENOR THEN
                   PERFORM 0249-AVALIAR-HORARIO
                   IF WS-CABE-NO-DIA = "S" THEN
                       MOVE WS-DISTANCIA-CALC TO WS-DISTANCIA-MENOR
                       MOVE WS-IDX-CLI TO WS-IDX-MAIS-PERTO
                       MOVE WS-CAND-INICIO TO WS-INICIO-ESCOLHIDO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-CLI.
       024111-AVALIAR-CANDIDATO-EXIT.
           EXIT.

      *    DISTANCIA RODOVIARIA PELA ROTINA COMUM CALCULA_DISTANCIA
      *    (A MESMA DO CALC_DISTRIBUICAO), AQUI ENTRE O CLIENTE
      *    CANDIDATO E O PONTO ATUAL DA ROTA - A CORRECAO RODOVIARIA
      *    E A DA REGIAO DO CLIENTE CANDIDATO.
       0242-CALCULAR-DISTANCIA SECTION.
           MOVE WS-TAB-ROTA-LATITUDE(WS-IDX-CLI)
                                   TO WS-CDI-LAT-ORIGEM.
           MOVE WS-TAB-ROTA-LONGITUDE(WS-IDX-CLI)
                                   TO WS-CDI-LON-ORIGEM.
           MOVE WS-PONTO-LATITUDE  TO WS-CDI-LAT-DESTINO.
           MOVE WS-PONTO-LONGITUDE TO WS-CDI-LON-DESTINO.
           MOVE WS-TAB-ROTA-REGIAO(WS-IDX-CLI)
                                   TO WS-CDI-REGIAO.
           MOVE "S"                TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       0242-CALCULAR-DISTANCIA-EXIT.
           EXIT.

      *    HORARIO DA VISITA AO CLIENTE WS-IDX-CLI SAINDO DO PONTO
      *    ATUAL NA HORA DO RELOGIO (DISTANCIA JA EM
      *    WS-DISTANCIA-CALC). A CHEGADA E O RELOGIO MAIS O
      *    DESLOCAMENTO; COMPROMISSO DA TARDE NAO COMECA ANTES DO
      *    MEIO-DIA. CABE NO DIA QUANDO A VISITA INTEIRA FICA DENTRO
      *    DE UMA JANELA DO CLIENTE (ESPERANDO A ABERTURA, SE FOR O
      *    CASO) E ANTES DO FIM DA JORNADA; COMPROMISSO DA MANHA SO
      *    CABE SE COMECAR ANTES DO MEIO-DIA. DEVOLVE WS-CABE-NO-DIA
      *    E O INICIO EM WS-CAND-INICIO (A PROPRIA CHEGADA QUANDO
      *    NAO CABE).
       0249-AVALIAR-HORARIO SECTION.
           MOVE "N" TO WS-CABE-NO-DIA.
           COMPUTE WS-MIN-DESLOC ROUNDED =
                   WS-DISTANCIA-CALC * 60 / WS-VELOC-KMH.
           COMPUTE WS-MIN-CEDO = WS-RELOGIO + WS-MIN-DESLOC.
           IF WS-TAB-ROTA-DIA-AGD(WS-IDX-CLI) = WS-DIA-SEMANA
           AND WS-TAB-ROTA-PER-AGD(WS-IDX-CLI) = "T"
           AND WS-MIN-CEDO < WS-MIN-MEIO-DIA THEN
               MOVE WS-MIN-MEIO-DIA TO WS-MIN-CEDO
           END-IF.
           MOVE WS-MIN-CEDO TO WS-CAND-INICIO.

           IF WS-TAB-ROTA-TEM-HOR(WS-IDX-CLI) = "N" THEN
               MOVE WS-MIN-CEDO    TO WS-JAN-ABRE
               MOVE WS-MIN-FIM-DIA TO WS-JAN-FECHA
               PERFORM 02491-TESTAR-JANELA
           ELSE
               MOVE WS-TAB-ROTA-ABRE-1(WS-IDX-CLI WS-DOW-DIA)
                 TO WS-JAN-ABRE
               MOVE WS-TAB-ROTA-FECHA-1(WS-IDX-CLI WS-DOW-DIA)
                 TO WS-JAN-FECHA
               PERFORM 02491-TESTAR-JANELA
               IF WS-CABE-NO-DIA = "N" THEN
                   MOVE WS-TAB-ROTA-ABRE-2(WS-IDX-CLI WS-DOW-DIA)
                     TO WS-JAN-ABRE
                   MOVE WS-TAB-ROTA-FECHA-2(WS-IDX-CLI WS-DOW-DIA)
                     TO WS-JAN-FECHA
                   PERFORM 02491-TESTAR-JANELA
               END-IF
           END-IF.

           IF WS-CABE-NO-DIA = "S"
           AND WS-TAB-ROTA-DIA-AGD(WS-IDX-CLI) = WS-DIA-SEMANA
           AND WS-TAB-ROTA-PER-AGD(WS-IDX-CLI) = "M"
           AND WS-CAND-INICIO NOT < WS-MIN-MEIO-DIA THEN
               MOVE "N" TO WS-CABE-NO-DIA
           END-IF.
           IF WS-CABE-NO-DIA = "N" THEN
               MOVE WS-MIN-CEDO TO WS-CAND-INICIO
           END-IF.
       0249-AVALIAR-HORARIO-EXIT.
           EXIT.

      *    JANELA ZERADA NAO ABRE.
       02491-TESTAR-JANELA SECTION.
           IF WS-JAN-FECHA = 0 THEN
               GO TO 02491-TESTAR-JANELA-EXIT
           END-IF.
           IF WS-MIN-CEDO > WS-JAN-ABRE THEN
               MOVE WS-MIN-CEDO TO WS-JAN-INICIO
           ELSE
               MOVE WS-JAN-ABRE TO WS-JAN-INICIO
           END-IF.
           IF  WS-JAN-INICIO + WS-TAB-ROTA-DURACAO(WS-IDX-CLI)
               NOT > WS-JAN-FECHA
           AND WS-JAN-INICIO + WS-TAB-ROTA-DURACAO(WS-IDX-CLI)
               NOT > WS-MIN-FIM-DIA THEN
               MOVE "S"           TO WS-CABE-NO-DIA
               MOVE WS-JAN-INICIO TO WS-CAND-INICIO
           END-IF.
       02491-TESTAR-JANELA-EXIT.
           EXIT.

       025-INFORMA-NOVA-ROTA SECTION.
            ACCEPT  TELA-NOVA-ROTA.
            IF  WS-TEL-NOVA-ROTA <> "S"
       025-INFORMA-NOVA-ROTA-EXIT.
           EXIT.

      *    JORNADA DO ROTEIRO (ROTA_HORA_INICIO / ROTA_HORA_FIM, EM
      *    HHMM, PADRAO 0800 A 1800), VELOCIDADE MEDIA DOS TRECHOS
      *    (ROTA_VELOC_KMH, PADRAO 40) E DURACAO PADRAO DA VISITA
      *    (MINUTOS_VISITA, PADRAO 30), AJUSTAVEIS PELOS PARAMETROS
      *    CENTRAIS.
       026-LER-PARAMETROS-JORNADA SECTION.
           MOVE 720 TO WS-MIN-MEIO-DIA.
           MOVE 0800 TO WS-HORA-HHMM.
           MOVE "ROTA_HORA_INICIO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-HORA-HHMM = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           PERFORM 0261-HHMM-PARA-MINUTOS.
           MOVE WS-HORA-MIN TO WS-MIN-INICIO-DIA.

           MOVE 1800 TO WS-HORA-HHMM.
           MOVE "ROTA_HORA_FIM" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-HORA-HHMM = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           PERFORM 0261-HHMM-PARA-MINUTOS.
           MOVE WS-HORA-MIN TO WS-MIN-FIM-DIA.

           IF WS-MIN-FIM-DIA NOT > WS-MIN-INICIO-DIA THEN
               MOVE 480  TO WS-MIN-INICIO-DIA
               MOVE 1080 TO WS-MIN-FIM-DIA
           END-IF.

           MOVE "ROTA_VELOC_KMH" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-VELOC-KMH = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           IF WS-VELOC-KMH = 0 THEN
               MOVE 40 TO WS-VELOC-KMH
           END-IF.

           MOVE "MINUTOS_VISITA" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-MIN-VISITA-PADRAO =
                       FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           IF WS-MIN-VISITA-PADRAO = 0 THEN
               MOVE 30 TO WS-MIN-VISITA-PADRAO
           END-IF.
       026-LER-PARAMETROS-JORNADA-EXIT.
           EXIT.

      *    HHMM (WS-HORA-HHMM) PARA MINUTOS DESDE A MEIA-NOITE
      *    (WS-HORA-MIN).
       0261-HHMM-PARA-MINUTOS SECTION.
           COMPUTE WS-HORA-MIN = WS-HORA-HH * 60 + WS-HORA-MM.
       0261-HHMM-PARA-MINUTOS-EXIT.
           EXIT.

      *    MINUTOS DESDE A MEIA-NOITE (WS-HORA-MIN) PARA HH:MM
      *    (WS-HORA-ED).
       0262-MINUTOS-PARA-HORA SECTION.
           DIVIDE WS-HORA-MIN BY 60 GIVING WS-HORA-ED-HH
                  REMAINDER WS-HORA-ED-MM.
       0262-MINUTOS-PARA-HORA-EXIT.
           EXIT.

       03-finalizar section.
           MOVE "R" TO WS-LCP-FUNCAO.
           CALL 'LOCALIZA_CAMPANHA' USING WS-LOCALIZA-CAMPANHA-PRM.
           MOVE "R" TO WS-LNP-FUNCAO.
           CALL 'LOCALIZA_NPS' USING WS-LOCALIZA-NPS-PRM.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           IF WS-ENDERECO-DISPONIVEL = "S" THEN
           IF WS-CALEND-DISPONIVEL = "S" THEN
               CLOSE ARQ-CALEND
           END-IF.
           IF WS-HORCLI-DISPONIVEL = "S" THEN
               CLOSE ARQ-HORCLI
           END-IF.
           IF WS-NOTACLI-DISPONIVEL = "S" THEN
               CLOSE ARQ-NOTACLI
           END-IF.
       03-finalizar-exit. exit.
