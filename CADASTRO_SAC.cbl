       identification division.
       program-id. "CADASTRO_SAC".
       author.     Roberto Holz.
      *    REGISTRO DE RECLAMACOES DE CLIENTES (SAC): CADA CHAMADO E
      *    LIGADO AO CODIGO DO CLIENTE E RECEBE CATEGORIA (EN=ENTREGA,
      *    PR=PRECO, CV=CONDUTA DO VENDEDOR, OU=OUTROS), SEVERIDADE
      *    (A=ALTA, M=MEDIA, B=BAIXA) E O VENDEDOR RESPONSAVEL, QUE E
      *    O DONO DO CLIENTE (CLI-CODVND) NA ABERTURA E NAO MUDA MAIS.
      *    O PRAZO E CONTADO EM DIAS UTEIS A PARTIR DA ABERTURA
      *    (CALCULA_DIA_UTIL, CALENDARIO ARQ_CALEND), CONFORME A
      *    SEVERIDADE: PARAMETROS SAC_PRAZO_ALTA, SAC_PRAZO_MEDIA E
      *    SAC_PRAZO_BAIXA (PADRAO 1, 3 E 5 DIAS UTEIS).
      *    SITUACAO: O=ABERTO, P=EM ANDAMENTO, C=ENCERRADO (EXIGE A
      *    NOTA DE RESOLUCAO). O REGISTRO DE NUMERO ZERO GUARDA O
      *    ULTIMO NUMERO DE CHAMADO UTILIZADO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-sac.cpy'.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-sac.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-SAC          PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-SAC     PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-NOVO-NUMERO       PIC 9(07) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-PRAZO-DIAS        PIC 9(03) VALUE ZEROS.
              05 WS-PRAZO-ED          PIC 9999/99/99.
              05 WS-TELA-SAC.
                 15 WS-MSG-SAC              PIC X(40) VALUE SPACES.
                 15 WS-MSG-SAC-R REDEFINES WS-MSG-SAC.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-sac.
                 15 WS-TEL-SAC-NUMERO       PIC 9(007) VALUES ZEROS.
                 15 WS-TEL-SAC-CODCLI       PIC 9(007) VALUES ZEROS.
                 15 WS-TEL-SAC-RAZAO        PIC X(040) VALUES SPACES.
                 15 WS-TEL-SAC-CODVND       PIC 9(005) VALUES ZEROS.
                 15 WS-TEL-SAC-CATEGORIA    PIC X(002) VALUES SPACES.
                 15 WS-TEL-SAC-SEVERIDADE   PIC X(001) VALUES SPACES.
                 15 WS-TEL-SAC-DESCRICAO    PIC X(060) VALUES SPACES.
                 15 WS-TEL-SAC-STATUS       PIC X(001) VALUES SPACES.
                 15 WS-TEL-SAC-PRAZO        PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-SAC-RESOLUCAO    PIC X(060) VALUES SPACES.
              05 WS-TEL-SAC-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 WS-DIA-UTIL-PRM.
                 10 WS-CDU-DATA-BASE      PIC 9(08) VALUE ZEROS.
                 10 WS-CDU-QTDE-DIAS      PIC 9(03) VALUE ZEROS.
                 10 WS-CDU-DATA-RESULTADO PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CAD-SAC.
          05 VALUE "--- RECLAMACOES DE CLIENTES (SAC) ---"
          BLANK SCREEN LINE 1 COL 22.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-ABRIR CHAMADO  2-ATUALIZAR CHAMADO  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAD-SAC-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-SAC.

       01 TELA-DADOS-SAC.
          05 TELA-DADOS-SAC-NUMERO.
             10 LINE 05 COL 20 VALUE "Numero do chamado.......:".
             10 COLUMN PLUS 2 PIC 9(07) USING WS-TEL-SAC-NUMERO.
          05 TELA-DADOS-SAC-CODCLI.
             10 LINE 06 COL 20 VALUE "Cliente.................:".
             10 COLUMN PLUS 2 PIC 9(07) USING WS-TEL-SAC-CODCLI.
          05 TELA-DADOS-SAC-RAZAO.
             10 LINE 07 COL 20 PIC X(40) FROM WS-TEL-SAC-RAZAO.
          05 TELA-DADOS-SAC-CODVND.
             10 LINE 08 COL 20 VALUE "Vendedor responsavel....:".
             10 COLUMN PLUS 2 PIC 9(05) FROM WS-TEL-SAC-CODVND.
          05 TELA-DADOS-SAC-CATEGORIA.
             10 LINE 09 COL 20 VALUE "Categoria (EN/PR/CV/OU).:".
             10 COLUMN PLUS 2 PIC X(02) USING WS-TEL-SAC-CATEGORIA.
          05 TELA-DADOS-SAC-SEVERIDADE.
             10 LINE 10 COL 20 VALUE "Severidade (A/M/B)......:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-SAC-SEVERIDADE.
          05 TELA-DADOS-SAC-DESCRICAO.
             10 LINE 11 COL 20 VALUE "Descricao:".
             10 LINE 12 COL 20 PIC X(60) USING WS-TEL-SAC-DESCRICAO.
          05 TELA-DADOS-SAC-STATUS.
             10 LINE 13 COL 20 VALUE "Situacao (O/P/C)........:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-SAC-STATUS.
          05 TELA-DADOS-SAC-PRAZO.
             10 COLUMN PLUS 3 VALUE "Prazo:".
             10 COLUMN PLUS 1 PIC 9999/99/99 FROM WS-TEL-SAC-PRAZO.
          05 TELA-DADOS-SAC-RESOLUCAO.
             10 LINE 14 COL 20 VALUE "Resolucao:".
             10 LINE 15 COL 20 PIC X(60) USING WS-TEL-SAC-RESOLUCAO.
          05 TELA-DADOS-CONFIRMAR-SAC.
             10 LINE 18 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-SAC-CONFIRMAR.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           perform 01-inicializar.
           perform 02-processar
             until ws-acao = 9
                OR WS-ERRO-ABERTURA <> 0.
           perform 03-finalizar.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           initialize ws-variaveis.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQCLI" TO WS-MSG-1
               MOVE WS-RESULTADO-ACESSO TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-SAC
               ACCEPT TELA-CAD-SAC
           END-IF.

           MOVE "ARQ_SAC" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-SAC.
           OPEN I-O ARQ-SAC.
           IF WS-RST-ACESS-SAC = 35 THEN
               OPEN OUTPUT ARQ-SAC
               CLOSE ARQ-SAC
               OPEN I-O ARQ-SAC
           END-IF.
           IF  WS-RST-ACESS-SAC <> 00
           AND WS-RST-ACESS-SAC <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQSAC" TO WS-MSG-1
               MOVE WS-RST-ACESS-SAC TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-SAC
               ACCEPT TELA-CAD-SAC
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-SAC.
           ACCEPT TELA-CAD-SAC.
           MOVE SPACES TO WS-MSG-SAC
           DISPLAY TELA-CAD-SAC-MSG.
           INITIALIZE ws-dados-tela-sac.
           MOVE SPACES TO WS-TEL-SAC-CONFIRMAR.
           if ws-acao = 1 then
              PERFORM 021-ABRIR-CHAMADO
           else
           if ws-acao = 2 then
              PERFORM 022-ATUALIZAR-CHAMADO
           else
           if ws-acao <> 9 then
              MOVE "Opcao invalida" TO WS-MSG-SAC
           end-if
           end-if
           end-if.
       02-processar-exit. exit.

       021-ABRIR-CHAMADO section.
           MOVE "O" TO WS-TEL-SAC-STATUS.
           DISPLAY TELA-DADOS-SAC.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0211-INFORMA-CLIENTE
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0212-INFORMA-CATEGORIA
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0213-INFORMA-SEVERIDADE
             UNTIL WS-PARAM-OK EQUAL "OK".
           ACCEPT TELA-DADOS-SAC-DESCRICAO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-SAC-CONFIRMAR NOT = "S" THEN
               MOVE "Abertura nao realizada" TO WS-MSG-SAC
               GO TO 021-ABRIR-CHAMADO-EXIT
           END-IF.

           PERFORM 0214-CALCULAR-PRAZO.
           PERFORM 0215-OBTER-NOVO-NUMERO.
           MOVE WS-NOVO-NUMERO        TO SAC-NUMERO.
           MOVE WS-TEL-SAC-CODCLI     TO SAC-CODCLI.
           MOVE WS-TEL-SAC-CODVND     TO SAC-CODVND.
           MOVE WS-TEL-SAC-CATEGORIA  TO SAC-CATEGORIA.
           MOVE WS-TEL-SAC-SEVERIDADE TO SAC-SEVERIDADE.
           MOVE "O"                   TO SAC-STATUS.
           MOVE WS-DATA-HOJE          TO SAC-DATA-ABERTURA.
           ACCEPT SAC-HORA-ABERTURA FROM TIME.
           MOVE WS-TEL-SAC-PRAZO      TO SAC-DATA-PRAZO.
           MOVE 0                     TO SAC-DATA-FECHAMENTO.
           MOVE WS-TEL-SAC-DESCRICAO  TO SAC-DESCRICAO.
           MOVE SPACES                TO SAC-RESOLUCAO.
           MOVE WS-OPERADOR-ID        TO SAC-OPERADOR-ABERTURA.
           MOVE WS-OPERADOR-ID        TO SAC-OPERADOR.
           MOVE 0                     TO SAC-ULTIMO-NUMERO.
           WRITE SAC-REGISTRO.
           IF WS-RST-ACESS-SAC <> 0 THEN
               MOVE "ERRO WRITE ARQ ARQSAC" TO WS-MSG-1
               MOVE WS-RST-ACESS-SAC TO WS-MSG-STATUS
           ELSE
               MOVE WS-NOVO-NUMERO TO WS-TEL-SAC-NUMERO
               DISPLAY TELA-DADOS-SAC-NUMERO
               DISPLAY TELA-DADOS-SAC-PRAZO
               MOVE WS-TEL-SAC-PRAZO TO WS-PRAZO-ED
               MOVE SPACES TO WS-MSG-SAC
               STRING "Chamado aberto, prazo " DELIMITED BY SIZE
                      WS-PRAZO-ED              DELIMITED BY SIZE
                 INTO WS-MSG-SAC
           END-IF.
       021-ABRIR-CHAMADO-EXIT.
           EXIT.

      *    O VENDEDOR RESPONSAVEL E O DONO DO CLIENTE NA ABERTURA.
       0211-INFORMA-CLIENTE section.
            ACCEPT  TELA-DADOS-SAC-CODCLI.
            MOVE WS-TEL-SAC-CODCLI TO CLI-CODIGO.
            READ ARQ-CLIENTE KEY IS CLI-CODIGO INVALID KEY CONTINUE
            END-READ.
            IF WS-RESULTADO-ACESSO <> 0 THEN
                MOVE "Cliente inexistente" TO WS-MSG-SAC
            ELSE
                MOVE CLI-RAZAOSOCIAL TO WS-TEL-SAC-RAZAO
                MOVE CLI-CODVND      TO WS-TEL-SAC-CODVND
                DISPLAY TELA-DADOS-SAC-RAZAO
                DISPLAY TELA-DADOS-SAC-CODVND
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-SAC
            END-IF.
            DISPLAY TELA-CAD-SAC-MSG.
       0211-INFORMA-CLIENTE-EXIT.
           EXIT.

       0212-INFORMA-CATEGORIA section.
            ACCEPT  TELA-DADOS-SAC-CATEGORIA.
            MOVE WS-TEL-SAC-CATEGORIA TO SAC-CATEGORIA.
            IF NOT SAC-CATEGORIA-VALIDA THEN
                MOVE "Categoria invalida (EN/PR/CV/OU)" TO WS-MSG-SAC
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-SAC
            END-IF.
            DISPLAY TELA-CAD-SAC-MSG.
       0212-INFORMA-CATEGORIA-EXIT.
           EXIT.

       0213-INFORMA-SEVERIDADE section.
            ACCEPT  TELA-DADOS-SAC-SEVERIDADE.
            MOVE WS-TEL-SAC-SEVERIDADE TO SAC-SEVERIDADE.
            IF NOT SAC-SEVERIDADE-VALIDA THEN
                MOVE "Severidade invalida (A/M/B)" TO WS-MSG-SAC
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-SAC
            END-IF.
            DISPLAY TELA-CAD-SAC-MSG.
       0213-INFORMA-SEVERIDADE-EXIT.
           EXIT.

      *    PRAZO EM DIAS UTEIS CONFORME A SEVERIDADE; SEM PARAMETRO
      *    VALEM 1 (ALTA), 3 (MEDIA) E 5 (BAIXA) DIAS UTEIS.
       0214-CALCULAR-PRAZO section.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           EVALUATE WS-TEL-SAC-SEVERIDADE
           WHEN "A"
             MOVE "SAC_PRAZO_ALTA"  TO WS-PRM-CHAVE
             MOVE 1 TO WS-PRAZO-DIAS
           WHEN "M"
             MOVE "SAC_PRAZO_MEDIA" TO WS-PRM-CHAVE
             MOVE 3 TO WS-PRAZO-DIAS
           WHEN OTHER
             MOVE "SAC_PRAZO_BAIXA" TO WS-PRM-CHAVE
             MOVE 5 TO WS-PRAZO-DIAS
           END-EVALUATE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-PRAZO-DIAS = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           MOVE WS-DATA-HOJE  TO WS-CDU-DATA-BASE.
           MOVE WS-PRAZO-DIAS TO WS-CDU-QTDE-DIAS.
           CALL 'CALCULA_DIA_UTIL' USING WS-DIA-UTIL-PRM.
           MOVE WS-CDU-DATA-RESULTADO TO WS-TEL-SAC-PRAZO.
       0214-CALCULAR-PRAZO-EXIT.
           EXIT.

      *    O REGISTRO ZERO GUARDA O ULTIMO NUMERO DE CHAMADO.
       0215-OBTER-NOVO-NUMERO section.
           MOVE 0 TO SAC-NUMERO.
           READ ARQ-SAC KEY IS SAC-NUMERO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-SAC NOT = 0 THEN
               INITIALIZE SAC-REGISTRO
               MOVE 0 TO SAC-NUMERO
               MOVE 0 TO SAC-ULTIMO-NUMERO
               WRITE SAC-REGISTRO
           END-IF.
           COMPUTE WS-NOVO-NUMERO = SAC-ULTIMO-NUMERO + 1.
           MOVE WS-NOVO-NUMERO TO SAC-ULTIMO-NUMERO.
           REWRITE SAC-REGISTRO.
       0215-OBTER-NOVO-NUMERO-EXIT.
           EXIT.

       022-ATUALIZAR-CHAMADO section.
           DISPLAY TELA-DADOS-SAC.
           ACCEPT TELA-DADOS-SAC-NUMERO.
           IF WS-TEL-SAC-NUMERO = 0 THEN
               MOVE "Chamado inexistente" TO WS-MSG-SAC
               GO TO 022-ATUALIZAR-CHAMADO-EXIT
           END-IF.
           MOVE WS-TEL-SAC-NUMERO TO SAC-NUMERO.
           READ ARQ-SAC KEY IS SAC-NUMERO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-SAC <> 0 THEN
               MOVE "Chamado inexistente" TO WS-MSG-SAC
               GO TO 022-ATUALIZAR-CHAMADO-EXIT
           END-IF.
           IF SAC-STATUS-FECHADO THEN
               MOVE "Chamado ja encerrado" TO WS-MSG-SAC
               GO TO 022-ATUALIZAR-CHAMADO-EXIT
           END-IF.

           MOVE SAC-CODCLI       TO WS-TEL-SAC-CODCLI.
           MOVE SAC-CODVND       TO WS-TEL-SAC-CODVND.
           MOVE SAC-CATEGORIA    TO WS-TEL-SAC-CATEGORIA.
           MOVE SAC-SEVERIDADE   TO WS-TEL-SAC-SEVERIDADE.
           MOVE SAC-DESCRICAO    TO WS-TEL-SAC-DESCRICAO.
           MOVE SAC-STATUS       TO WS-TEL-SAC-STATUS.
           MOVE SAC-DATA-PRAZO   TO WS-TEL-SAC-PRAZO.
           MOVE SAC-RESOLUCAO    TO WS-TEL-SAC-RESOLUCAO.
           MOVE SAC-CODCLI TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO
               INVALID KEY MOVE "(CLIENTE NAO CADASTRADO)" TO
                           CLI-RAZAOSOCIAL
           END-READ.
           MOVE CLI-RAZAOSOCIAL TO WS-TEL-SAC-RAZAO.
           DISPLAY TELA-DADOS-SAC.

           MOVE " " TO WS-PARAM-OK.
           PERFORM 0221-INFORMA-STATUS
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-SAC-CONFIRMAR NOT = "S" THEN
               MOVE "Alteracao nao realizada" TO WS-MSG-SAC
               GO TO 022-ATUALIZAR-CHAMADO-EXIT
           END-IF.

           MOVE WS-TEL-SAC-STATUS    TO SAC-STATUS.
           MOVE WS-TEL-SAC-RESOLUCAO TO SAC-RESOLUCAO.
           MOVE WS-OPERADOR-ID       TO SAC-OPERADOR.
           IF SAC-STATUS-FECHADO THEN
               ACCEPT SAC-DATA-FECHAMENTO FROM DATE YYYYMMDD
           END-IF.
           REWRITE SAC-REGISTRO.
           IF WS-RST-ACESS-SAC <> 0 THEN
               MOVE "ERRO REWRITE ARQ ARQSAC" TO WS-MSG-1
               MOVE WS-RST-ACESS-SAC TO WS-MSG-STATUS
           ELSE
               MOVE "Chamado atualizado com sucesso" TO WS-MSG-SAC
           END-IF.
       022-ATUALIZAR-CHAMADO-EXIT.
           EXIT.

      *    O ENCERRAMENTO EXIGE A NOTA DE RESOLUCAO.
       0221-INFORMA-STATUS section.
            ACCEPT  TELA-DADOS-SAC-STATUS.
            ACCEPT  TELA-DADOS-SAC-RESOLUCAO.
            IF  WS-TEL-SAC-STATUS <> "O"
            AND WS-TEL-SAC-STATUS <> "P"
            AND WS-TEL-SAC-STATUS <> "C" THEN
                MOVE "Situacao invalida (O/P/C)" TO WS-MSG-SAC
            ELSE
            IF  WS-TEL-SAC-STATUS = "C"
            AND WS-TEL-SAC-RESOLUCAO = SPACES THEN
                MOVE "Informe a resolucao para encerrar" TO WS-MSG-SAC
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-SAC
            END-IF
            END-IF.
            DISPLAY TELA-CAD-SAC-MSG.
       0221-INFORMA-STATUS-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-SAC.
            IF  WS-TEL-SAC-CONFIRMAR <> "S"
            AND WS-TEL-SAC-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-SAC
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-SAC
            END-IF.
            DISPLAY TELA-CAD-SAC-MSG.
       027-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       03-finalizar section.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-SAC.
       03-finalizar-exit. exit.
