       identification division.
       program-id. "CADASTRO_LGPD".
       author.     Roberto Holz.
      *    REGISTRO DAS SOLICITACOES DE TITULARES DE DADOS (LGPD)
      *    FEITAS POR PESSOAS DE CONTATO E PROSPECTS: TIPO (A=ACESSO,
      *    C=CORRECAO, E=EXCLUSAO, R=REVOGACAO DO CONSENTIMENTO),
      *    IDENTIFICACAO DO REQUERENTE (NOME, DOCUMENTO E ONDE
      *    RESPONDER), OS REGISTROS LIGADOS (CONTATO NO ARQ_CONTATO
      *    E/OU PROSPECT NO ARQ_PROSPECT, AMBOS OPCIONAIS), A DATA DE
      *    RECEBIMENTO E O PRAZO LEGAL, CONTADO EM DIAS UTEIS A PARTIR
      *    DO RECEBIMENTO (CALCULA_DIA_UTIL, CALENDARIO ARQ_CALEND;
      *    PARAMETRO LGPD_PRAZO_DIAS, PADRAO 15 DIAS UTEIS).
      *    SITUACAO: A=ABERTA, P=EM ANDAMENTO, C=CONCLUIDA, N=
      *    INDEFERIDA; O ENCERRAMENTO (C OU N) EXIGE A NOTA.
      *    CONCLUIDA UMA REVOGACAO COM CONTATO LIGADO, O CONSENTIMENTO
      *    DE MARKETING DO CONTATO E RETIRADO (ORIGEM "LGPD"); AS
      *    DEMAIS PROVIDENCIAS (CORRIGIR OU EXCLUIR O CONTATO) SAO
      *    FEITAS NO CADASTRO DE CLIENTES/PROSPECTS ANTES DE CONCLUIR.
      *    O REGISTRO DE NUMERO ZERO GUARDA O ULTIMO NUMERO UTILIZADO.
      *    O RELATORIO_LGPD MOSTRA AS SOLICITACOES EM ATRASO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-lgpd.cpy'.
         copy 'select-arq-contato.cpy'.
         copy 'select-arq-prospect.cpy'.

       data division.
       file section.
         copy 'fd-arq-lgpd.cpy'.
         copy 'fd-arq-contato.cpy'.
         copy 'fd-arq-prospect.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-LGPD         PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-LGPD    PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CONTATO      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CONTATO PIC 9(02) VALUE ZEROS.
              05 WS-CONTATO-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-PROSPECT     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-PROSPECT PIC 9(02) VALUE ZEROS.
              05 WS-PROSPECT-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-NOVO-NUMERO       PIC 9(07) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-PRAZO-DIAS        PIC 9(03) VALUE ZEROS.
              05 WS-PRAZO-ED          PIC 9999/99/99.
              05 WS-REVOGADO          PIC X(01) VALUE "N".
              05 WS-TELA-LGPD.
                 15 WS-MSG-LGPD             PIC X(40) VALUE SPACES.
                 15 WS-MSG-LGPD-R REDEFINES WS-MSG-LGPD.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-lgpd.
                 15 WS-TEL-LGP-NUMERO       PIC 9(007) VALUES ZEROS.
                 15 WS-TEL-LGP-TIPO         PIC X(001) VALUES SPACES.
                 15 WS-TEL-LGP-REQ-NOME     PIC X(040) VALUES SPACES.
                 15 WS-TEL-LGP-REQ-DOC      PIC X(014) VALUES SPACES.
                 15 WS-TEL-LGP-REQ-RETORNO  PIC X(040) VALUES SPACES.
                 15 WS-TEL-LGP-CTT-CODCLI   PIC 9(007) VALUES ZEROS.
                 15 WS-TEL-LGP-CTT-SEQ      PIC 9(003) VALUES ZEROS.
                 15 WS-TEL-LGP-CTT-NOME     PIC X(030) VALUES SPACES.
                 15 WS-TEL-LGP-PRO-CODIGO   PIC 9(007) VALUES ZEROS.
                 15 WS-TEL-LGP-PRO-NOME     PIC X(040) VALUES SPACES.
                 15 WS-TEL-LGP-RECEBIMENTO  PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-LGP-PRAZO        PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-LGP-STATUS       PIC X(001) VALUES SPACES.
                 15 WS-TEL-LGP-NOTA         PIC X(060) VALUES SPACES.
              05 WS-TEL-LGP-CONFIRMAR       PIC X(01) VALUE SPACES.
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
       01 TELA-CAD-LGPD.
          05 VALUE "--- SOLICITACOES DE TITULARES (LGPD) ---"
          BLANK SCREEN LINE 1 COL 20.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 17 COL 20.
          05 VALUE
          "1-REGISTRAR  2-ATUALIZAR  9-VOLTAR"
          LINE 18 COL 20.
          05 TELA-CAD-LGPD-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-LGPD.

       01 TELA-DADOS-LGPD.
          05 TELA-DADOS-LGP-NUMERO.
             10 LINE 04 COL 10 VALUE "Numero da solicitacao...:".
             10 COLUMN PLUS 2 PIC 9(07) USING WS-TEL-LGP-NUMERO.
          05 TELA-DADOS-LGP-TIPO.
             10 LINE 05 COL 10 VALUE "Tipo (A/C/E/R)..........:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-LGP-TIPO.
             10 COLUMN PLUS 2 VALUE
                "A-Acesso C-Correcao E-Exclusao R-Revogacao".
          05 TELA-DADOS-LGP-REQ-NOME.
             10 LINE 06 COL 10 VALUE "Requerente..............:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-LGP-REQ-NOME.
          05 TELA-DADOS-LGP-REQ-DOC.
             10 LINE 07 COL 10 VALUE "Documento (CPF).........:".
             10 COLUMN PLUS 2 PIC X(14) USING WS-TEL-LGP-REQ-DOC.
          05 TELA-DADOS-LGP-REQ-RETORNO.
             10 LINE 08 COL 10 VALUE "Responder em............:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-LGP-REQ-RETORNO.
          05 TELA-DADOS-LGP-CONTATO.
             10 LINE 09 COL 10 VALUE "Contato (cliente/seq)...:".
             10 COLUMN PLUS 2 PIC 9(07) USING WS-TEL-LGP-CTT-CODCLI.
             10 COLUMN PLUS 1 PIC 9(03) USING WS-TEL-LGP-CTT-SEQ.
          05 TELA-DADOS-LGP-CTT-NOME.
             10 LINE 09 COL 50 PIC X(30) FROM WS-TEL-LGP-CTT-NOME.
          05 TELA-DADOS-LGP-PROSPECT.
             10 LINE 10 COL 10 VALUE "Prospect................:".
             10 COLUMN PLUS 2 PIC 9(07) USING WS-TEL-LGP-PRO-CODIGO.
          05 TELA-DADOS-LGP-PRO-NOME.
             10 LINE 10 COL 46 PIC X(34) FROM WS-TEL-LGP-PRO-NOME.
          05 TELA-DADOS-LGP-RECEBIMENTO.
             10 LINE 11 COL 10 VALUE "Recebida em (AAAAMMDD)..:".
             10 COLUMN PLUS 2 PIC 9(08) USING WS-TEL-LGP-RECEBIMENTO.
          05 TELA-DADOS-LGP-PRAZO.
             10 COLUMN PLUS 3 VALUE "Prazo:".
             10 COLUMN PLUS 1 PIC 9999/99/99 FROM WS-TEL-LGP-PRAZO.
          05 TELA-DADOS-LGP-STATUS.
             10 LINE 12 COL 10 VALUE "Situacao (A/P/C/N)......:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-LGP-STATUS.
          05 TELA-DADOS-LGP-NOTA.
             10 LINE 13 COL 10 VALUE "Nota de encerramento:".
             10 LINE 14 COL 10 PIC X(60) USING WS-TEL-LGP-NOTA.
          05 TELA-DADOS-CONFIRMAR-LGP.
             10 LINE 16 COL 10 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-LGP-CONFIRMAR.

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

      *    CONTATOS E PROSPECTS SAO OPCIONAIS: SEM O ARQUIVO, A
      *    SOLICITACAO SO NAO PODE SER LIGADA A ELE.
       01-inicializar section.
           initialize ws-variaveis.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           MOVE "ARQ_LGPD" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-LGPD.
           OPEN I-O ARQ-LGPD.
           IF WS-RST-ACESS-LGPD = 35 THEN
               OPEN OUTPUT ARQ-LGPD
               CLOSE ARQ-LGPD
               OPEN I-O ARQ-LGPD
           END-IF.
           IF  WS-RST-ACESS-LGPD <> 00
           AND WS-RST-ACESS-LGPD <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQLGPD" TO WS-MSG-1
               MOVE WS-RST-ACESS-LGPD TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-LGPD
               ACCEPT TELA-CAD-LGPD
               GO TO 01-inicializar-exit
           END-IF.

           MOVE "ARQ_CONTATO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CONTATO.
           OPEN I-O ARQ-CONTATO.
           IF  WS-RST-ACESS-CONTATO = 00
           OR  WS-RST-ACESS-CONTATO = 05 THEN
               MOVE "S" TO WS-CONTATO-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CONTATO-DISPONIVEL
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
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-LGPD.
           ACCEPT TELA-CAD-LGPD.
           MOVE SPACES TO WS-MSG-LGPD
           DISPLAY TELA-CAD-LGPD-MSG.
           INITIALIZE ws-dados-tela-lgpd.
           MOVE SPACES TO WS-TEL-LGP-CONFIRMAR.
           if ws-acao = 1 then
              PERFORM 021-REGISTRAR-SOLICITACAO
           else
           if ws-acao = 2 then
              PERFORM 022-ATUALIZAR-SOLICITACAO
           else
           if ws-acao <> 9 then
              MOVE "Opcao invalida" TO WS-MSG-LGPD
           end-if
           end-if
           end-if.
       02-processar-exit. exit.

       021-REGISTRAR-SOLICITACAO section.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "A"          TO WS-TEL-LGP-STATUS.
           MOVE WS-DATA-HOJE TO WS-TEL-LGP-RECEBIMENTO.
           DISPLAY TELA-DADOS-LGPD.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0211-INFORMA-TIPO
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0212-INFORMA-REQUERENTE
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0213-INFORMA-CONTATO
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0214-INFORMA-PROSPECT
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0215-INFORMA-RECEBIMENTO
             UNTIL WS-PARAM-OK EQUAL "OK".
           PERFORM 0216-CALCULAR-PRAZO.
           DISPLAY TELA-DADOS-LGP-PRAZO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-LGP-CONFIRMAR NOT = "S" THEN
               MOVE "Registro nao realizado" TO WS-MSG-LGPD
               GO TO 021-REGISTRAR-SOLICITACAO-EXIT
           END-IF.

           PERFORM 0217-OBTER-NOVO-NUMERO.
           MOVE WS-NOVO-NUMERO          TO LGP-NUMERO.
           MOVE WS-TEL-LGP-TIPO         TO LGP-TIPO.
           MOVE WS-TEL-LGP-REQ-NOME     TO LGP-REQ-NOME.
           MOVE WS-TEL-LGP-REQ-DOC      TO LGP-REQ-DOCUMENTO.
           MOVE WS-TEL-LGP-REQ-RETORNO  TO LGP-REQ-RETORNO.
           MOVE WS-TEL-LGP-CTT-CODCLI   TO LGP-CTT-CODCLI.
           MOVE WS-TEL-LGP-CTT-SEQ      TO LGP-CTT-SEQ.
           MOVE WS-TEL-LGP-PRO-CODIGO   TO LGP-PRO-CODIGO.
           MOVE WS-TEL-LGP-RECEBIMENTO  TO LGP-DATA-RECEBIMENTO.
           MOVE WS-TEL-LGP-PRAZO        TO LGP-DATA-PRAZO.
           MOVE "A"                     TO LGP-STATUS.
           MOVE 0                       TO LGP-DATA-ENCERRAMENTO.
           MOVE SPACES                  TO LGP-NOTA.
           MOVE WS-OPERADOR-ID          TO LGP-OPERADOR-ABERTURA.
           MOVE WS-OPERADOR-ID          TO LGP-OPERADOR.
           MOVE 0                       TO LGP-ULTIMO-NUMERO.
           WRITE LGP-REGISTRO.
           IF WS-RST-ACESS-LGPD <> 0 THEN
               MOVE "ERRO WRITE ARQ ARQLGPD" TO WS-MSG-1
               MOVE WS-RST-ACESS-LGPD TO WS-MSG-STATUS
           ELSE
               MOVE WS-NOVO-NUMERO TO WS-TEL-LGP-NUMERO
               DISPLAY TELA-DADOS-LGP-NUMERO
               MOVE WS-TEL-LGP-PRAZO TO WS-PRAZO-ED
               MOVE SPACES TO WS-MSG-LGPD
               STRING "Solicitacao registrada, prazo "
                                              DELIMITED BY SIZE
                      WS-PRAZO-ED             DELIMITED BY SIZE
                 INTO WS-MSG-LGPD
           END-IF.
       021-REGISTRAR-SOLICITACAO-EXIT.
           EXIT.

       0211-INFORMA-TIPO section.
            ACCEPT  TELA-DADOS-LGP-TIPO.
            MOVE WS-TEL-LGP-TIPO TO LGP-TIPO.
            IF NOT LGP-TIPO-VALIDO THEN
                MOVE "Tipo invalido (A/C/E/R)" TO WS-MSG-LGPD
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-LGPD
            END-IF.
            DISPLAY TELA-CAD-LGPD-MSG.
       0211-INFORMA-TIPO-EXIT.
           EXIT.

      *    O REQUERENTE PRECISA SER IDENTIFICADO (NOME E DOCUMENTO)
      *    ANTES DE QUALQUER RESPOSTA.
       0212-INFORMA-REQUERENTE section.
            ACCEPT  TELA-DADOS-LGP-REQ-NOME.
            ACCEPT  TELA-DADOS-LGP-REQ-DOC.
            ACCEPT  TELA-DADOS-LGP-REQ-RETORNO.
            IF WS-TEL-LGP-REQ-NOME = SPACES
            OR WS-TEL-LGP-REQ-DOC  = SPACES THEN
                MOVE "Informe nome e documento do requerente" TO
                     WS-MSG-LGPD
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-LGPD
            END-IF.
            DISPLAY TELA-CAD-LGPD-MSG.
       0212-INFORMA-REQUERENTE-EXIT.
           EXIT.

      *    CLIENTE ZERO = SEM CONTATO LIGADO.
       0213-INFORMA-CONTATO section.
            ACCEPT  TELA-DADOS-LGP-CONTATO.
            MOVE SPACES TO WS-TEL-LGP-CTT-NOME.
            IF WS-TEL-LGP-CTT-CODCLI = 0 THEN
                MOVE 0 TO WS-TEL-LGP-CTT-SEQ
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-LGPD
            ELSE
            IF WS-CONTATO-DISPONIVEL = "N" THEN
                MOVE "Arquivo de contatos indisponivel" TO
                     WS-MSG-LGPD
            ELSE
                MOVE WS-TEL-LGP-CTT-CODCLI TO CONTATO-CODCLI
                MOVE WS-TEL-LGP-CTT-SEQ    TO CONTATO-SEQ
                READ ARQ-CONTATO KEY IS CONTATO-CHAVE
                    INVALID KEY CONTINUE
                END-READ
                IF WS-RST-ACESS-CONTATO <> 0 THEN
                    MOVE "Contato inexistente" TO WS-MSG-LGPD
                ELSE
                    MOVE CONTATO-NOME TO WS-TEL-LGP-CTT-NOME
                    MOVE "OK" TO WS-PARAM-OK
                    MOVE SPACES TO WS-MSG-LGPD
                END-IF
            END-IF
            END-IF.
            DISPLAY TELA-DADOS-LGP-CTT-NOME.
            DISPLAY TELA-CAD-LGPD-MSG.
       0213-INFORMA-CONTATO-EXIT.
           EXIT.

      *    PROSPECT ZERO = SEM PROSPECT LIGADO.
       0214-INFORMA-PROSPECT section.
            ACCEPT  TELA-DADOS-LGP-PROSPECT.
            MOVE SPACES TO WS-TEL-LGP-PRO-NOME.
            IF WS-TEL-LGP-PRO-CODIGO = 0 THEN
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-LGPD
            ELSE
            IF WS-PROSPECT-DISPONIVEL = "N" THEN
                MOVE "Arquivo de prospects indisponivel" TO
                     WS-MSG-LGPD
            ELSE
                MOVE WS-TEL-LGP-PRO-CODIGO TO PRO-CODIGO
                READ ARQ-PROSPECT KEY IS PRO-CODIGO
                    INVALID KEY CONTINUE
                END-READ
                IF WS-RST-ACESS-PROSPECT <> 0 THEN
                    MOVE "Prospect inexistente" TO WS-MSG-LGPD
                ELSE
                    MOVE PRO-NOME TO WS-TEL-LGP-PRO-NOME
                    MOVE "OK" TO WS-PARAM-OK
                    MOVE SPACES TO WS-MSG-LGPD
                END-IF
            END-IF
            END-IF.
            DISPLAY TELA-DADOS-LGP-PRO-NOME.
            DISPLAY TELA-CAD-LGPD-MSG.
       0214-INFORMA-PROSPECT-EXIT.
           EXIT.

      *    A SOLICITACAO PODE TER CHEGADO ANTES DO REGISTRO (CARTA,
      *    E-MAIL); O PRAZO CORRE DA DATA DE RECEBIMENTO.
       0215-INFORMA-RECEBIMENTO section.
            ACCEPT  TELA-DADOS-LGP-RECEBIMENTO.
            IF WS-TEL-LGP-RECEBIMENTO = 0
            OR WS-TEL-LGP-RECEBIMENTO > WS-DATA-HOJE THEN
                MOVE "Data de recebimento invalida" TO WS-MSG-LGPD
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-LGPD
            END-IF.
            DISPLAY TELA-CAD-LGPD-MSG.
       0215-INFORMA-RECEBIMENTO-EXIT.
           EXIT.

      *    PRAZO LEGAL EM DIAS UTEIS; SEM PARAMETRO VALEM 15.
       0216-CALCULAR-PRAZO section.
           MOVE 15 TO WS-PRAZO-DIAS.
           MOVE "LGPD_PRAZO_DIAS" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-PRAZO-DIAS = FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           MOVE WS-TEL-LGP-RECEBIMENTO TO WS-CDU-DATA-BASE.
           MOVE WS-PRAZO-DIAS          TO WS-CDU-QTDE-DIAS.
           CALL 'CALCULA_DIA_UTIL' USING WS-DIA-UTIL-PRM.
           MOVE WS-CDU-DATA-RESULTADO TO WS-TEL-LGP-PRAZO.
       0216-CALCULAR-PRAZO-EXIT.
           EXIT.

      *    O REGISTRO ZERO GUARDA O ULTIMO NUMERO DE SOLICITACAO.
       0217-OBTER-NOVO-NUMERO section.
           MOVE 0 TO LGP-NUMERO.
           READ ARQ-LGPD KEY IS LGP-NUMERO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-LGPD NOT = 0 THEN
               INITIALIZE LGP-REGISTRO
               MOVE 0 TO LGP-NUMERO
               MOVE 0 TO LGP-ULTIMO-NUMERO
               WRITE LGP-REGISTRO
           END-IF.
           COMPUTE WS-NOVO-NUMERO = LGP-ULTIMO-NUMERO + 1.
           MOVE WS-NOVO-NUMERO TO LGP-ULTIMO-NUMERO.
           REWRITE LGP-REGISTRO.
       0217-OBTER-NOVO-NUMERO-EXIT.
           EXIT.

       022-ATUALIZAR-SOLICITACAO section.
           DISPLAY TELA-DADOS-LGPD.
           ACCEPT TELA-DADOS-LGP-NUMERO.
           IF WS-TEL-LGP-NUMERO = 0 THEN
               MOVE "Solicitacao inexistente" TO WS-MSG-LGPD
               GO TO 022-ATUALIZAR-SOLICITACAO-EXIT
           END-IF.
           MOVE WS-TEL-LGP-NUMERO TO LGP-NUMERO.
           READ ARQ-LGPD KEY IS LGP-NUMERO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-LGPD <> 0 THEN
               MOVE "Solicitacao inexistente" TO WS-MSG-LGPD
               GO TO 022-ATUALIZAR-SOLICITACAO-EXIT
           END-IF.
           IF LGP-STATUS-ENCERRADA THEN
               MOVE "Solicitacao ja encerrada" TO WS-MSG-LGPD
               GO TO 022-ATUALIZAR-SOLICITACAO-EXIT
           END-IF.

           MOVE LGP-TIPO              TO WS-TEL-LGP-TIPO.
           MOVE LGP-REQ-NOME          TO WS-TEL-LGP-REQ-NOME.
           MOVE LGP-REQ-DOCUMENTO     TO WS-TEL-LGP-REQ-DOC.
           MOVE LGP-REQ-RETORNO       TO WS-TEL-LGP-REQ-RETORNO.
           MOVE LGP-CTT-CODCLI        TO WS-TEL-LGP-CTT-CODCLI.
           MOVE LGP-CTT-SEQ           TO WS-TEL-LGP-CTT-SEQ.
           MOVE LGP-PRO-CODIGO        TO WS-TEL-LGP-PRO-CODIGO.
           MOVE LGP-DATA-RECEBIMENTO  TO WS-TEL-LGP-RECEBIMENTO.
           MOVE LGP-DATA-PRAZO        TO WS-TEL-LGP-PRAZO.
           MOVE LGP-STATUS            TO WS-TEL-LGP-STATUS.
           MOVE LGP-NOTA              TO WS-TEL-LGP-NOTA.
           PERFORM 0222-CARREGAR-LIGADOS.
           DISPLAY TELA-DADOS-LGPD.

           MOVE " " TO WS-PARAM-OK.
           PERFORM 0221-INFORMA-STATUS
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-LGP-CONFIRMAR NOT = "S" THEN
               MOVE "Alteracao nao realizada" TO WS-MSG-LGPD
               GO TO 022-ATUALIZAR-SOLICITACAO-EXIT
           END-IF.

           MOVE WS-TEL-LGP-STATUS TO LGP-STATUS.
           MOVE WS-TEL-LGP-NOTA   TO LGP-NOTA.
           MOVE WS-OPERADOR-ID    TO LGP-OPERADOR.
           IF LGP-STATUS-ENCERRADA THEN
               ACCEPT LGP-DATA-ENCERRAMENTO FROM DATE YYYYMMDD
           END-IF.
           REWRITE LGP-REGISTRO.
           IF WS-RST-ACESS-LGPD <> 0 THEN
               MOVE "ERRO REWRITE ARQ ARQLGPD" TO WS-MSG-1
               MOVE WS-RST-ACESS-LGPD TO WS-MSG-STATUS
               GO TO 022-ATUALIZAR-SOLICITACAO-EXIT
           END-IF.
           MOVE "N" TO WS-REVOGADO.
           IF  LGP-STATUS-CONCLUIDA
           AND LGP-TIPO-REVOGACAO
           AND LGP-CTT-CODCLI > 0 THEN
               PERFORM 0223-REVOGAR-CONSENTIMENTO
           END-IF.
           IF WS-REVOGADO = "S" THEN
               MOVE "Concluida; consentimento revogado" TO
                    WS-MSG-LGPD
           ELSE
               MOVE "Solicitacao atualizada com sucesso" TO
                    WS-MSG-LGPD
           END-IF.
       022-ATUALIZAR-SOLICITACAO-EXIT.
           EXIT.

      *    O ENCERRAMENTO (CONCLUIDA OU INDEFERIDA) EXIGE A NOTA.
       0221-INFORMA-STATUS section.
            ACCEPT  TELA-DADOS-LGP-STATUS.
            ACCEPT  TELA-DADOS-LGP-NOTA.
            IF  WS-TEL-LGP-STATUS <> "A"
            AND WS-TEL-LGP-STATUS <> "P"
            AND WS-TEL-LGP-STATUS <> "C"
            AND WS-TEL-LGP-STATUS <> "N" THEN
                MOVE "Situacao invalida (A/P/C/N)" TO WS-MSG-LGPD
            ELSE
            IF  (WS-TEL-LGP-STATUS = "C"
                 OR WS-TEL-LGP-STATUS = "N")
            AND WS-TEL-LGP-NOTA = SPACES THEN
                MOVE "Informe a nota para encerrar" TO WS-MSG-LGPD
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-LGPD
            END-IF
            END-IF.
            DISPLAY TELA-CAD-LGPD-MSG.
       0221-INFORMA-STATUS-EXIT.
           EXIT.

      *    NOMES DO CONTATO E DO PROSPECT LIGADOS, SO PARA A TELA; O
      *    REGISTRO PODE JA TER SIDO EXCLUIDO PELA PROPRIA SOLICITACAO.
       0222-CARREGAR-LIGADOS section.
           MOVE SPACES TO WS-TEL-LGP-CTT-NOME.
           MOVE SPACES TO WS-TEL-LGP-PRO-NOME.
           IF  WS-TEL-LGP-CTT-CODCLI > 0
           AND WS-CONTATO-DISPONIVEL = "S" THEN
               MOVE WS-TEL-LGP-CTT-CODCLI TO CONTATO-CODCLI
               MOVE WS-TEL-LGP-CTT-SEQ    TO CONTATO-SEQ
               READ ARQ-CONTATO KEY IS CONTATO-CHAVE
                   INVALID KEY MOVE "(CONTATO EXCLUIDO)" TO
                               CONTATO-NOME
               END-READ
               MOVE CONTATO-NOME TO WS-TEL-LGP-CTT-NOME
           END-IF.
           IF  WS-TEL-LGP-PRO-CODIGO > 0
           AND WS-PROSPECT-DISPONIVEL = "S" THEN
               MOVE WS-TEL-LGP-PRO-CODIGO TO PRO-CODIGO
               READ ARQ-PROSPECT KEY IS PRO-CODIGO
                   INVALID KEY MOVE "(PROSPECT EXCLUIDO)" TO PRO-NOME
               END-READ
               MOVE PRO-NOME TO WS-TEL-LGP-PRO-NOME
           END-IF.
       0222-CARREGAR-LIGADOS-EXIT.
           EXIT.

      *    REVOGACAO CONCLUIDA: O CONTATO LIGADO PERDE O CONSENTIMENTO
      *    DE MARKETING NA DATA DO ENCERRAMENTO.
       0223-REVOGAR-CONSENTIMENTO section.
           IF WS-CONTATO-DISPONIVEL = "N" THEN
               GO TO 0223-REVOGAR-CONSENTIMENTO-EXIT
           END-IF.
           MOVE LGP-CTT-CODCLI TO CONTATO-CODCLI.
           MOVE LGP-CTT-SEQ    TO CONTATO-SEQ.
           READ ARQ-CONTATO KEY IS CONTATO-CHAVE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-CONTATO <> 0 THEN
               GO TO 0223-REVOGAR-CONSENTIMENTO-EXIT
           END-IF.
           MOVE "N"                   TO CONTATO-CONSENTIMENTO.
           MOVE LGP-DATA-ENCERRAMENTO TO CONTATO-DATA-CONSENT.
           MOVE "LGPD"                TO CONTATO-ORIGEM-CONSENT.
           REWRITE CONTATO-REGISTRO.
           IF WS-RST-ACESS-CONTATO = 0 THEN
               MOVE "S" TO WS-REVOGADO
           END-IF.
       0223-REVOGAR-CONSENTIMENTO-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-LGP.
            IF  WS-TEL-LGP-CONFIRMAR <> "S"
            AND WS-TEL-LGP-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-LGPD
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-LGPD
            END-IF.
            DISPLAY TELA-CAD-LGPD-MSG.
       027-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       03-finalizar section.
           IF WS-ERRO-ABERTURA = 0 THEN
               CLOSE ARQ-LGPD
               IF WS-CONTATO-DISPONIVEL = "S" THEN
                   CLOSE ARQ-CONTATO
               END-IF
               IF WS-PROSPECT-DISPONIVEL = "S" THEN
                   CLOSE ARQ-PROSPECT
               END-IF
           END-IF.
       03-finalizar-exit. exit.
