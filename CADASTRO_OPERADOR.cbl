      *    PERFIL). O PERFIL CONTROLA AS OPCOES DE MENU E AS ACOES
      *    SENSIVEIS: S = SUPERVISOR (TUDO, INCLUSIVE RESTAURACAO DE
      *    BACKUP E ALTERACOES EM LOTE), O = OPERADOR COMUM.
      *    A CONCESSAO DO PERFIL DE SUPERVISOR (INCLUSAO COM PERFIL S
      *    OU ALTERACAO PARA S) NAO E GRAVADA DIRETAMENTE: VIRA
      *    PEDIDO NA FILA DE APROVACAO (REGISTRA_APROVACAO), A SER
      *    DECIDIDO POR OUTRO SUPERVISOR. ENQUANTO NAO HOUVER OUTRO
      *    SUPERVISOR QUE POSSA DECIDIR, A CONCESSAO E DIRETA.
      *    A SENHA NUNCA E GRAVADA: SO O CODIGO SEM VOLTA DEVOLVIDO
      *    PELO CALCULA_HASH_SENHA. O TAMANHO MINIMO VEM DO PARAMETRO
      *    SENHA_TAM_MINIMO. A SENHA DE UM OPERADOR NOVO, OU A
      *    INFORMADA NA ALTERACAO (REDEFINICAO PELO SUPERVISOR), TEM
      *    DE SER TROCADA PELO PROPRIO OPERADOR NO PRIMEIRO LOGIN; A
      *    REDEFINICAO TAMBEM ZERA AS TENTATIVAS E DESBLOQUEIA O
      *    OPERADOR. NA ALTERACAO, SENHA EM BRANCO MANTEM A ATUAL.
       environment division.
       configuration section.
       input-output section.
              05 WS-RST-ACESS-OPREMP   PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-SESSAO    PIC X(10) VALUE SPACES.
              05 WS-TEL-OPE-EMPRESA    PIC 9(02) VALUE ZEROS.
              05 WS-PERFIL-ANT         PIC X(01) VALUE SPACES.
              05 WS-HA-SUPERVISOR      PIC X(01) VALUE "N".
              05 WS-FIM-BUSCA-SUPERV   PIC 9(01) VALUE ZEROS.
              05 WS-APV-ID-ED          PIC Z(6)9.
              05 WS-SENHA-OBRIGATORIA  PIC X(01) VALUE "S".
              05 WS-TAM-MINIMO-SENHA   PIC 9(02) VALUE 6.
              05 WS-TAM-SENHA          PIC 9(02) VALUE ZEROS.
              05 WS-QTD-ESPACOS        PIC 9(02) VALUE ZEROS.
              05 WS-TAM-MINIMO-ED      PIC Z9.
              05 WS-TEL-OPR-SITUACAO   PIC X(30) VALUE SPACES.
              05 WS-DATA-BLOQUEIO-ED   PIC 9999/99/99.
              05 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 WS-CALCULA-HASH-PRM.
                 10 WS-CHS-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-CHS-SENHA      PIC X(10) VALUE SPACES.
                 10 WS-CHS-HASH       PIC 9(18) VALUE ZEROS.

           01 WS-APROVACAO.
              05 WS-APV-TIPO              PIC X(03) VALUE SPACES.
              05 WS-APV-OPERACAO          PIC X(01) VALUE SPACES.
              05 WS-APV-CHAVE             PIC X(20) VALUE SPACES.
              05 WS-APV-RESUMO            PIC X(36) VALUE SPACES.
              05 WS-APV-REQUISITANTE      PIC X(10) VALUE SPACES.
              05 WS-APV-EMPRESA           PIC X(02) VALUE SPACES.
              05 WS-APV-IMAGEM-ANTES      PIC X(200) VALUE SPACES.
              05 WS-APV-IMAGEM-DEPOIS     PIC X(200) VALUE SPACES.
              05 WS-APV-ID                PIC 9(07) VALUE ZEROS.
              05 WS-APV-OK                PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01 TELA-CAD-OPR.
          05 TELA-DADOS-PERFIL-OPR.
             10 LINE 09 COL 20 VALUE "Perfil (S-Superv/O-Oper):".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-OPR-PERFIL.
          05 TELA-DADOS-SITUACAO-OPR.
             10 LINE 10 COL 20 VALUE "Situacao................:".
             10 COLUMN PLUS 2 PIC X(30) FROM WS-TEL-OPR-SITUACAO.
          05 TELA-DADOS-CONFIRMAR-OPR.
             10 LINE 11 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-OPR-CONFIRMAR.
       01-inicializar section.
           initialize ws-variaveis.
           ACCEPT WS-OPERADOR-SESSAO FROM ENVIRONMENT "OPERADOR_ID".
           MOVE 6 TO WS-TAM-MINIMO-SENHA.
           MOVE "SENHA_TAM_MINIMO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:2) IS NUMERIC THEN
               MOVE WS-PRM-VALOR(1:2) TO WS-TAM-MINIMO-SENHA
           END-IF.
           IF WS-TAM-MINIMO-SENHA > 10 THEN
               MOVE 10 TO WS-TAM-MINIMO-SENHA
           END-IF.
           MOVE "ARQ_OPERADOR" TO WID-ARQ-OPERADOR.
           OPEN I-O ARQ-OPERADOR.

       02-processar-exit. exit.

       021-INCLUIR-OPERADOR section.
           MOVE SPACES TO WS-TEL-OPR-SITUACAO.
           MOVE "S" TO WS-SENHA-OBRIGATORIA.
           DISPLAY TELA-DADOS-OPR-CORPO.
           PERFORM 0211-ACEITA-DADOS.

           EVALUATE WS-TEL-OPR-CONFIRMAR
           WHEN 'S'
             MOVE "N" TO WS-HA-SUPERVISOR
             IF WS-TEL-OPR-PERFIL = "S" THEN
                 PERFORM 025-VERIFICAR-SUPERVISOR
             END-IF
             MOVE WS-TEL-OPR-ID     TO OPR-ID
             MOVE WS-TEL-OPR-NOME   TO OPR-NOME
             MOVE WS-TEL-OPR-PERFIL TO OPR-PERFIL
             PERFORM 027-REDEFINIR-SENHA
             IF WS-HA-SUPERVISOR = "S" THEN
                 MOVE "I"    TO WS-APV-OPERACAO
                 MOVE SPACES TO WS-APV-IMAGEM-ANTES
                 MOVE "INCLUSAO COM PERFIL SUPERVISOR" TO
                      WS-APV-RESUMO
                 PERFORM 026-PEDIR-APROVACAO-OPR
             ELSE
                 WRITE OPR-REGISTRO
                 IF  WS-RST-ACESS-OPERADOR <> 0 THEN
                     MOVE "ERRO WRITE ARQ ARQOPERADOR" TO WS-MSG-1
                     MOVE WS-RST-ACESS-OPERADOR TO WS-MSG-STATUS
                 ELSE
                     MOVE "Operador incluido com sucesso" TO
                          WS-MSG-CAD-OPR
                 END-IF
             END-IF
           WHEN 'N'
             MOVE "Inclusao nao realizada" TO WS-MSG-CAD-OPR
       02111-INFORMA-NOME-EXIT.
           EXIT.

      *    O TAMANHO E CONTADO ATE O PRIMEIRO ESPACO; ESPACO NO MEIO
      *    DA SENHA NAO E ACEITO.
       02111-INFORMA-SENHA SECTION.
            ACCEPT  TELA-DADOS-SENHA-OPR.
            MOVE 0 TO WS-TAM-SENHA.
            MOVE 0 TO WS-QTD-ESPACOS.
            INSPECT WS-TEL-OPR-SENHA TALLYING WS-TAM-SENHA
                    FOR CHARACTERS BEFORE INITIAL SPACE.
            INSPECT WS-TEL-OPR-SENHA TALLYING WS-QTD-ESPACOS
                    FOR ALL SPACES.
            IF WS-TEL-OPR-SENHA EQUAL SPACES THEN
                IF WS-SENHA-OBRIGATORIA = "S" THEN
                    MOVE "Senha deve ser informada" TO WS-MSG-CAD-OPR
                ELSE
                    MOVE "OK" TO WS-PARAM-OK
                    MOVE SPACES TO WS-MSG-CAD-OPR
                END-IF
            ELSE
            IF WS-TAM-SENHA + WS-QTD-ESPACOS < 10 THEN
                MOVE "Senha nao pode conter espacos" TO
                     WS-MSG-CAD-OPR
            ELSE
            IF WS-TAM-SENHA < WS-TAM-MINIMO-SENHA THEN
                MOVE WS-TAM-MINIMO-SENHA TO WS-TAM-MINIMO-ED
                MOVE SPACES TO WS-MSG-CAD-OPR
                STRING "Senha deve ter no minimo " DELIMITED BY SIZE
                       WS-TAM-MINIMO-ED DELIMITED BY SIZE
                       " posicoes" DELIMITED BY SIZE
                  INTO WS-MSG-CAD-OPR
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-OPR
            END-IF
            END-IF
            END-IF.
            DISPLAY TELA-CAD-OPR-MSG.
       02111-INFORMA-SENHA-EXIT.
           EXIT.

       022-ALTERAR-OPERADOR section.
           MOVE OPR-REGISTRO TO WS-APV-IMAGEM-ANTES.
           MOVE OPR-PERFIL TO WS-PERFIL-ANT.
           MOVE OPR-NOME   TO WS-TEL-OPR-NOME.
           MOVE SPACES     TO WS-TEL-OPR-SENHA.
           MOVE OPR-PERFIL TO WS-TEL-OPR-PERFIL.
           PERFORM 028-MONTAR-SITUACAO.
           MOVE "N" TO WS-SENHA-OBRIGATORIA.

           DISPLAY TELA-DADOS-OPR-CORPO.
           PERFORM 0211-ACEITA-DADOS.

           EVALUATE WS-TEL-OPR-CONFIRMAR
           WHEN 'S'
             MOVE "N" TO WS-HA-SUPERVISOR
             IF  WS-TEL-OPR-PERFIL = "S"
             AND WS-PERFIL-ANT NOT = "S" THEN
                 PERFORM 025-VERIFICAR-SUPERVISOR
                 MOVE WS-APV-IMAGEM-ANTES TO OPR-REGISTRO
             END-IF
             MOVE WS-TEL-OPR-ID     TO OPR-ID
             MOVE WS-TEL-OPR-NOME   TO OPR-NOME
             MOVE WS-TEL-OPR-PERFIL TO OPR-PERFIL
             IF WS-TEL-OPR-SENHA NOT = SPACES THEN
                 PERFORM 027-REDEFINIR-SENHA
             END-IF
             IF WS-HA-SUPERVISOR = "S" THEN
                 MOVE "A" TO WS-APV-OPERACAO
                 MOVE "CONCESSAO DE PERFIL SUPERVISOR" TO
                      WS-APV-RESUMO
                 PERFORM 026-PEDIR-APROVACAO-OPR
             ELSE
                 REWRITE OPR-REGISTRO
                 IF  WS-RST-ACESS-OPERADOR <> 0 THEN
                     MOVE "ERRO REWRITE ARQ ARQOPERADOR" TO WS-MSG-1
                     MOVE WS-RST-ACESS-OPERADOR TO WS-MSG-STATUS
                 ELSE
                 IF WS-TEL-OPR-SENHA NOT = SPACES THEN
                     MOVE "Operador alterado, senha redefinida" TO
                          WS-MSG-CAD-OPR
                 ELSE
                     MOVE "Operador alterado com sucesso" TO
                          WS-MSG-CAD-OPR
                 END-IF
                 END-IF
             END-IF
           WHEN 'N'
             MOVE "Alteracao nao realizada" TO WS-MSG-CAD-OPR

       023-EXCLUIR-OPERADOR section.
           MOVE OPR-NOME   TO WS-TEL-OPR-NOME.
           MOVE SPACES     TO WS-TEL-OPR-SENHA.
           MOVE OPR-PERFIL TO WS-TEL-OPR-PERFIL.
           PERFORM 028-MONTAR-SITUACAO.
           DISPLAY TELA-DADOS-OPR-CORPO.

           ACCEPT TELA-DADOS-CONFIRMAR-OPR.
       024-AUTORIZAR-EMPRESA-EXIT.
           EXIT.

      *    PROCURA UM SUPERVISOR QUE POSSA DECIDIR O PEDIDO: NEM O
      *    OPERADOR DA SESSAO (REQUISITANTE) NEM O PROPRIO OPERADOR
      *    PROMOVIDO. SEM NENHUM, A CONCESSAO E GRAVADA DIRETAMENTE,
      *    SENAO NINGUEM CONSEGUIRIA APROVA-LA (PRIMEIROS
      *    SUPERVISORES DO CADASTRO).
       025-VERIFICAR-SUPERVISOR SECTION.
           MOVE "N" TO WS-HA-SUPERVISOR.
           MOVE 0 TO WS-FIM-BUSCA-SUPERV.
           MOVE LOW-VALUES TO OPR-ID.
           START ARQ-OPERADOR KEY IS NOT LESS THAN OPR-ID
             INVALID KEY MOVE 1 TO WS-FIM-BUSCA-SUPERV
           END-START.
           IF WS-FIM-BUSCA-SUPERV = 0 THEN
               READ ARQ-OPERADOR NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-BUSCA-SUPERV
               END-READ
               PERFORM 0251-EXAMINAR-SUPERVISOR
                 UNTIL WS-FIM-BUSCA-SUPERV = 1
                    OR WS-HA-SUPERVISOR = "S"
           END-IF.
       025-VERIFICAR-SUPERVISOR-EXIT.
           EXIT.

       0251-EXAMINAR-SUPERVISOR SECTION.
           IF  OPR-PERFIL-SUPERVISOR
           AND OPR-ID NOT = WS-OPERADOR-SESSAO
           AND OPR-ID NOT = WS-TEL-OPR-ID THEN
               MOVE "S" TO WS-HA-SUPERVISOR
           END-IF.
           READ ARQ-OPERADOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-BUSCA-SUPERV
           END-READ.
       0251-EXAMINAR-SUPERVISOR-EXIT.
           EXIT.

      *    CONCESSAO DE SUPERVISOR VAI PARA A FILA DE APROVACAO COM
      *    AS IMAGENS ANTES E DEPOIS; O CADASTRO DE OPERADORES E
      *    GLOBAL, ENTAO O PEDIDO VALE PARA TODAS AS EMPRESAS ("00").
       026-PEDIR-APROVACAO-OPR SECTION.
           MOVE "OPR"              TO WS-APV-TIPO.
           MOVE WS-TEL-OPR-ID      TO WS-APV-CHAVE.
           MOVE WS-OPERADOR-SESSAO TO WS-APV-REQUISITANTE.
           MOVE "00"               TO WS-APV-EMPRESA.
           MOVE OPR-REGISTRO       TO WS-APV-IMAGEM-DEPOIS.
           CALL 'REGISTRA_APROVACAO' USING WS-APROVACAO.
           IF WS-APV-OK = "S" THEN
               MOVE WS-APV-ID TO WS-APV-ID-ED
               MOVE SPACES TO WS-MSG-CAD-OPR
               STRING "Enviado p/ aprovacao, pedido " DELIMITED BY
                         SIZE
                      WS-APV-ID-ED DELIMITED BY SIZE
                 INTO WS-MSG-CAD-OPR
           ELSE
               MOVE "Erro ao registrar pedido de aprovacao" TO
                    WS-MSG-CAD-OPR
           END-IF.
       026-PEDIR-APROVACAO-OPR-EXIT.
           EXIT.

      *    GRAVA NO REGISTRO O CODIGO DA SENHA INFORMADA NA TELA, COM
      *    A TROCA OBRIGATORIA NO PROXIMO LOGIN, E LIMPA O BLOQUEIO.
       027-REDEFINIR-SENHA SECTION.
           MOVE WS-TEL-OPR-ID    TO WS-CHS-OPERADOR.
           MOVE WS-TEL-OPR-SENHA TO WS-CHS-SENHA.
           CALL 'CALCULA_HASH_SENHA' USING WS-CALCULA-HASH-PRM.
           MOVE SPACES TO WS-CHS-SENHA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-CHS-HASH  TO OPR-SENHA-HASH.
           MOVE WS-DATA-HOJE TO OPR-DATA-SENHA.
           MOVE "S"          TO OPR-TROCA-SENHA.
           MOVE 0            TO OPR-TENTATIVAS.
           MOVE "N"          TO OPR-BLOQUEADO.
           MOVE 0            TO OPR-DATA-BLOQUEIO.
       027-REDEFINIR-SENHA-EXIT.
           EXIT.

       028-MONTAR-SITUACAO SECTION.
           MOVE SPACES TO WS-TEL-OPR-SITUACAO.
           IF OPR-SITUACAO-BLOQUEADO THEN
               MOVE OPR-DATA-BLOQUEIO TO WS-DATA-BLOQUEIO-ED
               STRING "BLOQUEADO EM " DELIMITED BY SIZE
                      WS-DATA-BLOQUEIO-ED DELIMITED BY SIZE
                 INTO WS-TEL-OPR-SITUACAO
           ELSE
           IF OPR-TROCA-OBRIGATORIA THEN
               MOVE "ATIVO, TROCA DE SENHA PENDENTE" TO
                    WS-TEL-OPR-SITUACAO
           ELSE
               MOVE "ATIVO" TO WS-TEL-OPR-SITUACAO
           END-IF
           END-IF.
       028-MONTAR-SITUACAO-EXIT.
           EXIT.

       029-VERIFICAR-OPERADOR SECTION.
           MOVE WS-TEL-OPR-ID TO OPR-ID.
           READ ARQ-OPERADOR KEY IS OPR-ID INVALID KEY CONTINUE
