         copy 'select-arq-resvis.cpy'.
         copy 'select-arq-impvis.cpy'.
         copy 'select-arq-equipe.cpy'.
         copy 'select-arq-pedido.cpy'.
         copy 'select-arq-credbloq.cpy'.
         copy 'select-arq-endereco.cpy'.
         copy 'select-arq-concorr.cpy'.
         copy 'select-arq-cliconc.cpy'.
           SELECT ARQ-VISSEG
               ASSIGN TO WID-ARQ-VISSEG
               ORGANIZATION IS LINE SEQUENTIAL
         copy 'fd-arq-resvis.cpy'.
         copy 'fd-arq-impvis.cpy'.
         copy 'fd-arq-equipe.cpy'.
         copy 'fd-arq-pedido.cpy'.
         copy 'fd-arq-credbloq.cpy'.
         copy 'fd-arq-endereco.cpy'.
         copy 'fd-arq-concorr.cpy'.
         copy 'fd-arq-cliconc.cpy'.
       FD  ARQ-VISSEG
           LABEL RECORD IS STANDARD.
       01  VISSEG-LINHA                     PIC X(435).
              05 WID-ARQ-RESVIS       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RESVIS  PIC 9(02) VALUE ZEROS.
              05 WS-RESVIS-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-PEDIDO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-PEDIDO  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CREDBLOQ     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CREDBLOQ PIC 9(02) VALUE ZEROS.
              05 WS-CREDBLOQ-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-ENDERECO     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-ENDERECO PIC 9(02) VALUE ZEROS.
              05 WS-ENDERECO-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-CLI-BLOQUEADO     PIC X(01) VALUE "N".
              05 WS-PED-CODCLI        PIC 9(07) VALUE ZEROS.
              05 WS-PED-ENDR-PADRAO   PIC 9(03) VALUE ZEROS.
              05 WS-PED-FIM-SEQ       PIC 9(01) VALUE ZEROS.
              05 WS-QTD-IMP-PED       PIC 9(07) VALUE ZEROS.
              05 WS-QTD-IMP-PED-ED    PIC Z(6)9.
              05 WID-RESULT-SORT      PIC X(22) VALUE SPACES.
              05 WS-TEL-RES-ANOMES    PIC 9(06) VALUE ZEROS.
              05 WS-FIM-SORT-RES      PIC 9(01) VALUE ZEROS.
                 15 WS-TEL-VIS-LONGITUDE    PIC S9(003)V9(008)
                    VALUES ZEROS.
              05 WS-TEL-VIS-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 ws-dados-tela-pedido.
                 15 WS-TEL-PED-NUMERO       PIC X(015) VALUES SPACES.
                 15 WS-TEL-PED-VALOR        PIC 9(011)V9(002)
                    VALUES ZEROS.
                 15 WS-TEL-PED-ENTREGA      PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-PED-ENDR-SEQ     PIC 9(003) VALUES ZEROS.
              05 WS-TEL-NMARQUIVO           PIC X(40) VALUE SPACES.
              05 WS-TEL-DIAS-COBERTURA      PIC 9(03) VALUE 030.
              05 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
              05 WS-EQUIPE-DISPONIVEL       PIC X(01) VALUE "N".
              05 WS-COB-EQUIPE-ATUAL        PIC 9(03) VALUE ZEROS.
              05 WS-IDX-EQP                 PIC 9(03) VALUE ZEROS.
              05 WS-TEL-ENT-CODMAT          PIC 9(05) VALUE ZEROS.
              05 WS-TEL-ENT-QTDE            PIC 9(05) VALUE ZEROS.
              05 WS-IDX-ENT                 PIC 9(02) VALUE ZEROS.
              05 WS-ENT-POSICAO             PIC 9(02) VALUE ZEROS.
              05 WS-ENT-ERRO                PIC X(01) VALUE "N".
              05 WID-ARQ-CONCORR            PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CONCORR       PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CLICONC            PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLICONC       PIC 9(02) VALUE ZEROS.
              05 WS-CONCORRENCIA-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-TEL-OBS-CODCONC         PIC 9(03) VALUE ZEROS.
              05 WS-TEL-OBS-LINHA           PIC X(10) VALUE SPACES.
              05 WS-TEL-OBS-PART            PIC 9(03) VALUE ZEROS.
              05 WS-IDX-OBS                 PIC 9(02) VALUE ZEROS.
              05 WS-OBS-POSICAO             PIC 9(02) VALUE ZEROS.
              05 WS-OBS-ERRO                PIC X(01) VALUE "N".

      *    MATERIAL PROMOCIONAL / AMOSTRAS ENTREGUES AO CLIENTE NA
      *    VISITA CORRENTE; GRAVADOS NA RAZAO DO VENDEDOR
      *    (GRAVA_MOVMAT) DEPOIS QUE A VISITA E GRAVADA.
           01 WS-ENTREGAS-MATERIAL.
              05 WS-QTD-ENT-MAT        PIC 9(02) VALUE ZEROS.
              05 WS-ENT-MAT OCCURS 10 TIMES.
                 10 WS-ENT-CODMAT      PIC 9(05).
                 10 WS-ENT-QTDE        PIC 9(05).

      *    CONCORRENTES QUE O VENDEDOR VIU NO CLIENTE NA VISITA
      *    CORRENTE (CONCORRENTE + LINHA DE PRODUTO + PARTICIPACAO
      *    ESTIMADA); GRAVADOS NO ARQ_CLICONC DEPOIS DA VISITA.
           01 WS-OBSERVACOES-CONCORRENCIA.
              05 WS-QTD-OBS-CONC       PIC 9(02) VALUE ZEROS.
              05 WS-OBS-CONC OCCURS 10 TIMES.
                 10 WS-OBS-CODCONC     PIC 9(03).
                 10 WS-OBS-LINHA       PIC X(10).
                 10 WS-OBS-PART        PIC 9(03).

      *    CLIENTES DESCOBERTOS ACUMULADOS POR EQUIPE DE VENDAS
      *    (INDEXADOS PELO CODIGO DA EQUIPE), PARA O SUBTOTAL DOS
                    "Clientes descobertos...:".
                 10 WS-TOT-DESCOBERTOS-ED   PIC ZZZZZZ9.

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

           01 WS-GRAVAR-MOVMAT-PRM.
              05 WS-MVM-FUNCAO            PIC X(01) VALUE SPACES.
              05 WS-MVM-CODVND            PIC 9(05) VALUE ZEROS.
              05 WS-MVM-CODMAT            PIC 9(05) VALUE ZEROS.
              05 WS-MVM-TIPO              PIC X(01) VALUE SPACES.
              05 WS-MVM-QTDE              PIC S9(07) VALUE ZEROS.
              05 WS-MVM-CODCLI            PIC 9(07) VALUE ZEROS.
              05 WS-MVM-DATA              PIC 9(08) VALUE ZEROS.
              05 WS-MVM-OBSERVACAO        PIC X(30) VALUE SPACES.
              05 WS-MVM-OPERADOR          PIC X(10) VALUE SPACES.
              05 WS-MVM-SALDO             PIC S9(07) VALUE ZEROS.
              05 WS-MVM-RETORNO           PIC 9(02) VALUE ZEROS.
              05 WS-MVM-MENSAGEM          PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

             10 COLUMN PLUS 2 PIC s9(003)v9(008)
                USING WS-TEL-VIS-LONGITUDE.
          05 TELA-VISITA-CONFIRMAR.
             10 LINE 15 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-VIS-CONFIRMAR.

      *    MATERIAL ENTREGUE AO CLIENTE, UM ITEM POR VEZ (0=FIM).
       01 TELA-DADOS-MATERIAL.
          05 TELA-MATERIAL-CODIGO.
             10 LINE 05 COL 20 VALUE "Material entregue (0=fim):".
             10 COLUMN PLUS 1 PIC 9(05) USING WS-TEL-ENT-CODMAT.
          05 TELA-MATERIAL-QTDE.
             10 COLUMN PLUS 2 VALUE "Qtde:".
             10 COLUMN PLUS 1 PIC 9(05) USING WS-TEL-ENT-QTDE.

      *    CONCORRENTE PRESENTE NO CLIENTE, UM POR VEZ (0=FIM);
      *    PARTICIPACAO ZERO ANOTA QUE O CONCORRENTE SAIU DO CLIENTE.
       01 TELA-DADOS-CONCORRENCIA.
          05 TELA-CONCORRENCIA-CODIGO.
             10 LINE 04 COL 20 VALUE "Concorrente visto (0=fim):".
             10 COLUMN PLUS 1 PIC 9(03) USING WS-TEL-OBS-CODCONC.
          05 TELA-CONCORRENCIA-LINHA.
             10 COLUMN PLUS 2 VALUE "Linha:".
             10 COLUMN PLUS 1 PIC X(10) USING WS-TEL-OBS-LINHA.
          05 TELA-CONCORRENCIA-PART.
             10 COLUMN PLUS 1 VALUE "Part%:".
             10 COLUMN PLUS 1 PIC 9(03) USING WS-TEL-OBS-PART.

      *    DADOS DO PEDIDO, SO PEDIDOS QUANDO O RESULTADO E PV.
       01 TELA-DADOS-PEDIDO.
          05 TELA-PEDIDO-NUMERO.
             10 LINE 13 COL 20 VALUE "Pedido nr.:".
             10 COLUMN PLUS 1 PIC X(15) USING WS-TEL-PED-NUMERO.
          05 TELA-PEDIDO-VALOR.
             10 COLUMN PLUS 2 VALUE "Valor:".
             10 COLUMN PLUS 1 PIC ZZZZZZZZZZ9,99
                USING WS-TEL-PED-VALOR.
          05 TELA-PEDIDO-ENTREGA.
             10 LINE 14 COL 20
                VALUE "Entrega (AAAAMMDD, 0=a combinar):".
             10 COLUMN PLUS 1 PIC 9(08) USING WS-TEL-PED-ENTREGA.
          05 TELA-PEDIDO-ENDERECO.
             10 COLUMN PLUS 2 VALUE "End.:".
             10 COLUMN PLUS 1 PIC 9(03) USING WS-TEL-PED-ENDR-SEQ.

       01 TELA-RESULTADOS.
          05 TELA-RESULTADOS-ANOMES.
             10 LINE 06 COL 20 VALUE "Ano/mes (AAAAMM)........:".
           ELSE
               MOVE "N" TO WS-RESVIS-DISPONIVEL
           END-IF.

      *    ARQUIVO DE PEDIDOS DE VENDA (CLIENTE+DATA+SEQUENCIA),
      *    ALIMENTADO PELAS VISITAS COM RESULTADO PV; CRIADO VAZIO NA
      *    PRIMEIRA UTILIZACAO.
           MOVE "ARQ_PEDIDO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-PEDIDO.
           OPEN I-O ARQ-PEDIDO.
           IF WS-RST-ACESS-PEDIDO = 35 THEN
               OPEN OUTPUT ARQ-PEDIDO
               CLOSE ARQ-PEDIDO
               OPEN I-O ARQ-PEDIDO
           END-IF.
           IF  WS-RST-ACESS-PEDIDO <> 00
           AND WS-RST-ACESS-PEDIDO <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQPEDIDO" TO WS-MSG-1
               MOVE WS-RST-ACESS-PEDIDO TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-VISITA
               ACCEPT TELA-VISITA
           END-IF.

      *    BLOQUEIOS DE CREDITO E ENDERECOS DE ENTREGA SAO OPCIONAIS:
      *    SEM O ARQUIVO, NAO HA BLOQUEIO / ENDERECO PADRAO.
           MOVE "ARQ_CREDBLOQ" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CREDBLOQ.
           OPEN INPUT ARQ-CREDBLOQ.
           IF  WS-RST-ACESS-CREDBLOQ = 00
           OR  WS-RST-ACESS-CREDBLOQ = 05 THEN
               MOVE "S" TO WS-CREDBLOQ-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CREDBLOQ-DISPONIVEL
           END-IF.

           MOVE "ARQ_ENDERECO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-ENDERECO.
           OPEN INPUT ARQ-ENDERECO.
           IF  WS-RST-ACESS-ENDERECO = 00
           OR  WS-RST-ACESS-ENDERECO = 05 THEN
               MOVE "S" TO WS-ENDERECO-DISPONIVEL
           ELSE
               MOVE "N" TO WS-ENDERECO-DISPONIVEL
           END-IF.

      *    PESQUISA DE CONCORRENCIA: SO E FEITA QUANDO A TABELA DE
      *    CONCORRENTES (CADASTRO_CONCORRENTE) JA EXISTE. O ARQUIVO
      *    DE PRESENCA POR CLIENTE E CRIADO VAZIO NA PRIMEIRA
      *    UTILIZACAO; FALHA NELE SO DESLIGA A PESQUISA.
           MOVE "N" TO WS-CONCORRENCIA-DISPONIVEL.
           MOVE "ARQ_CONCORR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CONCORR.
           OPEN INPUT ARQ-CONCORR.
           IF  WS-RST-ACESS-CONCORR = 00
           OR  WS-RST-ACESS-CONCORR = 05 THEN
               MOVE "ARQ_CLICONC" TO WS-NAE-BASE
               CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
               MOVE WS-NAE-NOME TO WID-ARQ-CLICONC
               OPEN I-O ARQ-CLICONC
               IF WS-RST-ACESS-CLICONC = 35 THEN
                   OPEN OUTPUT ARQ-CLICONC
                   CLOSE ARQ-CLICONC
                   OPEN I-O ARQ-CLICONC
               END-IF
               IF  WS-RST-ACESS-CLICONC = 00
               OR  WS-RST-ACESS-CLICONC = 05 THEN
                   MOVE "S" TO WS-CONCORRENCIA-DISPONIVEL
               ELSE
                   CLOSE ARQ-CONCORR
               END-IF
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           MOVE ZEROS  TO WS-TEL-VIS-CODCLI.
           MOVE ZEROS  TO WS-TEL-VIS-CODVND.
           MOVE ZEROS  TO WS-TEL-VIS-DATA.
           INITIALIZE ws-dados-tela-pedido.
           DISPLAY TELA-DADOS-VISITA.

           MOVE " " TO WS-PARAM-OK.

           ACCEPT TELA-VISITA-OBSERVACAO.

      *    VISITA COM PEDIDO DE VENDA: NUMERO, VALOR, PREVISAO DE
      *    ENTREGA E ENDERECO DE ENTREGA (PADRAO: O PRIMEIRO ENDERECO
      *    DO CLIENTE NO ARQ_ENDERECO).
           IF WS-TEL-VIS-RESULTADO = "PV" THEN
               MOVE " " TO WS-PARAM-OK
               PERFORM 0216-INFORMA-PEDIDO
                 UNTIL WS-PARAM-OK EQUAL "OK"
           END-IF.

      *    POSICAO GPS ONDE A VISITA FOI REALMENTE FEITA, CAPTURADA
      *    DO RELATORIO DO APARELHO DO VENDEDOR. ZERO/ZERO SIGNIFICA
      *    SEM CAPTURA; O RELATORIO DE DESVIO GPS CONFERE DEPOIS A
           PERFORM 0215-INFORMA-GPS
             UNTIL WS-PARAM-OK EQUAL "OK".

      *    MATERIAL PROMOCIONAL E AMOSTRAS DEIXADOS COM O CLIENTE,
      *    BAIXADOS DO SALDO DO VENDEDOR QUANDO A VISITA E GRAVADA.
           MOVE 0 TO WS-QTD-ENT-MAT.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 021A-INFORMA-MATERIAL
             UNTIL WS-PARAM-OK EQUAL "OK".

      *    CONCORRENTES PRESENTES NO CLIENTE (NAO SE APLICA A
      *    PROSPECT), GRAVADOS NO ARQ_CLICONC COM A VISITA.
           MOVE 0 TO WS-QTD-OBS-CONC.
           IF  WS-CONCORRENCIA-DISPONIVEL = "S"
           AND WS-TEL-VIS-CODCLI < 9000001 THEN
               MOVE " " TO WS-PARAM-OK
               PERFORM 021B-INFORMA-CONCORRENTE
                 UNTIL WS-PARAM-OK EQUAL "OK"
           END-IF.

           MOVE " " TO WS-PARAM-OK.
           PERFORM 0214-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
                 MOVE WS-RST-ACESS-VISITA TO WS-MSG-STATUS
             ELSE
                 MOVE "Visita registrada com sucesso" TO WS-MSG-VISITA
                 PERFORM 025-CREDITAR-CAMPANHA
                 PERFORM 026-GRAVAR-ENTREGA-MATERIAL
                 IF WS-ENT-ERRO = "S" THEN
                     MOVE "Visita registrada; erro no material" TO
                          WS-MSG-VISITA
                 END-IF
                 PERFORM 027-GRAVAR-CONCORRENCIA
                 IF WS-OBS-ERRO = "S" THEN
                     MOVE "Visita registrada; erro concorrencia" TO
                          WS-MSG-VISITA
                 END-IF
                 IF VISITA-RESULTADO = "PV" THEN
                     MOVE WS-TEL-PED-NUMERO   TO PED-NUMERO
                     MOVE WS-TEL-PED-VALOR    TO PED-VALOR
                     MOVE WS-TEL-PED-ENTREGA  TO PED-DATA-ENTREGA
                     MOVE WS-TEL-PED-ENDR-SEQ TO PED-ENDR-SEQ
                     MOVE "T" TO PED-ORIGEM
                     PERFORM 0217-GRAVAR-PEDIDO
                     IF WS-RST-ACESS-PEDIDO <> 0 THEN
                         MOVE "ERRO WRITE ARQ ARQPEDIDO" TO WS-MSG-1
                         MOVE WS-RST-ACESS-PEDIDO TO WS-MSG-STATUS
                     ELSE
                         MOVE "Visita e pedido registrados" TO
                              WS-MSG-VISITA
                     END-IF
                 END-IF
             END-IF
           WHEN 'N'
             MOVE "Registro nao realizado" TO WS-MSG-VISITA
                MOVE SPACES TO WS-MSG-VISITA
            END-IF
            END-IF.
      *     CLIENTE COM CREDITO BLOQUEADO NAO ACEITA PEDIDO.
            IF  WS-PARAM-OK = "OK"
            AND WS-TEL-VIS-RESULTADO = "PV" THEN
                MOVE WS-TEL-VIS-CODCLI TO WS-PED-CODCLI
                PERFORM 0218-VERIFICAR-BLOQUEIO
                IF WS-CLI-BLOQUEADO = "S" THEN
                    MOVE " " TO WS-PARAM-OK
                    MOVE "Credito bloqueado: pedido nao aceito" TO
                         WS-MSG-VISITA
                END-IF
            END-IF.
            DISPLAY TELA-VISITA-MSG.
       0213-INFORMA-RESULTADO-EXIT.
           EXIT.
       0215-INFORMA-GPS-EXIT.
           EXIT.

       0216-INFORMA-PEDIDO SECTION.
            IF WS-TEL-PED-ENDR-SEQ = 0 THEN
                MOVE WS-TEL-VIS-CODCLI TO WS-PED-CODCLI
                PERFORM 0219-ENDERECO-PADRAO
                MOVE WS-PED-ENDR-PADRAO TO WS-TEL-PED-ENDR-SEQ
            END-IF.
            DISPLAY TELA-DADOS-PEDIDO.
            ACCEPT TELA-PEDIDO-NUMERO.
            ACCEPT TELA-PEDIDO-VALOR.
            ACCEPT TELA-PEDIDO-ENTREGA.
            ACCEPT TELA-PEDIDO-ENDERECO.
            IF WS-TEL-PED-VALOR = 0 THEN
                MOVE "Valor do pedido obrigatorio" TO WS-MSG-VISITA
            ELSE
            IF  WS-TEL-PED-ENTREGA <> 0
            AND WS-TEL-PED-ENTREGA < WS-TEL-VIS-DATA THEN
                MOVE "Entrega anterior a visita" TO WS-MSG-VISITA
            ELSE
                MOVE WS-TEL-VIS-CODCLI TO WS-PED-CODCLI
                PERFORM 02161-VERIFICAR-ENDERECO
                IF WS-RST-ACESS-ENDERECO <> 0 THEN
                    MOVE "Endereco de entrega inexistente" TO
                         WS-MSG-VISITA
                ELSE
                    MOVE "OK" TO WS-PARAM-OK
                    MOVE SPACES TO WS-MSG-VISITA
                END-IF
            END-IF
            END-IF.
            DISPLAY TELA-VISITA-MSG.
       0216-INFORMA-PEDIDO-EXIT.
           EXIT.

      *    GRAVA O PEDIDO DA VISITA CORRENTE (VISITA-REGISTRO JA
      *    GRAVADO); A SEQUENCIA E A PRIMEIRA LIVRE PARA O CLIENTE NA
      *    DATA (CHAVE DUPLICADA, STATUS 22, AVANCA A SEQUENCIA), DE
      *    MODO QUE VARIOS PEDIDOS NO MESMO DIA CONVIVEM.
      *    O ENDERECO DE ENTREGA INFORMADO TEM QUE SER UM DOS
      *    ENDERECOS DO CLIENTE (ZERO = SEM ENDERECO CADASTRADO).
       02161-VERIFICAR-ENDERECO SECTION.
           MOVE 0 TO WS-RST-ACESS-ENDERECO.
           IF  WS-TEL-PED-ENDR-SEQ <> 0
           AND WS-ENDERECO-DISPONIVEL = "S" THEN
               MOVE WS-PED-CODCLI       TO ENDR-CODCLI
               MOVE WS-TEL-PED-ENDR-SEQ TO ENDR-SEQ
               READ ARQ-ENDERECO KEY IS ENDR-CHAVE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
       02161-VERIFICAR-ENDERECO-EXIT.
           EXIT.

       0217-GRAVAR-PEDIDO SECTION.
           MOVE VISITA-CODCLI   TO PED-CODCLI.
           MOVE VISITA-DATA     TO PED-DATA.
           MOVE VISITA-CODVND   TO PED-CODVND.
           MOVE VISITA-HORA     TO PED-VISITA-HORA.
           MOVE "P"             TO PED-SITUACAO.
           MOVE 0               TO PED-DATA-EXPORTACAO.
           MOVE WS-OPERADOR-ID  TO PED-OPERADOR.
           MOVE 0 TO PED-SEQ.
           MOVE 0 TO WS-PED-FIM-SEQ.
           PERFORM 02171-PROCURAR-SEQ-LIVRE
             UNTIL WS-PED-FIM-SEQ = 1.
       0217-GRAVAR-PEDIDO-EXIT.
           EXIT.

       02171-PROCURAR-SEQ-LIVRE SECTION.
           ADD 1 TO PED-SEQ.
           WRITE PED-REGISTRO.
           IF WS-RST-ACESS-PEDIDO = 22 AND PED-SEQ < 999 THEN
               CONTINUE
           ELSE
               MOVE 1 TO WS-PED-FIM-SEQ
           END-IF.
       02171-PROCURAR-SEQ-LIVRE-EXIT.
           EXIT.

      *    CLIENTE PRESENTE NO ARQ_CREDBLOQ (BLOQUEIO DE CREDITO
      *    VINDO DO FINANCEIRO) NAO PODE TER PEDIDO REGISTRADO.
       0218-VERIFICAR-BLOQUEIO SECTION.
           MOVE "N" TO WS-CLI-BLOQUEADO.
           IF WS-CREDBLOQ-DISPONIVEL = "S" THEN
               MOVE WS-PED-CODCLI TO BLQ-CODCLI
               READ ARQ-CREDBLOQ KEY IS BLQ-CODCLI
                   INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-CREDBLOQ = 0 THEN
                   MOVE "S" TO WS-CLI-BLOQUEADO
               END-IF
           END-IF.
       0218-VERIFICAR-BLOQUEIO-EXIT.
           EXIT.

      *    ENDERECO DE ENTREGA PADRAO: O PRIMEIRO ENDERECO DO CLIENTE
      *    (MENOR SEQUENCIA) NO ARQ_ENDERECO; ZERO QUANDO NAO HA.
       0219-ENDERECO-PADRAO SECTION.
           MOVE 0 TO WS-PED-ENDR-PADRAO.
           IF WS-ENDERECO-DISPONIVEL = "N" THEN
               GO TO 0219-ENDERECO-PADRAO-EXIT
           END-IF.
           MOVE WS-PED-CODCLI TO ENDR-CODCLI.
           MOVE 0 TO ENDR-SEQ.
           START ARQ-ENDERECO KEY IS GREATER THAN ENDR-CHAVE
               INVALID KEY GO TO 0219-ENDERECO-PADRAO-EXIT
           END-START.
           READ ARQ-ENDERECO NEXT RECORD
               AT END GO TO 0219-ENDERECO-PADRAO-EXIT
           END-READ.
           IF ENDR-CODCLI = WS-PED-CODCLI THEN
               MOVE ENDR-SEQ TO WS-PED-ENDR-PADRAO
           END-IF.
       0219-ENDERECO-PADRAO-EXIT.
           EXIT.

      *    CADA ITEM E VALIDADO NA HORA CONTRA O CATALOGO E O SALDO
      *    DO VENDEDOR; O MESMO ITEM DIGITADO DE NOVO SOMA NA
      *    QUANTIDADE JA INFORMADA.
       021A-INFORMA-MATERIAL SECTION.
            MOVE 0 TO WS-TEL-ENT-CODMAT.
            MOVE 0 TO WS-TEL-ENT-QTDE.
            DISPLAY TELA-DADOS-MATERIAL.
            ACCEPT TELA-MATERIAL-CODIGO.
            IF WS-TEL-ENT-CODMAT = 0 THEN
                MOVE "OK" TO WS-PARAM-OK
                GO TO 021A-INFORMA-MATERIAL-EXIT
            END-IF.
            ACCEPT TELA-MATERIAL-QTDE.
            MOVE 0 TO WS-ENT-POSICAO.
            PERFORM 021A1-PROCURAR-ITEM
              VARYING WS-IDX-ENT FROM 1 BY 1
                UNTIL WS-IDX-ENT > WS-QTD-ENT-MAT.
            IF  WS-ENT-POSICAO = 0
            AND WS-QTD-ENT-MAT >= 10 THEN
                MOVE "Limite de 10 itens por visita" TO WS-MSG-VISITA
                MOVE "OK" TO WS-PARAM-OK
                DISPLAY TELA-VISITA-MSG
                GO TO 021A-INFORMA-MATERIAL-EXIT
            END-IF.
            MOVE "V"               TO WS-MVM-FUNCAO.
            MOVE WS-TEL-VIS-CODVND TO WS-MVM-CODVND.
            MOVE WS-TEL-ENT-CODMAT TO WS-MVM-CODMAT.
            MOVE "S"               TO WS-MVM-TIPO.
            MOVE WS-TEL-ENT-QTDE   TO WS-MVM-QTDE.
            IF WS-ENT-POSICAO > 0 THEN
                ADD WS-ENT-QTDE(WS-ENT-POSICAO) TO WS-MVM-QTDE
            END-IF.
            MOVE WS-TEL-VIS-CODCLI TO WS-MVM-CODCLI.
            MOVE WS-TEL-VIS-DATA   TO WS-MVM-DATA.
            MOVE SPACES            TO WS-MVM-OBSERVACAO.
            MOVE WS-OPERADOR-ID    TO WS-MVM-OPERADOR.
            CALL 'GRAVA_MOVMAT' USING WS-GRAVAR-MOVMAT-PRM.
            IF WS-MVM-RETORNO <> 0 THEN
                MOVE WS-MVM-MENSAGEM TO WS-MSG-VISITA
            ELSE
                IF WS-ENT-POSICAO = 0 THEN
                    ADD 1 TO WS-QTD-ENT-MAT
                    MOVE WS-QTD-ENT-MAT TO WS-ENT-POSICAO
                    MOVE WS-TEL-ENT-CODMAT TO
                         WS-ENT-CODMAT(WS-ENT-POSICAO)
                END-IF
                MOVE WS-MVM-QTDE TO WS-ENT-QTDE(WS-ENT-POSICAO)
                MOVE "Item anotado; proximo ou 0=fim" TO
                     WS-MSG-VISITA
            END-IF.
            DISPLAY TELA-VISITA-MSG.
       021A-INFORMA-MATERIAL-EXIT.
           EXIT.

       021A1-PROCURAR-ITEM SECTION.
           IF WS-ENT-CODMAT(WS-IDX-ENT) = WS-TEL-ENT-CODMAT THEN
               MOVE WS-IDX-ENT TO WS-ENT-POSICAO
           END-IF.
       021A1-PROCURAR-ITEM-EXIT.
           EXIT.

      *    O CONCORRENTE TEM QUE ESTAR CADASTRADO E ATIVO; O MESMO
      *    CONCORRENTE E LINHA DIGITADOS DE NOVO SUBSTITUEM A
      *    PARTICIPACAO JA INFORMADA NA VISITA.
       021B-INFORMA-CONCORRENTE SECTION.
            MOVE 0      TO WS-TEL-OBS-CODCONC.
            MOVE SPACES TO WS-TEL-OBS-LINHA.
            MOVE 0      TO WS-TEL-OBS-PART.
            DISPLAY TELA-DADOS-CONCORRENCIA.
            ACCEPT TELA-CONCORRENCIA-CODIGO.
            IF WS-TEL-OBS-CODCONC = 0 THEN
                MOVE "OK" TO WS-PARAM-OK
                GO TO 021B-INFORMA-CONCORRENTE-EXIT
            END-IF.
            MOVE WS-TEL-OBS-CODCONC TO CONC-CODIGO.
            READ ARQ-CONCORR KEY IS CONC-CODIGO INVALID KEY CONTINUE
            END-READ.
            IF WS-RST-ACESS-CONCORR <> 0 THEN
                MOVE "Concorrente nao cadastrado" TO WS-MSG-VISITA
                DISPLAY TELA-VISITA-MSG
                GO TO 021B-INFORMA-CONCORRENTE-EXIT
            END-IF.
            IF CONC-STATUS-INATIVO THEN
                MOVE "Concorrente inativo" TO WS-MSG-VISITA
                DISPLAY TELA-VISITA-MSG
                GO TO 021B-INFORMA-CONCORRENTE-EXIT
            END-IF.
            ACCEPT TELA-CONCORRENCIA-LINHA.
            ACCEPT TELA-CONCORRENCIA-PART.
            IF WS-TEL-OBS-LINHA = SPACES THEN
                MOVE "Linha de produto obrigatoria" TO WS-MSG-VISITA
                DISPLAY TELA-VISITA-MSG
                GO TO 021B-INFORMA-CONCORRENTE-EXIT
            END-IF.
            IF WS-TEL-OBS-PART > 100 THEN
                MOVE "Participacao maxima e 100%" TO WS-MSG-VISITA
                DISPLAY TELA-VISITA-MSG
                GO TO 021B-INFORMA-CONCORRENTE-EXIT
            END-IF.
            MOVE 0 TO WS-OBS-POSICAO.
            PERFORM 021B1-PROCURAR-OBSERVACAO
              VARYING WS-IDX-OBS FROM 1 BY 1
                UNTIL WS-IDX-OBS > WS-QTD-OBS-CONC.
            IF WS-OBS-POSICAO = 0 THEN
                IF WS-QTD-OBS-CONC >= 10 THEN
                    MOVE "Limite de 10 concorrentes por visita" TO
                         WS-MSG-VISITA
                    MOVE "OK" TO WS-PARAM-OK
                    DISPLAY TELA-VISITA-MSG
                    GO TO 021B-INFORMA-CONCORRENTE-EXIT
                END-IF
                ADD 1 TO WS-QTD-OBS-CONC
                MOVE WS-QTD-OBS-CONC TO WS-OBS-POSICAO
                MOVE WS-TEL-OBS-CODCONC TO
                     WS-OBS-CODCONC(WS-OBS-POSICAO)
                MOVE WS-TEL-OBS-LINHA TO WS-OBS-LINHA(WS-OBS-POSICAO)
            END-IF.
            MOVE WS-TEL-OBS-PART TO WS-OBS-PART(WS-OBS-POSICAO).
            MOVE "Concorrente anotado; proximo ou 0=fim" TO
                 WS-MSG-VISITA.
            DISPLAY TELA-VISITA-MSG.
       021B-INFORMA-CONCORRENTE-EXIT.
           EXIT.

       021B1-PROCURAR-OBSERVACAO SECTION.
           IF  WS-OBS-CODCONC(WS-IDX-OBS) = WS-TEL-OBS-CODCONC
           AND WS-OBS-LINHA(WS-IDX-OBS)   = WS-TEL-OBS-LINHA THEN
               MOVE WS-IDX-OBS TO WS-OBS-POSICAO
           END-IF.
       021B1-PROCURAR-OBSERVACAO-EXIT.
           EXIT.

       0214-INFORMA-CONFIRMAR SECTION.
            ACCEPT  TELA-VISITA-CONFIRMAR.
            IF  WS-TEL-VIS-CONFIRMAR <> "S"

           MOVE 0 TO WS-QTD-IMP-OK.
           MOVE 0 TO WS-QTD-IMP-REJ.
           MOVE 0 TO WS-QTD-IMP-PED.
           MOVE 0 TO WS-IMP-SEQ-HORA.
           READ ARQ-IMPVIS NEXT RECORD.
           PERFORM 0241-IMPORTAR-VISITA
           CLOSE ARQ-IMPVIS.
           MOVE WS-QTD-IMP-OK TO WS-QTD-IMP-OK-ED.
           MOVE SPACES TO WS-MSG-VISITA.
           MOVE WS-QTD-IMP-PED TO WS-QTD-IMP-PED-ED.
           STRING "Visitas importadas: " DELIMITED BY SIZE
                  WS-QTD-IMP-OK-ED       DELIMITED BY SIZE
                  " Ped:"                DELIMITED BY SIZE
                  WS-QTD-IMP-PED-ED      DELIMITED BY SIZE
             INTO WS-MSG-VISITA.
           DISPLAY TELA-VISITA-MSG.
       024-IMPORTAR-LOTE-EXIT.
                   PERFORM 02412-GRAVAR-REJEITO-VIS
               ELSE
                   ADD 1 TO WS-QTD-IMP-OK
                   PERFORM 025-CREDITAR-CAMPANHA
                   PERFORM 026-GRAVAR-ENTREGA-MATERIAL
                   IF WS-ENT-ERRO = "S" THEN
                       MOVE "Visita gravada; erro no material" TO
                            WS-IMP-MOTIVO
                       PERFORM 02412-GRAVAR-REJEITO-VIS
                   END-IF
                   IF  IMPVIS-RESULTADO = "PV"
                   AND WS-TEL-PED-VALOR > 0 THEN
                       MOVE IMPVIS-PED-NUMERO   TO PED-NUMERO
                       MOVE WS-TEL-PED-VALOR    TO PED-VALOR
                       MOVE WS-TEL-PED-ENTREGA  TO PED-DATA-ENTREGA
                       MOVE WS-TEL-PED-ENDR-SEQ TO PED-ENDR-SEQ
                       MOVE "L" TO PED-ORIGEM
                       PERFORM 0217-GRAVAR-PEDIDO
                       IF WS-RST-ACESS-PEDIDO <> 0 THEN
                           MOVE "Visita gravada; erro no pedido" TO
                                WS-IMP-MOTIVO
                           PERFORM 02412-GRAVAR-REJEITO-VIS
                       ELSE
                           ADD 1 TO WS-QTD-IMP-PED
                       END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM 02412-GRAVAR-REJEITO-VIS
       02411-VALIDAR-VISITA-IMP SECTION.
           MOVE "N" TO WS-IMP-VALIDO.
           MOVE SPACES TO WS-IMP-MOTIVO.
           MOVE 0 TO WS-QTD-ENT-MAT.

           MOVE IMPVIS-CODCLI TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO INVALID KEY CONTINUE
               GO TO 02411-VALIDAR-VISITA-IMP-EXIT
           END-IF.

      *    PEDIDO NO LOTE: OS CAMPOS DO PEDIDO VEM NA AREA FINAL DO
      *    REGISTRO; LOTES ANTIGOS (CAMPOS EM BRANCO) CONTINUAM
      *    ENTRANDO SO COMO VISITA.
           INITIALIZE ws-dados-tela-pedido.
           IF IMPVIS-RESULTADO = "PV" THEN
               MOVE IMPVIS-CODCLI TO WS-PED-CODCLI
               PERFORM 0218-VERIFICAR-BLOQUEIO
               IF WS-CLI-BLOQUEADO = "S" THEN
                   MOVE "Credito bloqueado: pedido nao aceito" TO
                        WS-IMP-MOTIVO
                   GO TO 02411-VALIDAR-VISITA-IMP-EXIT
               END-IF
               IF IMPVIS-PED-VALOR IS NUMERIC THEN
                   MOVE IMPVIS-PED-VALOR TO WS-TEL-PED-VALOR
               END-IF
               IF IMPVIS-PED-DATA-ENTREGA IS NUMERIC THEN
                   MOVE IMPVIS-PED-DATA-ENTREGA TO WS-TEL-PED-ENTREGA
               END-IF
               IF  WS-TEL-PED-ENTREGA <> 0
               AND WS-TEL-PED-ENTREGA < IMPVIS-DATA THEN
                   MOVE "Entrega anterior a visita" TO WS-IMP-MOTIVO
                   GO TO 02411-VALIDAR-VISITA-IMP-EXIT
               END-IF
               IF IMPVIS-PED-ENDR-SEQ IS NUMERIC THEN
                   MOVE IMPVIS-PED-ENDR-SEQ TO WS-TEL-PED-ENDR-SEQ
               END-IF
               IF WS-TEL-PED-ENDR-SEQ = 0 THEN
                   PERFORM 0219-ENDERECO-PADRAO
                   MOVE WS-PED-ENDR-PADRAO TO WS-TEL-PED-ENDR-SEQ
               ELSE
                   PERFORM 02161-VERIFICAR-ENDERECO
                   IF WS-RST-ACESS-ENDERECO <> 0 THEN
                       MOVE "Endereco de entrega inexistente" TO
                            WS-IMP-MOTIVO
                       GO TO 02411-VALIDAR-VISITA-IMP-EXIT
                   END-IF
               END-IF
           END-IF.

           IF IMPVIS-LATITUDE < -90
           OR IMPVIS-LATITUDE > 90
           OR IMPVIS-LONGITUDE < -180
               GO TO 02411-VALIDAR-VISITA-IMP-EXIT
           END-IF.

      *    MATERIAL ENTREGUE NA VISITA: A LINHA TODA E RECUSADA SE O
      *    ITEM NAO EXISTE OU O VENDEDOR NAO TEM SALDO, PARA A VISITA
      *    SER REENVIADA JA COM A ENTREGA CORRETA.
           IF  IMPVIS-MAT-CODIGO IS NUMERIC
           AND IMPVIS-MAT-CODIGO > 0 THEN
               IF IMPVIS-MAT-QTDE IS NOT NUMERIC
               OR IMPVIS-MAT-QTDE = 0 THEN
                   MOVE "Quantidade de material invalida" TO
                        WS-IMP-MOTIVO
                   GO TO 02411-VALIDAR-VISITA-IMP-EXIT
               END-IF
               MOVE "V"               TO WS-MVM-FUNCAO
               MOVE IMPVIS-CODVND     TO WS-MVM-CODVND
               MOVE IMPVIS-MAT-CODIGO TO WS-MVM-CODMAT
               MOVE "S"               TO WS-MVM-TIPO
               MOVE IMPVIS-MAT-QTDE   TO WS-MVM-QTDE
               MOVE IMPVIS-CODCLI     TO WS-MVM-CODCLI
               MOVE IMPVIS-DATA       TO WS-MVM-DATA
               MOVE SPACES            TO WS-MVM-OBSERVACAO
               MOVE WS-OPERADOR-ID    TO WS-MVM-OPERADOR
               CALL 'GRAVA_MOVMAT' USING WS-GRAVAR-MOVMAT-PRM
               IF WS-MVM-RETORNO <> 0 THEN
                   MOVE WS-MVM-MENSAGEM TO WS-IMP-MOTIVO
                   GO TO 02411-VALIDAR-VISITA-IMP-EXIT
               END-IF
               MOVE 1                 TO WS-QTD-ENT-MAT
               MOVE IMPVIS-MAT-CODIGO TO WS-ENT-CODMAT(1)
               MOVE IMPVIS-MAT-QTDE   TO WS-ENT-QTDE(1)
           END-IF.

           MOVE "S" TO WS-IMP-VALIDO.
       02411-VALIDAR-VISITA-IMP-EXIT.
           EXIT.
       022221-LINHA-EQUIPE-COB-EXIT.
           EXIT.

      *    VISITA GRAVADA (VISITA-REGISTRO) E CREDITADA EM TODAS AS
      *    CAMPANHAS VIGENTES NA DATA DA VISITA DAS QUAIS O CLIENTE E
      *    ALVO. SEM CAMPANHA, NADA ACONTECE.
       025-CREDITAR-CAMPANHA SECTION.
           MOVE "C"              TO WS-LCP-FUNCAO.
           MOVE VISITA-CODCLI    TO WS-LCP-CODCLI.
           MOVE VISITA-DATA      TO WS-LCP-DATA.
           MOVE VISITA-RESULTADO TO WS-LCP-RESULTADO-VISITA.
           CALL 'LOCALIZA_CAMPANHA' USING WS-LOCALIZA-CAMPANHA-PRM.
       025-CREDITAR-CAMPANHA-EXIT.
           EXIT.

      *    BAIXA DO SALDO DO VENDEDOR DOS ITENS ENTREGUES NA VISITA
      *    RECEM-GRAVADA (VISITA-REGISTRO), COM O CLIENTE NA RAZAO.
       026-GRAVAR-ENTREGA-MATERIAL SECTION.
           MOVE "N" TO WS-ENT-ERRO.
           PERFORM 0261-GRAVAR-ITEM-ENTREGA
             VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-QTD-ENT-MAT.
       026-GRAVAR-ENTREGA-MATERIAL-EXIT.
           EXIT.

       0261-GRAVAR-ITEM-ENTREGA SECTION.
           MOVE "G"                       TO WS-MVM-FUNCAO.
           MOVE VISITA-CODVND             TO WS-MVM-CODVND.
           MOVE WS-ENT-CODMAT(WS-IDX-ENT) TO WS-MVM-CODMAT.
           MOVE "S"                       TO WS-MVM-TIPO.
           MOVE WS-ENT-QTDE(WS-IDX-ENT)   TO WS-MVM-QTDE.
           MOVE VISITA-CODCLI             TO WS-MVM-CODCLI.
           MOVE VISITA-DATA               TO WS-MVM-DATA.
           MOVE "ENTREGA NA VISITA"       TO WS-MVM-OBSERVACAO.
           MOVE WS-OPERADOR-ID            TO WS-MVM-OPERADOR.
           CALL 'GRAVA_MOVMAT' USING WS-GRAVAR-MOVMAT-PRM.
           IF WS-MVM-RETORNO <> 0 THEN
               MOVE "S" TO WS-ENT-ERRO
           END-IF.
       0261-GRAVAR-ITEM-ENTREGA-EXIT.
           EXIT.

      *    PRESENCA DE CONCORRENTE ANOTADA NA VISITA RECEM-GRAVADA
      *    (VISITA-REGISTRO). A PRIMEIRA OBSERVACAO FICA COM A DATA
      *    MAIS ANTIGA JA VISTA; A ULTIMA SO AVANCA, DE MODO QUE UMA
      *    VISITA LANCADA COM ATRASO NAO SOBREPOE OBSERVACAO MAIS
      *    NOVA.
       027-GRAVAR-CONCORRENCIA SECTION.
           MOVE "N" TO WS-OBS-ERRO.
           PERFORM 0271-GRAVAR-OBSERVACAO
             VARYING WS-IDX-OBS FROM 1 BY 1
               UNTIL WS-IDX-OBS > WS-QTD-OBS-CONC.
       027-GRAVAR-CONCORRENCIA-EXIT.
           EXIT.

       0271-GRAVAR-OBSERVACAO SECTION.
           MOVE VISITA-CODCLI              TO CCO-CODCLI.
           MOVE WS-OBS-CODCONC(WS-IDX-OBS) TO CCO-CODCONC.
           MOVE WS-OBS-LINHA(WS-IDX-OBS)   TO CCO-LINHA.
           READ ARQ-CLICONC KEY IS CCO-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-CLICONC <> 0 THEN
               MOVE WS-OBS-PART(WS-IDX-OBS) TO CCO-PARTICIPACAO
               MOVE VISITA-DATA             TO CCO-DATA-PRIMEIRA
               MOVE VISITA-DATA             TO CCO-DATA-ULTIMA
               MOVE VISITA-CODVND           TO CCO-CODVND
               MOVE WS-OPERADOR-ID          TO CCO-OPERADOR
               WRITE CCO-REGISTRO
           ELSE
               IF VISITA-DATA < CCO-DATA-PRIMEIRA THEN
                   MOVE VISITA-DATA TO CCO-DATA-PRIMEIRA
               END-IF
               IF VISITA-DATA NOT < CCO-DATA-ULTIMA THEN
                   MOVE WS-OBS-PART(WS-IDX-OBS) TO CCO-PARTICIPACAO
                   MOVE VISITA-DATA             TO CCO-DATA-ULTIMA
                   MOVE VISITA-CODVND           TO CCO-CODVND
                   MOVE WS-OPERADOR-ID          TO CCO-OPERADOR
               END-IF
               REWRITE CCO-REGISTRO
           END-IF.
           IF WS-RST-ACESS-CLICONC <> 0 THEN
               MOVE "S" TO WS-OBS-ERRO
           END-IF.
       0271-GRAVAR-OBSERVACAO-EXIT.
           EXIT.

       03-finalizar section.
           MOVE "R" TO WS-LCP-FUNCAO.
           CALL 'LOCALIZA_CAMPANHA' USING WS-LOCALIZA-CAMPANHA-PRM.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-VISITA.
           CLOSE ARQ-PEDIDO.
           IF WS-RESVIS-DISPONIVEL = "S" THEN
               CLOSE ARQ-RESVIS
           END-IF.
           IF WS-CREDBLOQ-DISPONIVEL = "S" THEN
               CLOSE ARQ-CREDBLOQ
           END-IF.
           IF WS-ENDERECO-DISPONIVEL = "S" THEN
               CLOSE ARQ-ENDERECO
           END-IF.
           IF WS-PROSPECT-DISPONIVEL = "S" THEN
               CLOSE ARQ-PROSPECT
           END-IF.
           IF WS-CONCORRENCIA-DISPONIVEL = "S" THEN
               CLOSE ARQ-CONCORR
               CLOSE ARQ-CLICONC
           END-IF.
       03-finalizar-exit. exit.
