         copy 'select-arq-fatura.cpy'.
         copy 'select-arq-endereco.cpy'.
         copy 'select-arq-credbloq.cpy'.
         copy 'select-arq-sac.cpy'.
         copy 'select-arq-concorr.cpy'.
         copy 'select-arq-cliconc.cpy'.
         copy 'select-arq-notacli.cpy'.
           SELECT ARQ-HISTSEG
               ASSIGN TO WID-ARQ-HISTSEG
               ORGANIZATION IS LINE SEQUENTIAL
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-arq-endereco.cpy'.
         copy 'fd-arq-credbloq.cpy'.
         copy 'fd-arq-sac.cpy'.
         copy 'fd-arq-concorr.cpy'.
         copy 'fd-arq-cliconc.cpy'.
         copy 'fd-arq-notacli.cpy'.
       FD  ARQ-HISTSEG
           LABEL RECORD IS STANDARD.
       01  HISTSEG-LINHA                    PIC X(435).
              05 WS-QTD-PAGINAS        PIC 9(04) VALUE ZEROS.
              05 WS-TEL-NAV-CART       PIC X(01) VALUE SPACES.
              05 WS-DISTANCIA-CALC     PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO         PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR   PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA      PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.
              05 WS-TEL-CART-LINHA     PIC X(68) OCCURS 10 TIMES.
              05 WS-CART-LINHA-ED.
                 10 WS-CART-ED-CODIGO      PIC ZZZZZZ9B.
              05 WS-RST-ACESS-CREDBLOQ PIC 9(02) VALUE ZEROS.
              05 WS-CREDBLOQ-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-TEL-CLI-BLOQUEIO   PIC X(25) VALUE SPACES.
              05 WID-ARQ-SAC           PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-SAC      PIC 9(02) VALUE ZEROS.
              05 WS-SAC-DISPONIVEL     PIC X(01) VALUE "N".
              05 WS-FIM-SAC            PIC 9(01) VALUE ZEROS.
              05 WS-DATA-HOJE-SAC      PIC 9(08) VALUE ZEROS.
              05 WS-TEL-SAC-ABERTOS    PIC 9(03) VALUE ZEROS.
              05 WS-TEL-SAC-VENCIDOS   PIC 9(03) VALUE ZEROS.
              05 WID-ARQ-CONCORR       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CONCORR  PIC 9(02) VALUE ZEROS.
              05 WS-CONCORR-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-CLICONC       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLICONC  PIC 9(02) VALUE ZEROS.
              05 WS-CLICONC-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-FIM-CLICONC        PIC 9(01) VALUE ZEROS.
              05 WS-QTD-CLICONC        PIC 9(03) VALUE ZEROS.
              05 WS-QTD-CLICONC-TELA   PIC 9(02) VALUE ZEROS.
              05 WS-IDX-CLICONC        PIC 9(02) VALUE ZEROS.
              05 WS-TEL-CLI-CONCORR    PIC 9(03) VALUE ZEROS.
              05 WS-TEL-CCO-LINHA      PIC X(63) OCCURS 8 TIMES.
              05 WS-CCO-LINHA-ED.
                 10 WS-CCO-ED-CODCONC      PIC ZZ9B.
                 10 WS-CCO-ED-NOME         PIC X(20)B.
                 10 WS-CCO-ED-LINHA        PIC X(10)B.
                 10 WS-CCO-ED-PART         PIC ZZ9B.
                 10 WS-CCO-ED-PRIMEIRA     PIC 9(08)B.
                 10 WS-CCO-ED-ULTIMA       PIC 9(08)B.
                 10 WS-CCO-ED-CODVND       PIC ZZZZ9.
              05 WID-ARQ-NOTACLI       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-NOTACLI  PIC 9(02) VALUE ZEROS.
              05 WS-NOTACLI-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-FIM-NOTAS          PIC 9(01) VALUE ZEROS.
              05 WS-DATA-HOJE-NOTA     PIC 9(08) VALUE ZEROS.
              05 WS-TEL-QTD-NOTAS      PIC 9(03) VALUE ZEROS.
              05 WS-TEL-QTD-FIXADAS    PIC 9(03) VALUE ZEROS.
              05 WS-IDX-NOTA           PIC 9(02) VALUE ZEROS.
              05 WS-TEL-SEQ-NOTA       PIC 9(03) VALUE ZEROS.
              05 WS-TEL-NTA-LINHA      PIC X(57) OCCURS 4 TIMES.
              05 WS-TEL-NTA-TEXTO      PIC X(60) OCCURS 4 TIMES.
              05 WS-NTA-LINHA-ED.
                 10 WS-NTA-ED-SEQ          PIC ZZ9B.
                 10 WS-NTA-ED-DATA         PIC 9(08)B.
                 10 WS-NTA-ED-CAT          PIC X(01)B.
                 10 WS-NTA-ED-AUTOR        PIC X(10)B.
                 10 WS-NTA-ED-FIXADA       PIC X(01)B.
                 10 WS-NTA-ED-VALIDADE     PIC X(08)B.
                 10 WS-NTA-ED-TEXTO        PIC X(20).
              05 WID-ARQ-HISTSEG       PIC X(30) VALUE SPACES.
              05 WS-RST-ACESS-HISTSEG  PIC 9(02) VALUE ZEROS.
              05 WS-FIM-HISTSEG        PIC 9(01) VALUE ZEROS.

       01 TELA-CONSULTA-PRM.
          05 TELA-CONSULTA-PRM-TIPO.
             10 LINE 06 COL 20 VALUE "Tipo(C/V/H/J/R/P/G/T/D/K/N)...:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-TIPO.
          05 TELA-CONSULTA-PRM-CODIGO.
             10 LINE 08 COL 20 VALUE "Codigo........................:".
          05 LINE 17 COL 50 PIC X(25) FROM WS-TEL-CLI-BLOQUEIO
             HIGHLIGHT.

       01 TELA-RESULTADO-SAC.
          05 LINE 16 COL 50 VALUE "SAC abertos: ".
          05 COLUMN PLUS 1 PIC ZZ9 FROM WS-TEL-SAC-ABERTOS HIGHLIGHT.
          05 COLUMN PLUS 1 VALUE "Venc: ".
          05 COLUMN PLUS 1 PIC ZZ9 FROM WS-TEL-SAC-VENCIDOS HIGHLIGHT.

       01 TELA-RESULTADO-CONCORR.
          05 LINE 13 COL 50 VALUE "Concorr: ".
          05 COLUMN PLUS 1 PIC ZZ9 FROM WS-TEL-CLI-CONCORR.

      *    PRESENCA DE CONCORRENTES NO CLIENTE (ARQ_CLICONC), NA ORDEM
      *    DO CONCORRENTE E DA LINHA DE PRODUTO. PRT = PARTICIPACAO
      *    ESTIMADA NA ULTIMA OBSERVACAO (0 = CONCORRENTE SAIU).
       01 TELA-RESULTADO-CONC.
          05 LINE 10 COL 10 VALUE "-- CONCORRENCIA NO CLIENTE --".
          05 LINE 11 COL 10 VALUE
             "COD CONCORRENTE          LINHA      PRT PRIMEIRA ULTIMA".
          05 COLUMN PLUS 4 VALUE "VEND".
          05 LINE 12 COL 10 PIC X(63) FROM WS-TEL-CCO-LINHA(1).
          05 LINE 13 COL 10 PIC X(63) FROM WS-TEL-CCO-LINHA(2).
          05 LINE 14 COL 10 PIC X(63) FROM WS-TEL-CCO-LINHA(3).
          05 LINE 15 COL 10 PIC X(63) FROM WS-TEL-CCO-LINHA(4).
          05 LINE 16 COL 10 PIC X(63) FROM WS-TEL-CCO-LINHA(5).
          05 LINE 17 COL 10 PIC X(63) FROM WS-TEL-CCO-LINHA(6).
          05 LINE 18 COL 10 PIC X(63) FROM WS-TEL-CCO-LINHA(7).
          05 LINE 19 COL 10 PIC X(63) FROM WS-TEL-CCO-LINHA(8).

       01 TELA-RESULTADO-NOTAS-CLI.
          05 LINE 10 COL 50 VALUE "Notas: ".
          05 COLUMN PLUS 1 PIC ZZ9 FROM WS-TEL-QTD-NOTAS.
          05 COLUMN PLUS 1 VALUE "Fixadas: ".
          05 COLUMN PLUS 1 PIC ZZ9 FROM WS-TEL-QTD-FIXADAS HIGHLIGHT.

      *    NOTAS DATADAS DO CLIENTE, DA MAIS NOVA PARA A MAIS ANTIGA.
      *    C = CATEGORIA, F = FIXADA. O TEXTO COMPLETO (QUATRO LINHAS)
      *    DE QUALQUER NOTA SAI PELA SEQUENCIA.
       01 TELA-RESULTADO-NOTAS.
          05 LINE 10 COL 15 VALUE "-- NOTAS DO CLIENTE --".
          05 LINE 11 COL 15 VALUE
             "SEQ DATA     C AUTOR      F VALIDADE TEXTO".
          05 LINE 12 COL 15 PIC X(57) FROM WS-TEL-NTA-LINHA(1).
          05 LINE 13 COL 15 PIC X(57) FROM WS-TEL-NTA-LINHA(2).
          05 LINE 14 COL 15 PIC X(57) FROM WS-TEL-NTA-LINHA(3).
          05 LINE 15 COL 15 PIC X(57) FROM WS-TEL-NTA-LINHA(4).
          05 TELA-NOTAS-SEQ.
             10 LINE 16 COL 15 VALUE "Sequencia p/ texto (0=nao):".
             10 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-SEQ-NOTA.

       01 TELA-RESULTADO-NOTA-TEXTO.
          05 LINE 17 COL 15 PIC X(60) FROM WS-TEL-NTA-TEXTO(1).
          05 LINE 18 COL 15 PIC X(60) FROM WS-TEL-NTA-TEXTO(2).
          05 LINE 19 COL 15 PIC X(60) FROM WS-TEL-NTA-TEXTO(3).
          05 LINE 20 COL 15 PIC X(60) FROM WS-TEL-NTA-TEXTO(4).

       01 TELA-RESULTADO-ENDERECO.
          05 LINE 14 COL 50 VALUE "End: ".
          05 COLUMN PLUS 1 PIC X(24) FROM WS-TEL-END-LINHA-1.
               MOVE "N" TO WS-ENDERECO-DISPONIVEL
           END-IF.

      *    OS CHAMADOS DE SAC TAMBEM SAO OPCIONAIS; SEM O ARQUIVO A
      *    CONSULTA SEGUE SEM O RESUMO DE RECLAMACOES.
           MOVE "ARQ_SAC" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-SAC.
           OPEN INPUT ARQ-SAC.
           IF  WS-RST-ACESS-SAC = 00
           OR  WS-RST-ACESS-SAC = 05 THEN
               MOVE "S" TO WS-SAC-DISPONIVEL
           ELSE
               MOVE "N" TO WS-SAC-DISPONIVEL
           END-IF.

      *    A PESQUISA DE CONCORRENCIA (TABELA DE CONCORRENTES E
      *    PRESENCA POR CLIENTE, GRAVADA PELO REGISTRO_VISITA) TAMBEM
      *    E OPCIONAL.
           MOVE "ARQ_CONCORR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CONCORR.
           OPEN INPUT ARQ-CONCORR.
           IF  WS-RST-ACESS-CONCORR = 00
           OR  WS-RST-ACESS-CONCORR = 05 THEN
               MOVE "S" TO WS-CONCORR-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CONCORR-DISPONIVEL
           END-IF.
           MOVE "ARQ_CLICONC" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLICONC.
           OPEN INPUT ARQ-CLICONC.
           IF  WS-RST-ACESS-CLICONC = 00
           OR  WS-RST-ACESS-CLICONC = 05 THEN
               MOVE "S" TO WS-CLICONC-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CLICONC-DISPONIVEL
           END-IF.

      *    AS NOTAS DATADAS DO CLIENTE (CADASTRO_NOTACLI) TAMBEM SAO
      *    OPCIONAIS.
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

           MOVE "ARQ_HISTDIST" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-HISTDIST.
           ELSE
           IF WS-TEL-TIPO = "R" THEN
               PERFORM 027-CONSULTAR-POR-RAZAO
           ELSE
           IF WS-TEL-TIPO = "K" THEN
               MOVE " " TO WS-PARAM-OK
               PERFORM 021-INFORMA-CODIGO
                 UNTIL WS-PARAM-OK EQUAL "OK"
               PERFORM 02D-CONSULTAR-CONCORRENCIA
           ELSE
           IF WS-TEL-TIPO = "N" THEN
               MOVE " " TO WS-PARAM-OK
               PERFORM 021-INFORMA-CODIGO
                 UNTIL WS-PARAM-OK EQUAL "OK"
               PERFORM 02E-CONSULTAR-NOTAS
           ELSE
               MOVE " " TO WS-PARAM-OK
               PERFORM 021-INFORMA-CODIGO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           MOVE " " TO WS-PARAM-OK.
            AND WS-TEL-TIPO <> "G"
            AND WS-TEL-TIPO <> "T"
            AND WS-TEL-TIPO <> "D"
            AND WS-TEL-TIPO <> "K"
            AND WS-TEL-TIPO <> "N"
                MOVE "Tipo invalido" TO WS-MSG-CON
            ELSE
                MOVE "OK" TO WS-PARAM-OK
               MOVE CLI-STATUS      TO WS-TEL-CLI-STATUS
               DISPLAY TELA-RESULTADO-CLI
               PERFORM 0224-MOSTRAR-BLOQUEIO
               PERFORM 0225-MOSTRAR-SAC
               PERFORM 0226-MOSTRAR-CONCORRENCIA
               PERFORM 0227-MOSTRAR-NOTAS
               PERFORM 0222-MOSTRAR-FATURAMENTO
               PERFORM 0223-MOSTRAR-ENDERECO
               PERFORM 0221-MOSTRAR-CONTATOS
       0224-MOSTRAR-BLOQUEIO-EXIT.
           EXIT.

      *    CHAMADOS DE SAC AINDA NAO ENCERRADOS DO CLIENTE (PELA
      *    CHAVE ALTERNATIVA SAC-CODCLI) E QUANTOS DELES JA PASSARAM
      *    DO PRAZO, PARA O ATENDENTE SABER DA RECLAMACAO PENDENTE.
       0225-MOSTRAR-SAC SECTION.
           IF WS-SAC-DISPONIVEL = "N" THEN
               GO TO 0225-MOSTRAR-SAC-EXIT
           END-IF.
           MOVE 0 TO WS-TEL-SAC-ABERTOS.
           MOVE 0 TO WS-TEL-SAC-VENCIDOS.
           ACCEPT WS-DATA-HOJE-SAC FROM DATE YYYYMMDD.
           MOVE 0 TO WS-FIM-SAC.
           MOVE WS-TEL-CODIGO TO SAC-CODCLI.
           START ARQ-SAC KEY IS EQUAL SAC-CODCLI
             INVALID KEY MOVE 1 TO WS-FIM-SAC
           END-START.
           PERFORM 02251-CONTAR-CHAMADO-SAC
             UNTIL WS-FIM-SAC = 1.
           DISPLAY TELA-RESULTADO-SAC.
       0225-MOSTRAR-SAC-EXIT.
           EXIT.

       02251-CONTAR-CHAMADO-SAC SECTION.
           READ ARQ-SAC NEXT RECORD
             AT END MOVE 1 TO WS-FIM-SAC
           END-READ.
           IF WS-FIM-SAC = 1 THEN
               GO TO 02251-CONTAR-CHAMADO-SAC-EXIT
           END-IF.
           IF SAC-CODCLI NOT = WS-TEL-CODIGO THEN
               MOVE 1 TO WS-FIM-SAC
               GO TO 02251-CONTAR-CHAMADO-SAC-EXIT
           END-IF.
           IF SAC-STATUS-PENDENTE THEN
               ADD 1 TO WS-TEL-SAC-ABERTOS
               IF  SAC-DATA-PRAZO > 0
               AND SAC-DATA-PRAZO < WS-DATA-HOJE-SAC THEN
                   ADD 1 TO WS-TEL-SAC-VENCIDOS
               END-IF
           END-IF.
       02251-CONTAR-CHAMADO-SAC-EXIT.
           EXIT.

      *    QUANTOS CONCORRENTES AINDA ESTAO PRESENTES NO CLIENTE PELA
      *    ULTIMA OBSERVACAO DO CAMPO; O DETALHE SAI NA CONSULTA K.
       0226-MOSTRAR-CONCORRENCIA SECTION.
           IF WS-CLICONC-DISPONIVEL = "N" THEN
               GO TO 0226-MOSTRAR-CONCORRENCIA-EXIT
           END-IF.
           MOVE 0 TO WS-TEL-CLI-CONCORR.
           MOVE 0 TO WS-QTD-CLICONC.
           MOVE 0 TO WS-QTD-CLICONC-TELA.
           PERFORM 02D1-LER-CONCORRENCIA-CLI.
           DISPLAY TELA-RESULTADO-CONCORR.
       0226-MOSTRAR-CONCORRENCIA-EXIT.
           EXIT.

      *    QUANTAS NOTAS O CLIENTE TEM E QUANTAS ESTAO FIXADAS E
      *    AINDA DENTRO DA VALIDADE; O TEXTO SAI NA CONSULTA N.
       0227-MOSTRAR-NOTAS SECTION.
           IF WS-NOTACLI-DISPONIVEL = "N" THEN
               GO TO 0227-MOSTRAR-NOTAS-EXIT
           END-IF.
           PERFORM 02E1-LER-NOTAS-CLI.
           DISPLAY TELA-RESULTADO-NOTAS-CLI.
       0227-MOSTRAR-NOTAS-EXIT.
           EXIT.

      *    PRIMEIRO ENDERECO DE ENTREGA DO CLIENTE (MENOR SEQUENCIA
      *    DO ARQUIVO FILHO DE ENDERECOS), RESUMIDO EM DUAS LINHAS
      *    CURTAS AO LADO DOS DADOS PRINCIPAIS.
       028-CONSULTAR-CARTEIRA-EXIT.
           EXIT.

      *    A CARTEIRA E LIDA PELA CHAVE ALTERNATIVA CLI-CODVND: O
      *    START POSICIONA NO PRIMEIRO CLIENTE DO VENDEDOR E A LEITURA
      *    PARA QUANDO O CODIGO DE VENDEDOR MUDA.
       0281-CARREGAR-CARTEIRA SECTION.
           MOVE 0 TO WS-QTD-CARTEIRA.
           MOVE 0 TO WS-FIM-BUSCA-CART.
           MOVE VND-CODIGO TO CLI-CODVND.
           START ARQ-CLIENTE KEY IS EQUAL CLI-CODVND
             INVALID KEY MOVE 1 TO WS-FIM-BUSCA-CART
           END-START.
           IF WS-FIM-BUSCA-CART = 0 THEN
           EXIT.

       02811-AVALIAR-CLIENTE-CART SECTION.
           IF CLI-CODVND NOT = VND-CODIGO THEN
               MOVE 1 TO WS-FIM-BUSCA-CART
               GO TO 02811-AVALIAR-CLIENTE-CART-EXIT
           END-IF.
           ADD 1 TO WS-QTD-CARTEIRA.
           MOVE CLI-CODIGO TO WS-CART-CODIGO(WS-QTD-CARTEIRA).
           MOVE CLI-RAZAOSOCIAL TO WS-CART-RAZAO(WS-QTD-CARTEIRA).
           MOVE CLI-STATUS TO WS-CART-STATUS(WS-QTD-CARTEIRA).
           MOVE CLI-CODVND-MANUAL TO WS-CART-MANUAL(WS-QTD-CARTEIRA).
           PERFORM 02812-CALCULAR-DISTANCIA-CART.
           MOVE WS-DISTANCIA-CALC TO WS-CART-DISTANCIA(WS-QTD-CARTEIRA).
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-BUSCA-CART
             NOT AT END MOVE 0 TO WS-FIM-BUSCA-CART
       02811-AVALIAR-CLIENTE-CART-EXIT.
           EXIT.

      *    DISTANCIA RODOVIARIA PELA ROTINA COMUM CALCULA_DISTANCIA
      *    (A MESMA DO CALC_DISTRIBUICAO) ENTRE O CLIENTE CORRENTE E
      *    O VENDEDOR JA LIDO PELA CHAVE.
       02812-CALCULAR-DISTANCIA-CART SECTION.
           MOVE CLI-LATITUDE  TO WS-CDI-LAT-ORIGEM.
           MOVE CLI-LONGITUDE TO WS-CDI-LON-ORIGEM.
           MOVE VND-LATITUDE  TO WS-CDI-LAT-DESTINO.
           MOVE VND-LONGITUDE TO WS-CDI-LON-DESTINO.
           MOVE CLI-REGIAO    TO WS-CDI-REGIAO.
           MOVE "S"           TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       02812-CALCULAR-DISTANCIA-CART-EXIT.
           EXIT.

       02C-GERAR-DOSSIE-EXIT.
           EXIT.

      *    PRESENCA DE CONCORRENTES NO CLIENTE ANOTADA NAS VISITAS.
      *    CABEM OITO LINHAS NA TELA; O TOTAL VAI NA MENSAGEM.
       02D-CONSULTAR-CONCORRENCIA SECTION.
           MOVE WS-TEL-CODIGO TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RESULTADO-ACESSO NOT = 0 THEN
               MOVE "Cliente nao encontrado" TO WS-MSG-CON
               DISPLAY TELA-CONSULTA-MSG
               GO TO 02D-CONSULTAR-CONCORRENCIA-EXIT
           END-IF.
           MOVE 1 TO WS-IDX-CLICONC.
           PERFORM 02D2-LIMPAR-LINHA-CONC
             UNTIL WS-IDX-CLICONC > 8.
           MOVE 0 TO WS-TEL-CLI-CONCORR.
           MOVE 0 TO WS-QTD-CLICONC.
           MOVE 0 TO WS-QTD-CLICONC-TELA.
           IF WS-CLICONC-DISPONIVEL = "S" THEN
               PERFORM 02D1-LER-CONCORRENCIA-CLI
           END-IF.
           IF WS-QTD-CLICONC = 0 THEN
               MOVE "Sem concorrencia anotada no cliente" TO
                    WS-MSG-CON
           ELSE
               MOVE SPACES TO WS-MSG-CON
               STRING "Observacoes: "         DELIMITED BY SIZE
                      WS-QTD-CLICONC          DELIMITED BY SIZE
                      "  presentes: "         DELIMITED BY SIZE
                      WS-TEL-CLI-CONCORR      DELIMITED BY SIZE
                 INTO WS-MSG-CON
           END-IF.
           DISPLAY TELA-RESULTADO-CONC.
           DISPLAY TELA-CONSULTA-MSG.
       02D-CONSULTAR-CONCORRENCIA-EXIT.
           EXIT.

      *    PERCORRE AS OBSERVACOES DO CLIENTE, CONTANDO AS PRESENTES
      *    (PARTICIPACAO MAIOR QUE ZERO) E MONTANDO AS LINHAS DA TELA.
       02D1-LER-CONCORRENCIA-CLI SECTION.
           MOVE 0 TO WS-FIM-CLICONC.
           MOVE WS-TEL-CODIGO TO CCO-CODCLI.
           MOVE 0             TO CCO-CODCONC.
           MOVE SPACES        TO CCO-LINHA.
           START ARQ-CLICONC KEY IS NOT LESS THAN CCO-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-CLICONC
           END-START.
           PERFORM 02D11-ACUMULAR-CONCORRENCIA
             UNTIL WS-FIM-CLICONC = 1.
       02D1-LER-CONCORRENCIA-CLI-EXIT.
           EXIT.

       02D11-ACUMULAR-CONCORRENCIA SECTION.
           READ ARQ-CLICONC NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CLICONC
           END-READ.
           IF WS-FIM-CLICONC = 1 THEN
               GO TO 02D11-ACUMULAR-CONCORRENCIA-EXIT
           END-IF.
           IF CCO-CODCLI NOT = WS-TEL-CODIGO THEN
               MOVE 1 TO WS-FIM-CLICONC
               GO TO 02D11-ACUMULAR-CONCORRENCIA-EXIT
           END-IF.
           ADD 1 TO WS-QTD-CLICONC.
           IF NOT CCO-AUSENTE THEN
               ADD 1 TO WS-TEL-CLI-CONCORR
           END-IF.
           IF WS-QTD-CLICONC-TELA >= 8 THEN
               GO TO 02D11-ACUMULAR-CONCORRENCIA-EXIT
           END-IF.
           MOVE SPACES TO CONC-NOME.
           IF WS-CONCORR-DISPONIVEL = "S" THEN
               MOVE CCO-CODCONC TO CONC-CODIGO
               READ ARQ-CONCORR KEY IS CONC-CODIGO
                 INVALID KEY MOVE "** NAO CADASTRADO **" TO CONC-NOME
               END-READ
           END-IF.
           ADD 1 TO WS-QTD-CLICONC-TELA.
           MOVE CCO-CODCONC       TO WS-CCO-ED-CODCONC.
           MOVE CONC-NOME         TO WS-CCO-ED-NOME.
           MOVE CCO-LINHA         TO WS-CCO-ED-LINHA.
           MOVE CCO-PARTICIPACAO  TO WS-CCO-ED-PART.
           MOVE CCO-DATA-PRIMEIRA TO WS-CCO-ED-PRIMEIRA.
           MOVE CCO-DATA-ULTIMA   TO WS-CCO-ED-ULTIMA.
           MOVE CCO-CODVND        TO WS-CCO-ED-CODVND.
           MOVE WS-CCO-LINHA-ED   TO
                WS-TEL-CCO-LINHA(WS-QTD-CLICONC-TELA).
       02D11-ACUMULAR-CONCORRENCIA-EXIT.
           EXIT.

       02D2-LIMPAR-LINHA-CONC SECTION.
           MOVE SPACES TO WS-TEL-CCO-LINHA(WS-IDX-CLICONC).
           ADD 1 TO WS-IDX-CLICONC.
       02D2-LIMPAR-LINHA-CONC-EXIT.
           EXIT.

      *    NOTAS DATADAS DO CLIENTE: AS QUATRO MAIS RECENTES NA TELA
      *    E O TEXTO COMPLETO DE UMA DELAS PELA SEQUENCIA.
       02E-CONSULTAR-NOTAS SECTION.
           MOVE WS-TEL-CODIGO TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RESULTADO-ACESSO NOT = 0 THEN
               MOVE "Cliente nao encontrado" TO WS-MSG-CON
               DISPLAY TELA-CONSULTA-MSG
               GO TO 02E-CONSULTAR-NOTAS-EXIT
           END-IF.
           IF WS-NOTACLI-DISPONIVEL = "N" THEN
               MOVE "Sem notas cadastradas" TO WS-MSG-CON
               DISPLAY TELA-CONSULTA-MSG
               GO TO 02E-CONSULTAR-NOTAS-EXIT
           END-IF.
           PERFORM 02E1-LER-NOTAS-CLI.
           MOVE SPACES TO WS-MSG-CON.
           STRING "Notas: "              DELIMITED BY SIZE
                  WS-TEL-QTD-NOTAS       DELIMITED BY SIZE
                  "  fixadas vigentes: " DELIMITED BY SIZE
                  WS-TEL-QTD-FIXADAS     DELIMITED BY SIZE
             INTO WS-MSG-CON.
           DISPLAY TELA-RESULTADO-NOTAS.
           DISPLAY TELA-CONSULTA-MSG.
           IF WS-TEL-QTD-NOTAS = 0 THEN
               GO TO 02E-CONSULTAR-NOTAS-EXIT
           END-IF.
           MOVE 0 TO WS-TEL-SEQ-NOTA.
           ACCEPT TELA-NOTAS-SEQ.
           IF WS-TEL-SEQ-NOTA = 0 THEN
               GO TO 02E-CONSULTAR-NOTAS-EXIT
           END-IF.
           MOVE WS-TEL-CODIGO   TO NOTA-CODCLI.
           MOVE WS-TEL-SEQ-NOTA TO NOTA-SEQ.
           READ ARQ-NOTACLI KEY IS NOTA-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-NOTACLI NOT = 0 THEN
               MOVE "Nota nao encontrada" TO WS-MSG-CON
               DISPLAY TELA-CONSULTA-MSG
               GO TO 02E-CONSULTAR-NOTAS-EXIT
           END-IF.
           MOVE NOTA-LINHA(1) TO WS-TEL-NTA-TEXTO(1).
           MOVE NOTA-LINHA(2) TO WS-TEL-NTA-TEXTO(2).
           MOVE NOTA-LINHA(3) TO WS-TEL-NTA-TEXTO(3).
           MOVE NOTA-LINHA(4) TO WS-TEL-NTA-TEXTO(4).
           DISPLAY TELA-RESULTADO-NOTA-TEXTO.
       02E-CONSULTAR-NOTAS-EXIT.
           EXIT.

      *    PERCORRE AS NOTAS DO CLIENTE CONTANDO O TOTAL E AS FIXADAS
      *    VIGENTES (VALIDADE ZERADA OU AINDA NAO VENCIDA) E GUARDANDO
      *    AS QUATRO MAIS RECENTES, A MAIS NOVA NA PRIMEIRA LINHA.
       02E1-LER-NOTAS-CLI SECTION.
           MOVE 0 TO WS-TEL-QTD-NOTAS.
           MOVE 0 TO WS-TEL-QTD-FIXADAS.
           MOVE 1 TO WS-IDX-NOTA.
           PERFORM 02E2-LIMPAR-LINHA-NOTA
             UNTIL WS-IDX-NOTA > 4.
           ACCEPT WS-DATA-HOJE-NOTA FROM DATE YYYYMMDD.
           MOVE 0 TO WS-FIM-NOTAS.
           MOVE WS-TEL-CODIGO TO NOTA-CODCLI.
           MOVE 0             TO NOTA-SEQ.
           START ARQ-NOTACLI KEY IS GREATER THAN NOTA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-NOTAS
           END-START.
           PERFORM 02E11-ACUMULAR-NOTA
             UNTIL WS-FIM-NOTAS = 1.
       02E1-LER-NOTAS-CLI-EXIT.
           EXIT.

       02E11-ACUMULAR-NOTA SECTION.
           READ ARQ-NOTACLI NEXT RECORD
             AT END MOVE 1 TO WS-FIM-NOTAS
           END-READ.
           IF WS-FIM-NOTAS = 1 THEN
               GO TO 02E11-ACUMULAR-NOTA-EXIT
           END-IF.
           IF NOTA-CODCLI NOT = WS-TEL-CODIGO THEN
               MOVE 1 TO WS-FIM-NOTAS
               GO TO 02E11-ACUMULAR-NOTA-EXIT
           END-IF.
           ADD 1 TO WS-TEL-QTD-NOTAS.
           IF NOTA-E-FIXADA
           AND (NOTA-VALIDADE = 0
                OR NOTA-VALIDADE NOT < WS-DATA-HOJE-NOTA) THEN
               ADD 1 TO WS-TEL-QTD-FIXADAS
           END-IF.
           MOVE 4 TO WS-IDX-NOTA.
           PERFORM 02E3-DESCER-LINHA-NOTA
             UNTIL WS-IDX-NOTA < 2.
           MOVE SPACES         TO WS-NTA-LINHA-ED.
           MOVE NOTA-SEQ       TO WS-NTA-ED-SEQ.
           MOVE NOTA-DATA      TO WS-NTA-ED-DATA.
           MOVE NOTA-CATEGORIA TO WS-NTA-ED-CAT.
           MOVE NOTA-AUTOR     TO WS-NTA-ED-AUTOR.
           MOVE NOTA-FIXADA    TO WS-NTA-ED-FIXADA.
           IF NOTA-VALIDADE > 0 THEN
               MOVE NOTA-VALIDADE TO WS-NTA-ED-VALIDADE
           END-IF.
           MOVE NOTA-LINHA(1)  TO WS-NTA-ED-TEXTO.
           MOVE WS-NTA-LINHA-ED TO WS-TEL-NTA-LINHA(1).
       02E11-ACUMULAR-NOTA-EXIT.
           EXIT.

       02E2-LIMPAR-LINHA-NOTA SECTION.
           MOVE SPACES TO WS-TEL-NTA-LINHA(WS-IDX-NOTA).
           MOVE SPACES TO WS-TEL-NTA-TEXTO(WS-IDX-NOTA).
           ADD 1 TO WS-IDX-NOTA.
       02E2-LIMPAR-LINHA-NOTA-EXIT.
           EXIT.

       02E3-DESCER-LINHA-NOTA SECTION.
           MOVE WS-TEL-NTA-LINHA(WS-IDX-NOTA - 1) TO
                WS-TEL-NTA-LINHA(WS-IDX-NOTA).
           SUBTRACT 1 FROM WS-IDX-NOTA.
       02E3-DESCER-LINHA-NOTA-EXIT.
           EXIT.

       024-INFORMA-NOVA-CONSULTA SECTION.
            ACCEPT  TELA-NOVA-CONSULTA.
            IF  WS-TEL-NOVA-CONSULTA <> "S"
           IF WS-CREDBLOQ-DISPONIVEL = "S" THEN
               CLOSE ARQ-CREDBLOQ
           END-IF.
           IF WS-SAC-DISPONIVEL = "S" THEN
               CLOSE ARQ-SAC
           END-IF.
           IF WS-CONCORR-DISPONIVEL = "S" THEN
               CLOSE ARQ-CONCORR
           END-IF.
           IF WS-CLICONC-DISPONIVEL = "S" THEN
               CLOSE ARQ-CLICONC
           END-IF.
           IF WS-NOTACLI-DISPONIVEL = "S" THEN
               CLOSE ARQ-NOTACLI
           END-IF.
       03-finalizar-exit. exit.
