      *    EXTRATO DE CARTEIRA PARA O CAMPO: GERA UM ARQUIVO POR
      *    VENDEDOR (CARTEIRA_VND_<CODIGO>) COM OS CLIENTES ATIVOS DA
      *    CARTEIRA, O PRIMEIRO ENDERECO DE ENTREGA, O INDICADOR DE
      *    CREDITO BLOQUEADO, A DATA DA ULTIMA VISITA E SE O CLIENTE
      *    ESTA DEVIDO PARA A PESQUISA DE SATISFACAO (NPS), PARA O
      *    VENDEDOR TRABALHAR O DIA INTEIRO SEM ACESSO AO SISTEMA.
      *    O RETORNO DO CAMPO VOLTA PELO LOTE DE VISITAS DO
      *    REGISTRO_VISITA (OPCAO 4).
      *
      *    LAYOUT DO ARQUIVO GERADO (POSICIONAL):
      *      D + CODCLI(7) + RAZAO(40) + BLOQUEIO(1) + ULTVISITA(8)
      *          + PESQUISA NPS DEVIDA(1, S/N)
      *      E + ENDERECO LIVRE (LOGRADOURO, NUMERO - BAIRRO -
      *          MUNICIPIO/UF), QUANDO CADASTRADO
      *      S + CHAMADO(7) + CATEGORIA(2) + SEVERIDADE(1) +
      *          SITUACAO(1) + ABERTURA(8) + PRAZO(8) + DESCRICAO(52),
      *          UMA LINHA POR CHAMADO DE SAC EM ABERTO DO CLIENTE
      *      C + CAMPANHA(5) + DESCRICAO(40) + FIM(8) + QTDE(3),
      *          QUANDO O CLIENTE E ALVO DE CAMPANHA COMERCIAL VIGENTE
      *          (A PRIMEIRA PELO CODIGO; QTDE = CAMPANHAS VIGENTES)
      *      N + SEQUENCIA(3) + LINHA(1) + DATA(8) + CATEGORIA(1) +
      *          TEXTO(60), UMA LINHA POR LINHA PREENCHIDA DE CADA NOTA
      *          FIXADA E AINDA DENTRO DA VALIDADE (CADASTRO_NOTACLI)
       environment division.
       configuration section.
       input-output section.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-endereco.cpy'.
         copy 'select-arq-credbloq.cpy'.
         copy 'select-arq-sac.cpy'.
         copy 'select-arq-notacli.cpy'.
         copy 'select-impresso.cpy'.

       data division.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-endereco.cpy'.
         copy 'fd-arq-credbloq.cpy'.
         copy 'fd-arq-sac.cpy'.
         copy 'fd-arq-notacli.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
              05 WID-ARQ-CREDBLOQ     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CREDBLOQ PIC 9(02) VALUE ZEROS.
              05 WS-CREDBLOQ-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-SAC          PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-SAC     PIC 9(02) VALUE ZEROS.
              05 WS-SAC-DISPONIVEL    PIC X(01) VALUE "N".
              05 WS-FIM-SAC           PIC 9(01) VALUE ZEROS.
              05 WID-ARQ-NOTACLI      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-NOTACLI PIC 9(02) VALUE ZEROS.
              05 WS-NOTACLI-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-FIM-NOTAS         PIC 9(01) VALUE ZEROS.
              05 WS-IDX-LINHA-NOTA    PIC 9(01) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 WS-QTD-CLI-CART      PIC 9(05) VALUE ZEROS.
              05 WS-CODVND-CORRENTE   PIC 9(05) VALUE ZEROS.
              05 WS-CODVND-ED         PIC 9(05) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.

           01 WS-REG-CART-DETALHE.
              05 FILLER               PIC X(01) VALUE "D".
              05 WS-CART-RAZAO        PIC X(40).
              05 WS-CART-BLOQUEIO     PIC X(01).
              05 WS-CART-ULTVISITA    PIC 9(08).
              05 WS-CART-PESQUISA     PIC X(01).

           01 WS-REG-CART-ENDERECO.
              05 FILLER               PIC X(01) VALUE "E".
              05 WS-CART-ENDERECO     PIC X(79).

           01 WS-REG-CART-SAC.
              05 FILLER               PIC X(01) VALUE "S".
              05 WS-CART-SAC-NUMERO   PIC 9(07).
              05 WS-CART-SAC-CATEGORIA PIC X(02).
              05 WS-CART-SAC-SEVERIDADE PIC X(01).
              05 WS-CART-SAC-STATUS   PIC X(01).
              05 WS-CART-SAC-ABERTURA PIC 9(08).
              05 WS-CART-SAC-PRAZO    PIC 9(08).
              05 WS-CART-SAC-DESCRICAO PIC X(52).

           01 WS-REG-CART-CAMPANHA.
              05 FILLER               PIC X(01) VALUE "C".
              05 WS-CART-CMP-CODIGO   PIC 9(05).
              05 WS-CART-CMP-DESCRICAO PIC X(40).
              05 WS-CART-CMP-DATA-FIM PIC 9(08).
              05 WS-CART-CMP-QTDE     PIC 9(03).

           01 WS-REG-CART-NOTA.
              05 FILLER               PIC X(01) VALUE "N".
              05 WS-CART-NOTA-SEQ     PIC 9(03).
              05 WS-CART-NOTA-LINHA   PIC 9(01).
              05 WS-CART-NOTA-DATA    PIC 9(08).
              05 WS-CART-NOTA-CATEGORIA PIC X(01).
              05 WS-CART-NOTA-TEXTO   PIC X(60).

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
       01 TELA-CARTEIRA-EXP.
          05 VALUE "--- EXTRATO DE CARTEIRA PARA O CAMPO ---"
           ELSE
               MOVE "N" TO WS-CREDBLOQ-DISPONIVEL
           END-IF.
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

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-QTD-ARQUIVOS.
           IF ws-acao = 2 THEN
               DISPLAY TELA-CARTEIRA-EXP-VND
           IF WS-CREDBLOQ-DISPONIVEL = "S" THEN
               CLOSE ARQ-CREDBLOQ
           END-IF.
           IF WS-SAC-DISPONIVEL = "S" THEN
               CLOSE ARQ-SAC
           END-IF.
           IF WS-NOTACLI-DISPONIVEL = "S" THEN
               CLOSE ARQ-NOTACLI
           END-IF.
           MOVE "R" TO WS-LCP-FUNCAO.
           CALL 'LOCALIZA_CAMPANHA' USING WS-LOCALIZA-CAMPANHA-PRM.
           MOVE "R" TO WS-LNP-FUNCAO.
           CALL 'LOCALIZA_NPS' USING WS-LOCALIZA-NPS-PRM.

           MOVE WS-QTD-ARQUIVOS TO WS-QTD-ARQUIVOS-ED.
           MOVE SPACES TO WS-MSG-CART.
             INTO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.

      *    SO OS CLIENTES DO VENDEDOR SAO LIDOS, PELA CHAVE
      *    ALTERNATIVA CLI-CODVND.
           MOVE 0 TO WS-QTD-CLI-CART.
           MOVE 0 TO WS-FIM-ARQCLI.
           MOVE WS-CODVND-CORRENTE TO CLI-CODVND.
           START ARQ-CLIENTE KEY IS EQUAL CLI-CODVND
             INVALID KEY MOVE 1 TO WS-FIM-ARQCLI
           END-START.
           IF WS-FIM-ARQCLI = 0 THEN
           EXIT.

       0211-avaliar-cliente-cart section.
           IF CLI-CODVND NOT = WS-CODVND-CORRENTE THEN
               MOVE 1 TO WS-FIM-ARQCLI
               GO TO 0211-avaliar-cliente-cart-exit
           END-IF.
           IF CLI-STATUS-ATIVO THEN
               ADD 1 TO WS-QTD-CLI-CART
               MOVE CLI-CODIGO      TO WS-CART-CODCLI
               MOVE CLI-RAZAOSOCIAL TO WS-CART-RAZAO
               PERFORM 02111-indicador-bloqueio
               PERFORM 02112-ultima-visita
               MOVE WS-ULTIMA-VISITA TO WS-CART-ULTVISITA
               PERFORM 02116-indicador-pesquisa
               MOVE WS-REG-CART-DETALHE TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
               PERFORM 02113-linha-endereco
               PERFORM 02114-linhas-sac
               PERFORM 02115-linha-campanha
               PERFORM 02117-linhas-nota
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
           END-IF.
       02113-linha-endereco-exit.
           EXIT.

      *    CHAMADOS DE SAC AINDA NAO ENCERRADOS DO CLIENTE, PELA CHAVE
      *    ALTERNATIVA SAC-CODCLI, PARA O VENDEDOR CHEGAR SABENDO DA
      *    RECLAMACAO.
       02114-linhas-sac section.
           IF WS-SAC-DISPONIVEL = "N" THEN
               GO TO 02114-linhas-sac-exit
           END-IF.
           MOVE 0 TO WS-FIM-SAC.
           MOVE CLI-CODIGO TO SAC-CODCLI.
           START ARQ-SAC KEY IS EQUAL SAC-CODCLI
             INVALID KEY MOVE 1 TO WS-FIM-SAC
           END-START.
           PERFORM 021141-linha-chamado-sac
             UNTIL WS-FIM-SAC = 1.
       02114-linhas-sac-exit.
           EXIT.

       021141-linha-chamado-sac section.
           READ ARQ-SAC NEXT RECORD
             AT END MOVE 1 TO WS-FIM-SAC
           END-READ.
           IF WS-FIM-SAC = 1 THEN
               GO TO 021141-linha-chamado-sac-exit
           END-IF.
           IF SAC-CODCLI NOT = CLI-CODIGO THEN
               MOVE 1 TO WS-FIM-SAC
               GO TO 021141-linha-chamado-sac-exit
           END-IF.
           IF SAC-STATUS-PENDENTE THEN
               MOVE SAC-NUMERO        TO WS-CART-SAC-NUMERO
               MOVE SAC-CATEGORIA     TO WS-CART-SAC-CATEGORIA
               MOVE SAC-SEVERIDADE    TO WS-CART-SAC-SEVERIDADE
               MOVE SAC-STATUS        TO WS-CART-SAC-STATUS
               MOVE SAC-DATA-ABERTURA TO WS-CART-SAC-ABERTURA
               MOVE SAC-DATA-PRAZO    TO WS-CART-SAC-PRAZO
               MOVE SAC-DESCRICAO     TO WS-CART-SAC-DESCRICAO
               MOVE WS-REG-CART-SAC TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
       021141-linha-chamado-sac-exit.
           EXIT.

       02115-linha-campanha section.
           MOVE "L"          TO WS-LCP-FUNCAO.
           MOVE CLI-CODIGO   TO WS-LCP-CODCLI.
           MOVE WS-DATA-HOJE TO WS-LCP-DATA.
           CALL 'LOCALIZA_CAMPANHA' USING WS-LOCALIZA-CAMPANHA-PRM.
           IF WS-LCP-ACHOU = "S" THEN
               MOVE WS-LCP-CODCMP        TO WS-CART-CMP-CODIGO
               MOVE WS-LCP-DESCRICAO     TO WS-CART-CMP-DESCRICAO
               MOVE WS-LCP-DATA-FIM      TO WS-CART-CMP-DATA-FIM
               MOVE WS-LCP-QTD-CAMPANHAS TO WS-CART-CMP-QTDE
               MOVE WS-REG-CART-CAMPANHA TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
       02115-linha-campanha-exit.
           EXIT.

       02116-indicador-pesquisa section.
           MOVE "L"          TO WS-LNP-FUNCAO.
           MOVE CLI-CODIGO   TO WS-LNP-CODCLI.
           MOVE WS-DATA-HOJE TO WS-LNP-DATA-REF.
           CALL 'LOCALIZA_NPS' USING WS-LOCALIZA-NPS-PRM.
           MOVE WS-LNP-DEVIDO TO WS-CART-PESQUISA.
       02116-indicador-pesquisa-exit.
           EXIT.

      *    NOTAS FIXADAS E AINDA VALIDAS DO CLIENTE (VALIDADE ZERADA
      *    OU A PARTIR DE HOJE), PARA O VENDEDOR LER ANTES DA VISITA.
       02117-linhas-nota section.
           IF WS-NOTACLI-DISPONIVEL = "N" THEN
               GO TO 02117-linhas-nota-exit
           END-IF.
           MOVE 0 TO WS-FIM-NOTAS.
           MOVE CLI-CODIGO TO NOTA-CODCLI.
           MOVE 0 TO NOTA-SEQ.
           START ARQ-NOTACLI KEY IS GREATER THAN NOTA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-NOTAS
           END-START.
           PERFORM 021171-linha-nota-fixada
             UNTIL WS-FIM-NOTAS = 1.
       02117-linhas-nota-exit.
           EXIT.

       021171-linha-nota-fixada section.
           READ ARQ-NOTACLI NEXT RECORD
             AT END MOVE 1 TO WS-FIM-NOTAS
           END-READ.
           IF WS-FIM-NOTAS = 1 THEN
               GO TO 021171-linha-nota-fixada-exit
           END-IF.
           IF NOTA-CODCLI NOT = CLI-CODIGO THEN
               MOVE 1 TO WS-FIM-NOTAS
               GO TO 021171-linha-nota-fixada-exit
           END-IF.
           IF NOT NOTA-E-FIXADA THEN
               GO TO 021171-linha-nota-fixada-exit
           END-IF.
           IF  NOTA-VALIDADE NOT = 0
           AND NOTA-VALIDADE < WS-DATA-HOJE THEN
               GO TO 021171-linha-nota-fixada-exit
           END-IF.
           MOVE 1 TO WS-IDX-LINHA-NOTA.
           PERFORM 0211711-gravar-linha-nota
             UNTIL WS-IDX-LINHA-NOTA > 4.
       021171-linha-nota-fixada-exit.
           EXIT.

       0211711-gravar-linha-nota section.
           IF  WS-IDX-LINHA-NOTA > 1
           AND NOTA-LINHA(WS-IDX-LINHA-NOTA) = SPACES THEN
               GO TO 0211711-gravar-linha-nota-prox
           END-IF.
           MOVE NOTA-SEQ          TO WS-CART-NOTA-SEQ.
           MOVE WS-IDX-LINHA-NOTA TO WS-CART-NOTA-LINHA.
           MOVE NOTA-DATA         TO WS-CART-NOTA-DATA.
           MOVE NOTA-CATEGORIA    TO WS-CART-NOTA-CATEGORIA.
           MOVE NOTA-LINHA(WS-IDX-LINHA-NOTA) TO WS-CART-NOTA-TEXTO.
           MOVE WS-REG-CART-NOTA TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0211711-gravar-linha-nota-prox.
           ADD 1 TO WS-IDX-LINHA-NOTA.
       0211711-gravar-linha-nota-exit.
           EXIT.
