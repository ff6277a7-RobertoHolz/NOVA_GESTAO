         copy 'select-arq-ausencia.cpy'.
         copy 'select-arq-recalq.cpy'.
         copy 'select-arq-rejq.cpy'.
         copy 'select-arq-matsaldo.cpy'.
         copy 'select-impresso.cpy'.

       data division.
         copy 'fd-arq-ausencia.cpy'.
         copy 'fd-arq-recalq.cpy'.
         copy 'fd-arq-rejq.cpy'.
         copy 'fd-arq-matsaldo.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
              05 WS-FIM-BUSCA-CLIVND  PIC 9(01) VALUE ZEROS.
              05 WS-QTDE-CLI-VND-DESATIVAR PIC 9(07) VALUE ZEROS.
              05 WS-QTDE-CLI-VND-DESAT-ED  PIC Z(6)9.
              05 WID-ARQ-MATSALDO     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MATSALDO PIC 9(02) VALUE ZEROS.
              05 WS-FIM-MATSALDO      PIC 9(01) VALUE ZEROS.
              05 WS-MAT-RECOLHER-UN   PIC S9(09) VALUE ZEROS.
              05 WS-MAT-RECOLHER-ITENS PIC 9(04) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-TELA-CAD-VND.
              05 WS-LOTE-CONFIRMAR          PIC X(01) VALUE SPACES.
              05 WS-LOTE-QTD-ALTERADOS      PIC 9(05) VALUE ZEROS.
              05 WS-LOTE-QTD-ALTERADOS-ED   PIC Z(4)9.
              05 WS-LOTE-QTD-PEDIDOS        PIC 9(05) VALUE ZEROS.
              05 WS-CAPACIDADE-ANT          PIC 9(005) VALUE ZEROS.
              05 WS-STATUS-ANT              PIC X(001) VALUE SPACES.
              05 WS-APV-ID-ED               PIC Z(6)9.
              05 WS-OPERADOR-ID             PIC X(10) VALUE SPACES.
              05 WS-OPERADOR-PERFIL         PIC X(01) VALUE SPACES.
              05 WS-TRAVA-REG.
                 VALUE ZEROS.
              05 WS-DISTANCIA-CALC          PIC 9(08)V9(03)
                 VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO         PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR   PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA      PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.

      *    TABELA DOS VENDEDORES ATUAIS PARA A ANALISE DE IMPACTO DE
      *    UM NOVO VENDEDOR: COORDENADAS PARA A COMPARACAO DE
              05 WS-AUD-IMAGEM-ANTES      PIC X(200) VALUE SPACES.
              05 WS-AUD-IMAGEM-DEPOIS     PIC X(200) VALUE SPACES.

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

           01 WS-VALIDACAO-CPF.
              05 WS-CPF-NUM               PIC 9(11).
              05 WS-CPF-DIGITOS REDEFINES WS-CPF-NUM.
                 10 WS-REJ-CPF            PIC ZZZZZZZZZZ9B.
                 10 WS-REJ-MOTIVO-DET     PIC X(40).

           01 WS-LOCALIZA-REGIAO-PRM.
              05 WS-LRG-FUNCAO            PIC X(01) VALUE SPACES.
              05 WS-LRG-LATITUDE          PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-LRG-LONGITUDE         PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-LRG-REGIAO            PIC 9(03) VALUE ZEROS.
              05 WS-LRG-RESULTADO         PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

          05 TELA-DADOS-CONFIRMAR-VND.
             10 LINE 15 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-VND-CONFIRMAR.

      *    SALDO DE MATERIAL PROMOCIONAL / AMOSTRAS AINDA EM PODER DO
      *    VENDEDOR, MOSTRADO NA DESATIVACAO PARA SER RECOLHIDO.
       01 TELA-MATERIAL-RECOLHER-VND.
          05 LINE 21 COL 20 VALUE "Material a recolher:".
          05 COLUMN PLUS 1 PIC Z(08)9 FROM WS-MAT-RECOLHER-UN.
          05 COLUMN PLUS 1 VALUE "unid. em".
          05 COLUMN PLUS 1 PIC ZZZ9 FROM WS-MAT-RECOLHER-ITENS.
          05 COLUMN PLUS 1 VALUE "itens".
       
       procedure division using LK-OPERADOR-ID.
       00-controle section.
                IF WS-RST-ACESS-REGIAO <> 0 THEN
                    MOVE "Regiao inexistente" TO WS-MSG-CAD-VND
                ELSE
                    PERFORM 021151-TESTAR-POLIGONO-REGIAO
                END-IF
            END-IF.
            DISPLAY TELA-CAD-VENDEDOR-MSG.
       02115-INFORMA-REGIAO-EXIT.
           EXIT.

      *    REGIAO COM POLIGONO DE FRONTEIRA (ARQ_REGVERT) SO ACEITA
      *    COORDENADAS DENTRO DELE; A MENSAGEM JA INDICA A REGIAO CUJO
      *    POLIGONO CONTEM O PONTO, QUANDO HOUVER. REGIAO SEM POLIGONO
      *    CONTINUA ACEITA SEM TESTE DE COORDENADA.
       021151-TESTAR-POLIGONO-REGIAO SECTION.
            MOVE "T"                  TO WS-LRG-FUNCAO.
            MOVE WS-TEL-VND-LATITUDE  TO WS-LRG-LATITUDE.
            MOVE WS-TEL-VND-LONGITUDE TO WS-LRG-LONGITUDE.
            MOVE WS-TEL-VND-REGIAO    TO WS-LRG-REGIAO.
            CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM.
            IF WS-LRG-RESULTADO NOT = "N" THEN
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-VND
                GO TO 021151-TESTAR-POLIGONO-REGIAO-EXIT
            END-IF.
            MOVE "L" TO WS-LRG-FUNCAO.
            CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM.
            IF WS-LRG-RESULTADO = "S" THEN
                MOVE SPACES TO WS-MSG-CAD-VND
                STRING "Fora do poligono; ponto na regiao "
                       DELIMITED BY SIZE
                       WS-LRG-REGIAO DELIMITED BY SIZE
                  INTO WS-MSG-CAD-VND
            ELSE
                MOVE "Coordenada fora do poligono da regiao" TO
                     WS-MSG-CAD-VND
            END-IF.
       021151-TESTAR-POLIGONO-REGIAO-EXIT.
           EXIT.

      *    EQUIPE DO VENDEDOR. ZERO SIGNIFICA SEM EQUIPE; CODIGO
      *    DIFERENTE DE ZERO TEM QUE EXISTIR NO CADASTRO DE EQUIPES
      *    (QUANDO O CADASTRO JA EXISTE).
                 MOVE VND-REGISTRO TO WS-AUD-IMAGEM-ANTES
                 MOVE VND-LATITUDE  TO WS-RECALC-LAT-ANT
                 MOVE VND-LONGITUDE TO WS-RECALC-LON-ANT
                 MOVE VND-CAPACIDADE TO WS-CAPACIDADE-ANT
                 MOVE VND-STATUS TO WS-STATUS-ANT
                 move ws-dados-tela-vnd to VND-REGISTRO
                 COMPUTE VND-VERSAO = WS-VERSAO-LIDA + 1
                 MOVE WS-OPERADOR-ID TO VND-OPERADOR
                 MOVE WS-TEL-VND-CEP TO VND-CEP
                 MOVE WS-TEL-VND-LOCALIDADE TO VND-LOCALIDADE
                 MOVE WS-TEL-VND-EQUIPE TO VND-EQUIPE
      *          VENDEDOR ADMITIDO PELO RH FICA PENDENTE ATE TER
      *          LOCALIZACAO E CAPACIDADE; COM AS DUAS PREENCHIDAS
      *          ELE PASSA A ATIVO E ENTRA NA DISTRIBUICAO.
                 IF  VND-STATUS-PENDENTE
                 AND VND-CAPACIDADE > 0
                 AND (VND-LATITUDE NOT = 0
                      OR VND-LONGITUDE NOT = 0) THEN
                     MOVE "A" TO VND-STATUS
                 END-IF
      *          REDUZIR A CAPACIDADE PODE TIRAR CLIENTES DO VENDEDOR
      *          NA PROXIMA DISTRIBUICAO: VAI PARA APROVACAO.
                 IF VND-CAPACIDADE < WS-CAPACIDADE-ANT THEN
                     MOVE "A" TO WS-APV-OPERACAO
                     MOVE "REDUCAO DE CAPACIDADE" TO WS-APV-RESUMO
                     PERFORM 0221-PEDIR-APROVACAO-VND
                 ELSE
                     PERFORM 0222-GRAVAR-ALTERACAO-VND
                 END-IF
             END-IF
             END-IF
             MOVE 'Opcao invalida' TO WS-MSG-CAD-VND
           END-EVALUATE.
        022-ALTERAR-VENDEDOR-exit. exit.

      *    ALTERACAO SENSIVEL: EM VEZ DE REGRAVAR, REGISTRA O PEDIDO
      *    COM AS IMAGENS ANTES (WS-AUD-IMAGEM-ANTES) E DEPOIS
      *    (VND-REGISTRO JA MONTADO) PARA A APROVACAO DE UM SEGUNDO
      *    OPERADOR (APROVA_ALTERACAO). O REGISTRO EM MEMORIA VOLTA A
      *    IMAGEM ANTES, POIS NADA FOI GRAVADO NO ARQUIVO.
       0221-PEDIR-APROVACAO-VND SECTION.
           MOVE "VND"               TO WS-APV-TIPO.
           MOVE VND-CODIGO          TO WS-APV-CHAVE.
           MOVE WS-OPERADOR-ID      TO WS-APV-REQUISITANTE.
           MOVE SPACES              TO WS-APV-EMPRESA.
           MOVE WS-AUD-IMAGEM-ANTES TO WS-APV-IMAGEM-ANTES.
           MOVE VND-REGISTRO        TO WS-APV-IMAGEM-DEPOIS.
           CALL 'REGISTRA_APROVACAO' USING WS-APROVACAO.
           IF WS-APV-OK = "S" THEN
               MOVE WS-APV-ID TO WS-APV-ID-ED
               MOVE SPACES TO WS-MSG-CAD-VND
               STRING "Enviado p/ aprovacao, pedido " DELIMITED BY
                         SIZE
                      WS-APV-ID-ED DELIMITED BY SIZE
                 INTO WS-MSG-CAD-VND
           ELSE
               MOVE "Erro ao registrar pedido de aprovacao" TO
                    WS-MSG-CAD-VND
           END-IF.
           MOVE WS-APV-IMAGEM-ANTES TO VND-REGISTRO.
           MOVE SPACES TO WS-AUD-IMAGEM-ANTES.
       0221-PEDIR-APROVACAO-VND-EXIT.
           EXIT.

       0222-GRAVAR-ALTERACAO-VND SECTION.
           REWRITE VND-REGISTRO.
           IF  WS-RST-ACESS-VND <> 0 THEN
               MOVE "ERRO REWRITE ARQ ARQVND" TO WS-MSG-1
               MOVE WS-RST-ACESS-VND TO WS-MSG-STATUS
           ELSE
               IF VND-STATUS-PENDENTE THEN
                   MOVE "Alterado; pendente sem localizacao" TO
                        WS-MSG-CAD-VND
               ELSE
                   MOVE "Vendedor alterado com sucesso" TO
                        WS-MSG-CAD-VND
               END-IF
               MOVE VND-REGISTRO TO WS-AUD-IMAGEM-DEPOIS
               MOVE "A"          TO WS-AUD-OPERACAO
               PERFORM 028-GRAVAR-AUDITORIA-VND
               IF VND-LATITUDE NOT = WS-RECALC-LAT-ANT
               OR VND-LONGITUDE NOT = WS-RECALC-LON-ANT
               OR VND-STATUS NOT = WS-STATUS-ANT THEN
                   PERFORM 0210-GRAVAR-FILA-RECALC
               END-IF
           END-IF.
       0222-GRAVAR-ALTERACAO-VND-EXIT.
           EXIT.
           
           
       023-EXCLUIR-VENDEDOR section.
      *    MESMO ASSIM, ATE ESSA PROXIMA RODADA RODAR, OS CLIENTES DO
      *    VENDEDOR FICAM SEM REDISTRIBUICAO IMEDIATA - POR ISSO O
      *    OPERADOR E AVISADO DA QUANTIDADE ANTES DE CONFIRMAR.
      *    O SALDO DE MATERIAL PROMOCIONAL EM PODER DO VENDEDOR
      *    TAMBEM E MOSTRADO, PARA SER RECOLHIDO (DEVOLUCAO NO
      *    CADASTRO_MATERIAL); A DESATIVACAO NAO ZERA O SALDO.
           IF VND-STATUS-INATIVO THEN
               MOVE "Vendedor ja esta inativo" TO WS-MSG-CAD-VND
           ELSE
               PERFORM 0231-CONTAR-CLIENTES-REFERENCIADOS
               PERFORM 0232-SOMAR-SALDO-MATERIAL
               IF WS-MAT-RECOLHER-ITENS > 0 THEN
                   DISPLAY TELA-MATERIAL-RECOLHER-VND
               END-IF
               IF WS-QTDE-CLI-VND-DESATIVAR > 0 THEN
                   MOVE WS-QTDE-CLI-VND-DESATIVAR TO
                        WS-QTDE-CLI-VND-DESAT-ED
                 MOVE "I" TO VND-STATUS
                 ADD 1 TO VND-VERSAO
                 MOVE WS-OPERADOR-ID TO VND-OPERADOR
      *          COM CARTEIRA ATIVA, A DESATIVACAO VAI PARA APROVACAO.
                 IF WS-QTDE-CLI-VND-DESATIVAR > 0 THEN
                     MOVE "E" TO WS-APV-OPERACAO
                     MOVE SPACES TO WS-APV-RESUMO
                     STRING "DESATIVACAO COM "  DELIMITED BY SIZE
                            WS-QTDE-CLI-VND-DESAT-ED
                                                DELIMITED BY SIZE
                            " CLIENTES"         DELIMITED BY SIZE
                       INTO WS-APV-RESUMO
                     PERFORM 0221-PEDIR-APROVACAO-VND
                 ELSE
                     REWRITE VND-REGISTRO
                     IF  WS-RST-ACESS-VND <> 0 THEN
                         MOVE "ERRO REWRITE ARQ ARQVND" TO WS-MSG-1
                         MOVE WS-RST-ACESS-VND TO WS-MSG-STATUS
                     ELSE
                         MOVE "Vendedor EXCLUIDO com sucesso" TO
                              WS-MSG-CAD-VND
                         MOVE VND-REGISTRO TO WS-AUD-IMAGEM-DEPOIS
                         MOVE "E"          TO WS-AUD-OPERACAO
                         PERFORM 028-GRAVAR-AUDITORIA-VND
                     END-IF
                 END-IF
               WHEN 'N'
                 MOVE "Exclusao nao realizada" TO WS-MSG-CAD-VND
       02311-COMPARAR-CLIVND-EXIT.
           EXIT.

      *    SOMA OS SALDOS POSITIVOS DE MATERIAL DO VENDEDOR NO
      *    ARQ_MATSALDO (CHAVE VENDEDOR + ITEM). SEM O ARQUIVO NAO HA
      *    MATERIAL A RECOLHER.
       0232-SOMAR-SALDO-MATERIAL section.
           MOVE 0 TO WS-MAT-RECOLHER-UN.
           MOVE 0 TO WS-MAT-RECOLHER-ITENS.
           MOVE "ARQ_MATSALDO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MATSALDO.
           OPEN INPUT ARQ-MATSALDO.
           IF  WS-RST-ACESS-MATSALDO <> 00
           AND WS-RST-ACESS-MATSALDO <> 05 THEN
               GO TO 0232-SOMAR-SALDO-MATERIAL-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-MATSALDO.
           MOVE WS-TEL-VND-CODIGO TO MSL-CODVND.
           MOVE 0                 TO MSL-CODMAT.
           START ARQ-MATSALDO KEY IS NOT LESS THAN MSL-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-MATSALDO
           END-START.
           IF WS-FIM-MATSALDO = 0 THEN
               READ ARQ-MATSALDO NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-MATSALDO
               END-READ
               PERFORM 02321-ACUMULAR-SALDO-MATERIAL
                 UNTIL WS-FIM-MATSALDO = 1
           END-IF.
           CLOSE ARQ-MATSALDO.
       0232-SOMAR-SALDO-MATERIAL-EXIT.
           EXIT.

       02321-ACUMULAR-SALDO-MATERIAL section.
           IF MSL-CODVND NOT = WS-TEL-VND-CODIGO THEN
               MOVE 1 TO WS-FIM-MATSALDO
               GO TO 02321-ACUMULAR-SALDO-MATERIAL-EXIT
           END-IF.
           IF MSL-SALDO > 0 THEN
               ADD MSL-SALDO TO WS-MAT-RECOLHER-UN
               ADD 1         TO WS-MAT-RECOLHER-ITENS
           END-IF.
           READ ARQ-MATSALDO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-MATSALDO
           END-READ.
       02321-ACUMULAR-SALDO-MATERIAL-EXIT.
           EXIT.

       025-REATIVAR-VENDEDOR section.
           MOVE VND-CODIGO         TO WS-TEL-VND-CODIGO.
           MOVE VND-CPF            TO WS-TEL-VND-CPF.

           IF VND-STATUS-ATIVO THEN
               MOVE "Vendedor ja esta ativo" TO WS-MSG-CAD-VND
           ELSE
           IF VND-STATUS-PENDENTE THEN
               MOVE "Pendente: complete local e capacidade" TO
                    WS-MSG-CAD-VND
           ELSE
               ACCEPT TELA-DADOS-CONFIRMAR-VND
               EVALUATE WS-TEL-VND-CONFIRMAR
               WHEN OTHER
                 MOVE 'Opcao invalida' TO WS-MSG-CAD-VND
               END-EVALUATE
           END-IF
           END-IF.
           MOVE SPACES TO ws-dados-tela-vnd.


       0261-EXECUTAR-LOTE-VENDEDOR SECTION.
           MOVE 0 TO WS-LOTE-QTD-ALTERADOS.
           MOVE 0 TO WS-LOTE-QTD-PEDIDOS.
           MOVE 0 TO WS-LOTE-FIM-BUSCA.
           MOVE LOW-VALUES TO VND-CODIGO.
           START ARQ-VENDEDOR KEY IS NOT LESS THAN VND-CODIGO
           END-START.
           PERFORM 02611-PROCESSAR-LOTE-VENDEDOR
             UNTIL WS-LOTE-FIM-BUSCA = 1.
           MOVE SPACES TO WS-MSG-CAD-VND.
           IF WS-LOTE-CAP-DESTINO < WS-LOTE-CAP-ORIGEM THEN
               MOVE WS-LOTE-QTD-PEDIDOS TO WS-LOTE-QTD-ALTERADOS-ED
               STRING "Pedidos de aprovacao gerados: " DELIMITED BY
                         SIZE
                      WS-LOTE-QTD-ALTERADOS-ED DELIMITED BY SIZE
                 INTO WS-MSG-CAD-VND
           ELSE
               MOVE WS-LOTE-QTD-ALTERADOS TO WS-LOTE-QTD-ALTERADOS-ED
               STRING "Vendedores alterados em lote: " DELIMITED BY
                         SIZE
                      WS-LOTE-QTD-ALTERADOS-ED         DELIMITED BY SIZE
                 INTO WS-MSG-CAD-VND
           END-IF.
       0261-EXECUTAR-LOTE-VENDEDOR-EXIT.
           EXIT.

                     MOVE WS-LOTE-CAP-DESTINO TO VND-CAPACIDADE
                     ADD 1 TO VND-VERSAO
                     MOVE WS-OPERADOR-ID TO VND-OPERADOR
      *              REDUCAO EM LOTE: UM PEDIDO DE APROVACAO POR
      *              VENDEDOR, NADA E REGRAVADO AQUI.
                     IF WS-LOTE-CAP-DESTINO < WS-LOTE-CAP-ORIGEM THEN
                         MOVE "L" TO WS-APV-OPERACAO
                         MOVE "REDUCAO DE CAPACIDADE EM LOTE" TO
                              WS-APV-RESUMO
                         PERFORM 0221-PEDIR-APROVACAO-VND
                         IF WS-APV-OK = "S" THEN
                             ADD 1 TO WS-LOTE-QTD-PEDIDOS
                         END-IF
                     ELSE
                         REWRITE VND-REGISTRO
                         IF WS-RST-ACESS-VND = 0 THEN
                             ADD 1 TO WS-LOTE-QTD-ALTERADOS
                             MOVE VND-REGISTRO TO WS-AUD-IMAGEM-DEPOIS
                             MOVE "L"          TO WS-AUD-OPERACAO
                             PERFORM 028-GRAVAR-AUDITORIA-VND
                         END-IF
                     END-IF
                 END-IF
           END-READ.
       027221-COMPARAR-VND-ATUAL-EXIT.
           EXIT.

      *    DISTANCIA RODOVIARIA PELA ROTINA COMUM CALCULA_DISTANCIA
      *    (A MESMA DO CALC_DISTRIBUICAO) ENTRE O CLIENTE CORRENTE E
      *    O PONTO EM WS-ANL-PONTO-LAT/WS-ANL-PONTO-LON.
       02723-CALCULAR-DISTANCIA-ANL SECTION.
           MOVE CLI-LATITUDE     TO WS-CDI-LAT-ORIGEM.
           MOVE CLI-LONGITUDE    TO WS-CDI-LON-ORIGEM.
           MOVE WS-ANL-PONTO-LAT TO WS-CDI-LAT-DESTINO.
           MOVE WS-ANL-PONTO-LON TO WS-CDI-LON-DESTINO.
           MOVE CLI-REGIAO       TO WS-CDI-REGIAO.
           MOVE "S"              TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       02723-CALCULAR-DISTANCIA-ANL-EXIT.
           EXIT.

