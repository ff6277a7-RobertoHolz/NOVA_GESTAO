         copy 'select-arq-regiao.cpy'.
         copy 'select-arq-arqmorto.cpy'.
         copy 'select-arq-recalq.cpy'.
         copy 'select-arq-vndprox.cpy'.
         copy 'select-arq-rejq.cpy'.
         copy 'select-impresso.cpy'.

         copy 'fd-arq-regiao.cpy'.
         copy 'fd-arq-arqmorto.cpy'.
         copy 'fd-arq-recalq.cpy'.
         copy 'fd-arq-vndprox.cpy'.
         copy 'fd-arq-rejq.cpy'.
         copy 'fd-impresso.cpy'.

                 15 WS-TEL-CTT-CARGO        PIC X(020) VALUES SPACES.
                 15 WS-TEL-CTT-TELEFONE     PIC X(015) VALUES SPACES.
                 15 WS-TEL-CTT-EMAIL        PIC X(040) VALUES SPACES.
                 15 WS-TEL-CTT-CONSENT      PIC X(001) VALUES SPACES.
                 15 WS-TEL-CTT-ORIGEM       PIC X(010) VALUES SPACES.
              05 WS-TEL-CTT-DATA-CONSENT    PIC 9(08) VALUE ZEROS.
              05 WS-CTT-CONSENT-ANTERIOR    PIC X(01) VALUE SPACES.
              05 WID-ARQ-ENDERECO     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-ENDERECO PIC 9(02) VALUE ZEROS.
              05 WS-EXISTE-ENDERECO   PIC 9(01) VALUE ZEROS.
                    SIGN IS LEADING SEPARATE CHARACTER.
                 10 WS-CSV-LONGITUDE  PIC S9(03)V9(08)
                    SIGN IS LEADING SEPARATE CHARACTER.
                 10 WS-CSV-SEGMENTO   PIC X(04).
              05 WS-NM-IMPRESSO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-NUMREG-REJEITADOS PIC 9(05) VALUE ZEROS.
              05 WS-TEL-CLI-CEP             pic 9(08) values zeros.
              05 WS-TEL-CLI-REGIAO          pic 9(03) values zeros.
              05 WS-TEL-CLI-LOCALIDADE      pic x(30) values spaces.
              05 WS-TEL-CLI-SEGMENTO        pic x(04) values spaces.
              05 WS-TEL-CLI-CONFIRMAR       pic x(01) value spaces.
              05 WS-TEL-NMARQUIVO           PIC X(40) VALUE SPACES.
              05 WS-NUMREG-IMPCLI           PIC 9(05) VALUE ZEROS.
              05 WS-AJUSTE-CODVND-ANTERIOR  PIC 9(005) VALUE ZEROS.
              05 WS-OPERADOR-ID             PIC X(10) VALUE SPACES.
              05 WS-OPERADOR-PERFIL         PIC X(01) VALUE SPACES.
              05 WS-TEL-CLI-MOTIVO-INAT     PIC X(02) VALUE SPACES.
              05 WS-TEL-CLI-MOTIVO-DESC     PIC X(30) VALUE SPACES.
              05 WS-TRAVA-REG.
                 10 WS-TRV-FUNCAO     PIC X(02) VALUE SPACES.
                 10 WS-TRV-OPERADOR   PIC X(10) VALUE SPACES.
              05 WS-PIC-IDX-MENOR     PIC 9(05) VALUE ZEROS.
              05 WS-PIC-POSICAO       PIC 9(02) VALUE ZEROS.
              05 WS-PIC-DIST-MENOR    PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-PIC-CACHE-OK      PIC X(01) VALUE "N".
              05 WID-ARQ-VNDPROX      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDPROX PIC 9(02) VALUE ZEROS.
              05 WS-VNDPROX-DISPONIVEL PIC X(01) VALUE "N".
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
              05 WS-TEL-PICK-LINHA    PIC X(70) OCCURS 10 TIMES.
              05 WS-PICK-LINHA-ED.
                 10 WS-PCK-ED-CODIGO       PIC ZZZZ9B.
                 10 WS-REJ-CNPJ           PIC ZZZZZZZZZZZZZ9B.
                 10 WS-REJ-MOTIVO-DET     PIC X(40).

           01 WS-LOCALIZA-REGIAO-PRM.
              05 WS-LRG-FUNCAO            PIC X(01) VALUE SPACES.
              05 WS-LRG-LATITUDE          PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-LRG-LONGITUDE         PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-LRG-REGIAO            PIC 9(03) VALUE ZEROS.
              05 WS-LRG-RESULTADO         PIC X(01) VALUE SPACES.

      *    MOTIVO DE INATIVACAO: VALIDADO CONTRA A TABELA DE MOTIVOS
      *    E GRAVADO PELA ROTINA COMUM A TODOS OS CAMINHOS QUE
      *    INATIVAM CLIENTE.
           01 WS-REGISTRA-MOTIVO-PRM.
              05 WS-MTV-FUNCAO            PIC X(01) VALUE SPACES.
              05 WS-MTV-CODCLI            PIC 9(07) VALUE ZEROS.
              05 WS-MTV-MOTIVO            PIC X(02) VALUE SPACES.
              05 WS-MTV-DATA              PIC 9(08) VALUE ZEROS.
              05 WS-MTV-OPERADOR          PIC X(10) VALUE SPACES.
              05 WS-MTV-ORIGEM            PIC X(01) VALUE SPACES.
              05 WS-MTV-DESCRICAO         PIC X(30) VALUE SPACES.
              05 WS-MTV-PERDA             PIC X(01) VALUE SPACES.
              05 WS-MTV-OK                PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

          "1-INCLUIR 2-ALTERAR 3-EXCLUIR 4-IMPORTAR 5-REATIVAR"
          LINE 17 COL 20.
          05 VALUE
          "6-LOTE 7-CONTATOS 8-ENDERECOS 0-NOTAS 9-VOLTAR"
          LINE 18 COL 20.
          05 TELA-CAD-CLIENTE-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
          05  TELA-LOTE-CONFIRMA.
              10 LINE 08 COLUMN 20 VALUE "Confirmar(S/N).........:".
              10 COLUMN PLUS 2 PIC X(01) USING WS-LOTE-CONFIRMAR.
       01 TELA-MOTIVO-INAT-CLI.
          05  TELA-MOTIVO-INAT-COD.
              10 LINE 17 COLUMN 20 VALUE "Motivo da inativacao....:".
              10 COLUMN PLUS 2 PIC X(02) USING WS-TEL-CLI-MOTIVO-INAT.
          05  TELA-MOTIVO-INAT-DESC.
              10 LINE 17 COLUMN 50 PIC X(30)
                 FROM WS-TEL-CLI-MOTIVO-DESC.
       01 TELA-ESCOLHA-VND.
          05 VALUE "-- VENDEDORES MAIS PROXIMOS DO CLIENTE --"
             BLANK SCREEN LINE 1 COL 20.
          05 TELA-CONTATO-EMAIL.
             10 LINE 12 COL 20 VALUE "E-mail..................:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-CTT-EMAIL.
          05 TELA-CONTATO-CONSENT.
             10 LINE 13 COL 20 VALUE "Aceita marketing (S/N)..:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-CTT-CONSENT.
          05 TELA-CONTATO-DATA-CONSENT.
             10 COLUMN PLUS 3 VALUE "Desde:".
             10 COLUMN PLUS 1 PIC 9999/99/99
                              FROM WS-TEL-CTT-DATA-CONSENT.
          05 TELA-CONTATO-ORIGEM.
             10 LINE 14 COL 20 VALUE "Origem do consentimento.:".
             10 COLUMN PLUS 2 PIC X(10) USING WS-TEL-CTT-ORIGEM.
       01 TELA-NOMES-PARECIDOS.
          05 VALUE "-- CLIENTES ATIVOS COM NOME PARECIDO --"
             BLANK SCREEN LINE 1 COL 20.
          05 TELA-DADOS-REGIAO-CLI.
             10 LINE 15 COL 20 VALUE "Regiao (0=nenhuma)......:".
             10 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-CLI-REGIAO.
          05 TELA-DADOS-SEGMENTO-CLI.
             10 LINE 15 COL 52 VALUE "Segmento CNAE:".
             10 COLUMN PLUS 2 PIC X(04) USING WS-TEL-CLI-SEGMENTO.
          05 TELA-DADOS-CONFIRMAR-CLI.
             10 LINE 16 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-CLI-CONFIRMAR.
               MOVE "N" TO WS-ARQMORTO-DISPONIVEL
           END-IF.

      *    O CACHE DE VENDEDORES MAIS PROXIMOS (MONTA_VNDPROX) E
      *    OPCIONAL: SEM ELE, A LISTA DE ESCOLHA DE VENDEDOR CALCULA
      *    AS DISTANCIAS NA HORA.
           MOVE "ARQ_VNDPROX" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDPROX.
           OPEN INPUT ARQ-VNDPROX.
           IF  WS-RST-ACESS-VNDPROX = 00
           OR  WS-RST-ACESS-VNDPROX = 05 THEN
               MOVE "S" TO WS-VNDPROX-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VNDPROX-DISPONIVEL
           END-IF.

      *    REGISTRO UNICO DE CONTROLE COM O ULTIMO CODIGO DE CLIENTE
      *    JA UTILIZADO, PARA A NUMERACAO AUTOMATICA EM
      *    0209-PROXIMO-CODIGO-CLIENTE NAO PRECISAR VARRER O ARQUIVO
                  MOVE "Cliente inexistente" TO WS-MSG-CAD-CLIENTE
              END-IF
           else
           if ws-acao = 0 then
              DISPLAY TELA-DADOS-CLIENTE-CH
              ACCEPT TELA-DADOS-COD-CLI
              perform 029-VERIFICAR-CLIENTE
              IF WS-EXISTE-CLIENTE = 1 THEN
                  PERFORM 0213-NOTAS-CLIENTE
              ELSE
                  MOVE "Cliente inexistente" TO WS-MSG-CAD-CLIENTE
              END-IF
           else
           if ws-acao = 9 then
              display "sair"
           else
           end-if
           end-if
           end-if
           end-if
           end-if.
       02-processar-exit. exit.
           
           MOVE "A" TO WS-TEL-CLI-STATUS.
           MOVE 1   TO WS-TEL-CLI-VERSAO.
           MOVE 0   TO WS-TEL-CLI-CEP.
           MOVE SPACES TO WS-TEL-CLI-SEGMENTO.
           DISPLAY TELA-DADOS-CLIENTE-CORPO.
           PERFORM 0211-ACEITA-DADOS.

             ACCEPT CLI-DATA-STATUS FROM DATE YYYYMMDD
             MOVE WS-TEL-CLI-CEP TO CLI-CEP
             MOVE WS-TEL-CLI-LOCALIDADE TO CLI-LOCALIDADE
             MOVE WS-TEL-CLI-SEGMENTO TO CLI-SEGMENTO
             write CLI-REGISTRO
             IF  WS-RESULTADO-ACESSO <> 0 THEN
                 MOVE "ERRO WRITE ARQ ARQCLI" TO WS-MSG-1
           PERFORM 02115-INFORMA-REGIAO
             UNTIL WS-PARAM-OK EQUAL "OK".

           MOVE " " TO WS-PARAM-OK.
           PERFORM 02116-INFORMA-SEGMENTO
             UNTIL WS-PARAM-OK EQUAL "OK".

           PERFORM 02118-AVISAR-NOME-PARECIDO.

           MOVE " " TO WS-PARAM-OK.

      *    99999 NO CAMPO ABRE A LISTA DOS VENDEDORES ATIVOS MAIS
      *    PROXIMOS DAS COORDENADAS RECEM-INFORMADAS DO CLIENTE
      *    (MESMA DISTANCIA DA DISTRIBUICAO), COM CARGA ATUAL E
      *    CAPACIDADE, E DEVOLVE O CODIGO ESCOLHIDO PARA O CAMPO -
      *    ACABANDO COM A CONSULTA AO RELATORIO IMPRESSO DE
      *    VENDEDORES NA HORA DE UMA ATRIBUICAO MANUAL.
            IF WS-RST-ACESS-VND <> 0 THEN
                MOVE "Vendedor inexistente" TO WS-MSG-CAD-CLIENTE
            ELSE
                IF NOT VND-STATUS-ATIVO THEN
                    MOVE "Vendedor inativo ou pendente" TO
                         WS-MSG-CAD-CLIENTE
                ELSE
                    MOVE "OK" TO WS-PARAM-OK
                    MOVE SPACES TO WS-MSG-CAD-CLIENTE
           EXIT.

       02117-ESCOLHER-VND-PROXIMO SECTION.
           PERFORM 021173-CARREGAR-VND-CACHE.
           IF WS-PIC-QTD-VND = 0 THEN
               PERFORM 021171-CARREGAR-VND-ESCOLHA
           END-IF.
           IF WS-PIC-QTD-VND = 0 THEN
               MOVE 0 TO WS-TEL-CLI-CODVND
               MOVE "Nenhum vendedor ativo cadastrado" TO
       0211711-GUARDAR-VND-ESCOLHA-EXIT.
           EXIT.

      *    DISTANCIA RODOVIARIA PELA ROTINA COMUM CALCULA_DISTANCIA
      *    (A MESMA DA DISTRIBUICAO), ENTRE AS COORDENADAS INFORMADAS
      *    NA TELA E O VENDEDOR RECEM-LIDO.
       0211712-CALCULAR-DIST-ESCOLHA SECTION.
           MOVE WS-TEL-CLI-LATITUDE  TO WS-CDI-LAT-ORIGEM.
           MOVE WS-TEL-CLI-LONGITUDE TO WS-CDI-LON-ORIGEM.
           MOVE VND-LATITUDE         TO WS-CDI-LAT-DESTINO.
           MOVE VND-LONGITUDE        TO WS-CDI-LON-DESTINO.
           MOVE WS-TEL-CLI-REGIAO    TO WS-CDI-REGIAO.
           MOVE "S"                  TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       0211712-CALCULAR-DIST-ESCOLHA-EXIT.
           EXIT.

      *    CLIENTE JA CADASTRADO, SEM MUDANCA DE COORDENADAS NEM DE
      *    REGIAO NA TELA: A LISTA VEM PRONTA DO CACHE DE VENDEDORES
      *    MAIS PROXIMOS. SE ALGUM VENDEDOR DA LISTA FOI INATIVADO
      *    OU EXCLUIDO DEPOIS DA MONTAGEM, O CACHE E IGNORADO E AS
      *    DISTANCIAS SAO CALCULADAS NA HORA (021171).
       021173-CARREGAR-VND-CACHE SECTION.
           MOVE 0 TO WS-PIC-QTD-VND.
           IF WS-VNDPROX-DISPONIVEL = "N"
           OR WS-TEL-CLI-CODIGO = 0 THEN
               GO TO 021173-CARREGAR-VND-CACHE-EXIT
           END-IF.
           MOVE WS-TEL-CLI-CODIGO TO PRX-CODCLI.
           READ ARQ-VNDPROX KEY IS PRX-CODCLI
             INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-VNDPROX NOT = 0 THEN
               GO TO 021173-CARREGAR-VND-CACHE-EXIT
           END-IF.
           IF PRX-LATITUDE  NOT = WS-TEL-CLI-LATITUDE
           OR PRX-LONGITUDE NOT = WS-TEL-CLI-LONGITUDE
           OR PRX-REGIAO    NOT = WS-TEL-CLI-REGIAO
           OR PRX-QTDE      = 0 THEN
               GO TO 021173-CARREGAR-VND-CACHE-EXIT
           END-IF.
           MOVE "S" TO WS-PIC-CACHE-OK.
           MOVE 1 TO WS-PIC-IDX.
           PERFORM 0211731-GUARDAR-VND-CACHE
             UNTIL WS-PIC-IDX > PRX-QTDE
                OR WS-PIC-CACHE-OK = "N".
           IF WS-PIC-CACHE-OK = "N" THEN
               MOVE 0 TO WS-PIC-QTD-VND
           END-IF.
       021173-CARREGAR-VND-CACHE-EXIT.
           EXIT.

       0211731-GUARDAR-VND-CACHE SECTION.
           MOVE PRX-CODVND(WS-PIC-IDX) TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-VND NOT = 0
           OR NOT VND-STATUS-ATIVO THEN
               MOVE "N" TO WS-PIC-CACHE-OK
           ELSE
               ADD 1 TO WS-PIC-QTD-VND
               MOVE VND-CODIGO TO WS-PIC-CODIGO(WS-PIC-QTD-VND)
               MOVE VND-NOME   TO WS-PIC-NOME(WS-PIC-QTD-VND)
               MOVE VND-QTDE-CLIENTES
                 TO WS-PIC-QTDE(WS-PIC-QTD-VND)
               MOVE VND-CAPACIDADE
                 TO WS-PIC-CAPAC(WS-PIC-QTD-VND)
               MOVE PRX-DISTANCIA(WS-PIC-IDX)
                 TO WS-PIC-DIST(WS-PIC-QTD-VND)
               MOVE "N" TO WS-PIC-USADO(WS-PIC-QTD-VND)
           END-IF.
           ADD 1 TO WS-PIC-IDX.
       0211731-GUARDAR-VND-CACHE-EXIT.
           EXIT.

      *    MONTA AS DEZ LINHAS DA LISTA ESCOLHENDO DEZ VEZES O MENOR
      *    AINDA NAO USADO (SELECAO DIRETA; DEZ PASSADAS BASTAM).
       021172-MONTAR-LISTA-PROXIMOS SECTION.
                IF WS-RST-ACESS-REGIAO <> 0 THEN
                    MOVE "Regiao inexistente" TO WS-MSG-CAD-CLIENTE
                ELSE
                    PERFORM 021151-TESTAR-POLIGONO-REGIAO
                END-IF
            END-IF.
            DISPLAY TELA-CAD-CLIENTE-MSG.
       02115-INFORMA-REGIAO-EXIT.
           EXIT.

      *    SEGMENTO DE ATIVIDADE DO CLIENTE: CLASSE CNAE (QUATRO
      *    PRIMEIROS DIGITOS DO CODIGO). EM BRANCO QUANDO AINDA NAO
      *    CONHECIDO - O RETORNO DO BUREAU NO CONCILIA_CNPJ PREENCHE.
      *    SEGMENTO COM VENDEDOR ESPECIALIZADO (ARQ_VNDSEG) RESTRINGE
      *    A DISTRIBUICAO AOS VENDEDORES QUALIFICADOS.
       02116-INFORMA-SEGMENTO SECTION.
            ACCEPT  TELA-DADOS-SEGMENTO-CLI.
            IF WS-TEL-CLI-SEGMENTO = SPACES
            OR WS-TEL-CLI-SEGMENTO IS NUMERIC THEN
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-CLIENTE
            ELSE
                MOVE "Segmento deve ter 4 digitos (CNAE)" TO
                     WS-MSG-CAD-CLIENTE
            END-IF.
            DISPLAY TELA-CAD-CLIENTE-MSG.
       02116-INFORMA-SEGMENTO-EXIT.
           EXIT.

      *    REGIAO COM POLIGONO DE FRONTEIRA (ARQ_REGVERT) SO ACEITA
      *    COORDENADAS DENTRO DELE; A MENSAGEM JA INDICA A REGIAO CUJO
      *    POLIGONO CONTEM O PONTO, QUANDO HOUVER. REGIAO SEM POLIGONO
      *    CONTINUA ACEITA SEM TESTE DE COORDENADA.
       021151-TESTAR-POLIGONO-REGIAO SECTION.
            MOVE "T"                  TO WS-LRG-FUNCAO.
            MOVE WS-TEL-CLI-LATITUDE  TO WS-LRG-LATITUDE.
            MOVE WS-TEL-CLI-LONGITUDE TO WS-LRG-LONGITUDE.
            MOVE WS-TEL-CLI-REGIAO    TO WS-LRG-REGIAO.
            CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM.
            IF WS-LRG-RESULTADO NOT = "N" THEN
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-CLIENTE
                GO TO 021151-TESTAR-POLIGONO-REGIAO-EXIT
            END-IF.
            MOVE "L" TO WS-LRG-FUNCAO.
            CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM.
            IF WS-LRG-RESULTADO = "S" THEN
                MOVE SPACES TO WS-MSG-CAD-CLIENTE
                STRING "Fora do poligono; ponto na regiao "
                       DELIMITED BY SIZE
                       WS-LRG-REGIAO DELIMITED BY SIZE
                  INTO WS-MSG-CAD-CLIENTE
            ELSE
                MOVE "Coordenada fora do poligono da regiao" TO
                     WS-MSG-CAD-CLIENTE
            END-IF.
       021151-TESTAR-POLIGONO-REGIAO-EXIT.
           EXIT.

       02111-INFORMA-CONFIRMAR SECTION.
            ACCEPT  TELA-DADOS-CONFIRMAR-CLI.
            IF  WS-TEL-CLI-CONFIRMAR <> "S" 
           MOVE CLI-REGIAO TO WS-TEL-CLI-REGIAO.
           MOVE CLI-CEP    TO WS-TEL-CLI-CEP.
           MOVE CLI-LOCALIDADE TO WS-TEL-CLI-LOCALIDADE.
           MOVE CLI-SEGMENTO TO WS-TEL-CLI-SEGMENTO.
           MOVE CLI-VERSAO TO WS-VERSAO-LIDA.

           DISPLAY TELA-DADOS-CLIENTE-CORPO.
                 MOVE WS-DATA-STATUS-LIDA TO CLI-DATA-STATUS
                 MOVE WS-TEL-CLI-CEP TO CLI-CEP
                 MOVE WS-TEL-CLI-LOCALIDADE TO CLI-LOCALIDADE
                 MOVE WS-TEL-CLI-SEGMENTO TO CLI-SEGMENTO
                 REWRITE CLI-REGISTRO
                 IF  WS-RESULTADO-ACESSO <> 0 THEN
                     MOVE "ERRO REWRITE ARQ ARQCLI" TO WS-MSG-1
           IF CLI-STATUS-INATIVO THEN
               MOVE "Cliente ja esta inativo" TO WS-MSG-CAD-CLIENTE
           ELSE
               MOVE SPACES TO WS-TEL-CLI-MOTIVO-INAT
               MOVE SPACES TO WS-TEL-CLI-MOTIVO-DESC
               DISPLAY TELA-MOTIVO-INAT-CLI
               MOVE " " TO WS-PARAM-OK
               PERFORM 0231-INFORMA-MOTIVO-INAT
                 UNTIL WS-PARAM-OK EQUAL "OK"
               ACCEPT TELA-DADOS-CONFIRMAR-CLI
               EVALUATE WS-TEL-CLI-CONFIRMAR
               WHEN 'S'
                     MOVE CLI-REGISTRO TO WS-AUD-IMAGEM-DEPOIS
                     MOVE "E"          TO WS-AUD-OPERACAO
                     PERFORM 028-GRAVAR-AUDITORIA-CLI
                     MOVE "G"                    TO WS-MTV-FUNCAO
                     MOVE CLI-CODIGO             TO WS-MTV-CODCLI
                     MOVE WS-TEL-CLI-MOTIVO-INAT TO WS-MTV-MOTIVO
                     MOVE CLI-DATA-STATUS        TO WS-MTV-DATA
                     MOVE WS-OPERADOR-ID         TO WS-MTV-OPERADOR
                     MOVE "T"                    TO WS-MTV-ORIGEM
                     CALL 'REGISTRA_MOTIVO_INAT'
                          USING WS-REGISTRA-MOTIVO-PRM
      *              CLIENTE INATIVO NAO CONTA MAIS PARA A CAPACIDADE
      *              DO VENDEDOR (O CALC_DISTRIBUICAO IGNORA CLIENTES
      *              INATIVOS NAS PROXIMAS DISTRIBUICOES).
       023-EXCLUIR-CLIENTE-EXIT.
           EXIT.

      *    TODA INATIVACAO PRECISA DE UM MOTIVO DA TABELA, PARA O
      *    RELATORIO DE CLIENTES PERDIDOS MOSTRAR POR QUE A BASE
      *    ESTA DIMINUINDO.
       0231-INFORMA-MOTIVO-INAT SECTION.
            ACCEPT  TELA-MOTIVO-INAT-COD.
            MOVE SPACES TO WS-TEL-CLI-MOTIVO-DESC.
            IF WS-TEL-CLI-MOTIVO-INAT EQUAL SPACES THEN
                MOVE "Motivo deve ser informado" TO WS-MSG-CAD-CLIENTE
            ELSE
                MOVE "V"                    TO WS-MTV-FUNCAO
                MOVE WS-TEL-CLI-MOTIVO-INAT TO WS-MTV-MOTIVO
                CALL 'REGISTRA_MOTIVO_INAT'
                     USING WS-REGISTRA-MOTIVO-PRM
                IF WS-MTV-OK = "S" THEN
                    MOVE WS-MTV-DESCRICAO TO WS-TEL-CLI-MOTIVO-DESC
                    MOVE "OK" TO WS-PARAM-OK
                    MOVE SPACES TO WS-MSG-CAD-CLIENTE
                ELSE
                    MOVE "Motivo inexistente" TO WS-MSG-CAD-CLIENTE
                END-IF
            END-IF.
            DISPLAY TELA-MOTIVO-INAT-DESC.
            DISPLAY TELA-CAD-CLIENTE-MSG.
       0231-INFORMA-MOTIVO-INAT-EXIT.
           EXIT.

       025-REATIVAR-CLIENTE section.
           MOVE CLI-CODIGO TO WS-TEL-CLI-CODIGO.
           MOVE CLI-CNPJ   TO WS-TEL-CLI-CNPJ.
                     MOVE CLI-REGISTRO TO WS-AUD-IMAGEM-DEPOIS
                     MOVE "R"          TO WS-AUD-OPERACAO
                     PERFORM 028-GRAVAR-AUDITORIA-CLI
                     MOVE "E"        TO WS-MTV-FUNCAO
                     MOVE CLI-CODIGO TO WS-MTV-CODCLI
                     CALL 'REGISTRA_MOTIVO_INAT'
                          USING WS-REGISTRA-MOTIVO-PRM
      *              CLIENTE REATIVADO volta a contar para a
      *              capacidade do vendedor, simetrico a exclusao.
                     MOVE CLI-CODVND TO WS-AJUSTE-CODVND
      *    E-MAIL), GUARDADOS NUM ARQUIVO FILHO CHAVEADO POR CODIGO DO
      *    CLIENTE + SEQUENCIA. O CLIENTE JA FOI VALIDADO EM
      *    029-VERIFICAR-CLIENTE ANTES DESTA SECAO SER CHAMADA.
      *    CADA CONTATO TEM O CONSENTIMENTO DE MARKETING (LGPD): S/N,
      *    A DATA EM QUE A SITUACAO MUDOU PELA ULTIMA VEZ E A ORIGEM
      *    (COMO FOI DADO OU REVOGADO). SEM CONSENTIMENTO O CONTATO
      *    NAO SAI NAS LISTAS DE CAMPANHA NEM NOS EXTRATOS.
       027-CONTATOS-CLIENTE SECTION.
           MOVE SPACES TO ws-dados-tela-contato.
           MOVE ZEROS  TO WS-TEL-CTT-SEQ.
           MOVE "N"    TO WS-TEL-CTT-CONSENT.
           MOVE ZEROS  TO WS-TEL-CTT-DATA-CONSENT.
           MOVE "N"    TO WS-CTT-CONSENT-ANTERIOR.
           MOVE 0      TO ws-acao-contato.
           DISPLAY TELA-CONTATO-CLIENTE.
           ACCEPT  TELA-CONTATO-ACAO.
             MOVE WS-TEL-CTT-CARGO    TO CONTATO-CARGO
             MOVE WS-TEL-CTT-TELEFONE TO CONTATO-TELEFONE
             MOVE WS-TEL-CTT-EMAIL    TO CONTATO-EMAIL
             PERFORM 02712-MOVER-CONSENTIMENTO
             WRITE CONTATO-REGISTRO
             IF  WS-RST-ACESS-CONTATO <> 0 THEN
                 MOVE "ERRO WRITE ARQ ARQCONTATO" TO WS-MSG-1
           MOVE CONTATO-CARGO    TO WS-TEL-CTT-CARGO.
           MOVE CONTATO-TELEFONE TO WS-TEL-CTT-TELEFONE.
           MOVE CONTATO-EMAIL    TO WS-TEL-CTT-EMAIL.
           PERFORM 0274-CARREGAR-CONSENTIMENTO.
           DISPLAY TELA-CONTATO-CORPO.
           PERFORM 02711-ACEITA-DADOS-CONTATO.

             MOVE WS-TEL-CTT-CARGO    TO CONTATO-CARGO
             MOVE WS-TEL-CTT-TELEFONE TO CONTATO-TELEFONE
             MOVE WS-TEL-CTT-EMAIL    TO CONTATO-EMAIL
             PERFORM 02712-MOVER-CONSENTIMENTO
             REWRITE CONTATO-REGISTRO
             IF  WS-RST-ACESS-CONTATO <> 0 THEN
                 MOVE "ERRO REWRITE ARQ ARQCONTATO" TO WS-MSG-1
           MOVE CONTATO-CARGO    TO WS-TEL-CTT-CARGO.
           MOVE CONTATO-TELEFONE TO WS-TEL-CTT-TELEFONE.
           MOVE CONTATO-EMAIL    TO WS-TEL-CTT-EMAIL.
           PERFORM 0274-CARREGAR-CONSENTIMENTO.
           DISPLAY TELA-CONTATO-CORPO.

           ACCEPT TELA-DADOS-CONFIRMAR-CLI.
           ACCEPT TELA-CONTATO-TELEFONE.
           ACCEPT TELA-CONTATO-EMAIL.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027112-INFORMA-CONSENT-CONTATO
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 02111-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       02711-ACEITA-DADOS-CONTATO-EXIT.
           EXIT.

      *    QUEM ACEITA MARKETING PRECISA DA ORIGEM DO CONSENTIMENTO
      *    (EX.: VISITA, FORMULARIO, E-MAIL).
       027112-INFORMA-CONSENT-CONTATO SECTION.
            ACCEPT  TELA-CONTATO-CONSENT.
            ACCEPT  TELA-CONTATO-ORIGEM.
            IF  WS-TEL-CTT-CONSENT <> "S"
            AND WS-TEL-CTT-CONSENT <> "N" THEN
                MOVE "Consentimento invalido (S/N)" TO
                     WS-MSG-CAD-CLIENTE
            ELSE
            IF  WS-TEL-CTT-CONSENT = "S"
            AND WS-TEL-CTT-ORIGEM = SPACES THEN
                MOVE "Informe a origem do consentimento" TO
                     WS-MSG-CAD-CLIENTE
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-CLIENTE
            END-IF
            END-IF.
            DISPLAY TELA-CAD-CLIENTE-MSG.
       027112-INFORMA-CONSENT-CONTATO-EXIT.
           EXIT.

      *    A DATA DO CONSENTIMENTO SO MUDA QUANDO A SITUACAO MUDA
      *    (CONCESSAO OU REVOGACAO).
       02712-MOVER-CONSENTIMENTO SECTION.
           MOVE WS-TEL-CTT-CONSENT TO CONTATO-CONSENTIMENTO.
           MOVE WS-TEL-CTT-ORIGEM  TO CONTATO-ORIGEM-CONSENT.
           IF WS-TEL-CTT-CONSENT NOT = WS-CTT-CONSENT-ANTERIOR THEN
               ACCEPT CONTATO-DATA-CONSENT FROM DATE YYYYMMDD
           ELSE
               MOVE WS-TEL-CTT-DATA-CONSENT TO CONTATO-DATA-CONSENT
           END-IF.
       02712-MOVER-CONSENTIMENTO-EXIT.
           EXIT.

      *    QUALQUER SITUACAO DIFERENTE DE "S" VALE COMO SEM
      *    CONSENTIMENTO.
       0274-CARREGAR-CONSENTIMENTO SECTION.
           IF CONTATO-CONSENTE THEN
               MOVE "S" TO WS-TEL-CTT-CONSENT
           ELSE
               MOVE "N" TO WS-TEL-CTT-CONSENT
           END-IF.
           MOVE WS-TEL-CTT-CONSENT     TO WS-CTT-CONSENT-ANTERIOR.
           MOVE CONTATO-ORIGEM-CONSENT TO WS-TEL-CTT-ORIGEM.
           IF CONTATO-DATA-CONSENT IS NUMERIC THEN
               MOVE CONTATO-DATA-CONSENT TO WS-TEL-CTT-DATA-CONSENT
           ELSE
               MOVE 0 TO WS-TEL-CTT-DATA-CONSENT
           END-IF.
       0274-CARREGAR-CONSENTIMENTO-EXIT.
           EXIT.

       027111-INFORMA-NOME-CONTATO SECTION.
            ACCEPT  TELA-CONTATO-NOME.
            IF WS-TEL-CTT-NOME EQUAL SPACES THEN
           ACCEPT CLI-DATA-STATUS FROM DATE YYYYMMDD.
           MOVE 0                  TO CLI-CEP.
           MOVE SPACES             TO CLI-LOCALIDADE.
           MOVE IMPCLI-SEGMENTO    TO CLI-SEGMENTO.

           IF WS-MODO-SIMULACAO = "S" THEN
               PERFORM 02411-SIMULAR-GRAVACAO
                  WS-CSV-RAZAO
                  WS-CSV-LATITUDE
                  WS-CSV-LONGITUDE
                  WS-CSV-SEGMENTO
           END-UNSTRING.
           MOVE WS-CSV-CODCLI    TO IMPCLI-CODCLI.
           MOVE WS-CSV-CNPJ      TO IMPCLI-CNPJ.
           MOVE WS-CSV-RAZAO     TO IMPCLI-RAZAOSOCIAL.
           MOVE WS-CSV-LATITUDE  TO IMPCLI-LATITUDE.
           MOVE WS-CSV-LONGITUDE TO IMPCLI-LONGITUDE.
           MOVE WS-CSV-SEGMENTO  TO IMPCLI-SEGMENTO.
       0240-PARSE-CSV-IMPCLI-EXIT.
           EXIT.
 
       0212-GRAVAR-FILA-RECALC-exit.
           EXIT.

      *    NOTAS DATADAS DO CLIENTE: A MANUTENCAO FICA NO
      *    CADASTRO_NOTACLI, QUE O CADASTRO_PROSPECT TAMBEM CHAMA.
       0213-NOTAS-CLIENTE section.
           CALL 'CADASTRO_NOTACLI' USING WS-OPERADOR-ID
                                         CLI-CODIGO
                                         CLI-RAZAOSOCIAL.
       0213-NOTAS-CLIENTE-exit.
           EXIT.

       03-finalizar section.
           close arq-cliente.
           close arq-vendedor.
           close arq-endereco.
           close arq-regiao.
           close arq-arqmorto.
           IF WS-VNDPROX-DISPONIVEL = "S" THEN
               close arq-vndprox
           END-IF.
           MOVE "SL" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
