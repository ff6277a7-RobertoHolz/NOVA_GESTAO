      *        FICAR NO MAXIMO N KM MAIS LONGE QUE O ATUAL);
      *      - A PROTECAO DE ATRIBUICAO MANUAL (CLI-CODVND-E-MANUAL);
      *      - A REGIAO COMERCIAL DO CLIENTE;
      *      - A ESPECIALIZACAO POR SEGMENTO (ARQ_VNDSEG): CLIENTE DE
      *        SEGMENTO CONTROLADO SO VAI PARA VENDEDOR QUALIFICADO.
      *        AQUI NAO HA RECURSO AO MAIS PROXIMO SEM A RESTRICAO,
      *        POIS A MOVIMENTACAO E OPCIONAL: SEM DESTINO
      *        QUALIFICADO O CLIENTE FICA ONDE ESTA E E CONTADO NO
      *        RODAPE DO RELATORIO;
      *      - O CONTRATO DE REPRESENTACAO (ARQ_VNDDOC): VENDEDOR COM
      *        CONTRATO VENCIDO NAO E DESTINO DE NENHUM CLIENTE;
      *      - O TETO DE MOVIMENTACOES POR RODADA, PARA NAO
      *        DESESTABILIZAR O CAMPO DE UMA SO VEZ.
      *    CADA MOVIMENTACAO E GRAVADA NO HISTORICO DE ATRIBUICOES E
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-histdist.cpy'.
         copy 'select-arq-vndseg.cpy'.
         copy 'select-arq-vnddoc.cpy'.
         copy 'select-impresso.cpy'.

       data division.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-histdist.cpy'.
         copy 'fd-arq-vndseg.cpy'.
         copy 'fd-arq-vnddoc.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-HISTDIST     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-HISTDIST PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-VNDSEG       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDSEG  PIC 9(02) VALUE ZEROS.
              05 WS-FIM-CARGA-VSG     PIC 9(01) VALUE ZEROS.
              05 WID-ARQ-VNDDOC       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDDOC  PIC 9(02) VALUE ZEROS.
              05 WS-FIM-CARGA-VDC     PIC 9(01) VALUE ZEROS.
              05 WS-DATA-CONTRATO     PIC 9(08) VALUE ZEROS.
              05 WS-SEG-CLI-CONTROLADO PIC X(01) VALUE "N".
              05 WS-QTD-RETIDOS-ESPEC PIC 9(05) VALUE ZEROS.
              05 WS-IDX-ESP           PIC 9(05) VALUE ZEROS.
              05 WS-IDX-QUALIF        PIC 9(05) VALUE ZEROS.
              05 WS-QTD-BRANCOS-SEG   PIC 9(01) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-DISTANCIA-ATUAL   PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-DISTANCIA-DESTINO PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-DISTANCIA-CALC    PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM   PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM   PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO  PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO  PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO       PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA    PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.

           01 WS-TAB-VENDEDOR.
              05 WS-TAB-VND-ITEM OCCURS 20000 TIMES.
                 10 WS-TAB-VND-QTDE-CLIENTES PIC 9(05).
                 10 WS-TAB-VND-STATUS        PIC X(01).
                 10 WS-TAB-VND-REGIAO        PIC 9(03).
                 10 WS-TAB-VND-QUALIF        PIC X(01).
                 10 WS-TAB-VND-CONTRATO      PIC X(01).

      *    ESPECIALIZACAO POR SEGMENTO, CARREGADA COMO NA
      *    DISTRIBUICAO: CADA LINHA JA GUARDA A POSICAO DO VENDEDOR
      *    NA TABELA ACIMA (ZERO SE ELE NAO ESTA MAIS LA).
           01 WS-TAB-ESPECIALIDADE.
              05 WS-QTD-ESPEC                PIC 9(05) VALUE ZEROS.
              05 WS-TAB-ESP-ITEM OCCURS 5000 TIMES.
                 10 WS-TAB-ESP-SEGMENTO      PIC X(04).
                 10 WS-TAB-ESP-TAM           PIC 9(01).
                 10 WS-TAB-ESP-IDX-VND       PIC 9(05).
           01 WS-TAB-QUALIFICADOS.
              05 WS-QTD-QUALIF               PIC 9(05) VALUE ZEROS.
              05 WS-TAB-QUALIF-IDX           PIC 9(05)
                 OCCURS 5000 TIMES.

           01 WS-LINHAS-REL-BALANCE.
              05 WS-LINHA-BAL-CAB-1          PIC X(80) VALUE
                 10 FILLER                   PIC X(25) VALUE
                    "Clientes movimentados..:".
                 10 WS-TOT-MOVIMENTOS-ED     PIC ZZZZZZ9.
              05 WS-LINHA-BAL-TOT-ESP.
                 10 FILLER                   PIC X(25) VALUE
                    "Sem destino especializ.:".
                 10 WS-TOT-RETIDOS-ESP-ED    PIC ZZZZZZ9.

       01 WS-REGIAO-CLIENTE.
          05 WS-REGIAO-CLI-EFETIVA       PIC 9(03) VALUE ZEROS.
          05 WS-LOCALIZA-REGIAO-PRM.
             10 WS-LRG-FUNCAO            PIC X(01) VALUE SPACES.
             10 WS-LRG-LATITUDE          PIC S9(03)V9(08) VALUE ZEROS.
             10 WS-LRG-LONGITUDE         PIC S9(03)V9(08) VALUE ZEROS.
             10 WS-LRG-REGIAO            PIC 9(03) VALUE ZEROS.
             10 WS-LRG-RESULTADO         PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).
           EXIT.

       02-executar-balanceamento section.
      *    O BALANCEAMENTO REGRAVA CLIENTE E VENDEDOR COMO A
      *    DISTRIBUICAO: TOMA O MESMO TOKEN EXCLUSIVO DO SISTEMA
      *    ANTES DE COMECAR E O LIBERA NO FIM.
               DISPLAY TELA-BALANCE-MSG
           ELSE
               PERFORM 021-carregar-vendedores
               PERFORM 026-carregar-especialidades
               PERFORM 027-carregar-contratos
               PERFORM 022-calcular-carga-media
               IF WS-QTD-VND-ATIVOS = 0 THEN
                   MOVE "Nenhum vendedor ativo" TO WS-MSG-BAL
               ELSE
                   PERFORM 023-abrir-relatorio
                   MOVE 0 TO WS-QTD-MOVIMENTOS
                   MOVE 0 TO WS-QTD-RETIDOS-ESPEC
                   MOVE LOW-VALUES TO CLI-CODIGO
                   START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
                     INVALID KEY CONTINUE
           EXIT.


       021-carregar-vendedores section.
           MOVE 0 TO WS-QTD-VENDEDORES.
           MOVE LOW-VALUES TO VND-CODIGO.
                TO WS-TAB-VND-QTDE-CLIENTES(WS-QTD-VENDEDORES).
           MOVE VND-STATUS    TO WS-TAB-VND-STATUS(WS-QTD-VENDEDORES).
           MOVE VND-REGIAO    TO WS-TAB-VND-REGIAO(WS-QTD-VENDEDORES).
           MOVE "N"           TO WS-TAB-VND-QUALIF(WS-QTD-VENDEDORES).
           MOVE "N"         TO WS-TAB-VND-CONTRATO(WS-QTD-VENDEDORES).
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CARGA-VND
             NOT AT END MOVE 0 TO WS-FIM-CARGA-VND
                   PERFORM 0242-procurar-destino
                   IF WS-IDX-VND-DESTINO > 0 THEN
                       PERFORM 0243-movimentar-cliente
                   ELSE
                       IF WS-SEG-CLI-CONTROLADO = "S" THEN
                           ADD 1 TO WS-QTD-RETIDOS-ESPEC
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    PROXIMO DO CLIENTE CUJA DISTANCIA NAO EXCEDA A DISTANCIA
      *    ATUAL MAIS A TOLERANCIA.
       0242-procurar-destino section.
           PERFORM 02422-definir-regiao-efetiva.
           PERFORM 02423-definir-qualificacao.
           MOVE WS-IDX-VND-ATUAL TO WS-IDX-VND.
           PERFORM 0244-calcular-distancia.
           MOVE WS-DISTANCIA-CALC TO WS-DISTANCIA-ATUAL.
           AND (WS-TAB-VND-CAPACIDADE(WS-IDX-VND) = 0
                OR WS-TAB-VND-QTDE-CLIENTES(WS-IDX-VND) <
                   WS-TAB-VND-CAPACIDADE(WS-IDX-VND))
           AND (WS-REGIAO-CLI-EFETIVA = 0
                OR WS-TAB-VND-REGIAO(WS-IDX-VND) =
                   WS-REGIAO-CLI-EFETIVA)
           AND (WS-SEG-CLI-CONTROLADO = "N"
                OR WS-TAB-VND-QUALIF(WS-IDX-VND) = "S")
           AND WS-TAB-VND-CONTRATO(WS-IDX-VND) NOT = "V" THEN
               PERFORM 0244-calcular-distancia
               IF WS-DISTANCIA-CALC <=
                  WS-DISTANCIA-ATUAL + WS-TOLERANCIA-KM
       02421-avaliar-candidato-exit.
           EXIT.

      *    MESMO CRITERIO DA DISTRIBUICAO (CALC_DISTRIBUICAO): O
      *    POLIGONO DE FRONTEIRA QUE CONTEM O CLIENTE DEFINE A REGIAO
      *    DELE; FORA DE QUALQUER POLIGONO VALE A REGIAO DO CADASTRO.
       02422-definir-regiao-efetiva section.
           MOVE CLI-REGIAO    TO WS-REGIAO-CLI-EFETIVA.
           MOVE "L"           TO WS-LRG-FUNCAO.
           MOVE CLI-LATITUDE  TO WS-LRG-LATITUDE.
           MOVE CLI-LONGITUDE TO WS-LRG-LONGITUDE.
           CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM.
           IF WS-LRG-RESULTADO = "S" THEN
               MOVE WS-LRG-REGIAO TO WS-REGIAO-CLI-EFETIVA
           END-IF.
       02422-definir-regiao-efetiva-exit.
           EXIT.

      *    MESMA REGRA DA DISTRIBUICAO: TODA LINHA DE ESPECIALIZACAO
      *    QUE E INICIO DO SEGMENTO DO CLIENTE TORNA O SEGMENTO
      *    CONTROLADO E QUALIFICA O SEU VENDEDOR. AS MARCAS DO
      *    CLIENTE ANTERIOR SAO DESFEITAS ANTES.
       02423-definir-qualificacao section.
           MOVE 1 TO WS-IDX-QUALIF.
           PERFORM 024231-desmarcar-qualificado
             UNTIL WS-IDX-QUALIF > WS-QTD-QUALIF.
           MOVE 0 TO WS-QTD-QUALIF.
           MOVE "N" TO WS-SEG-CLI-CONTROLADO.
           IF CLI-SEGMENTO = SPACES
           OR WS-QTD-ESPEC = 0 THEN
               GO TO 02423-definir-qualificacao-exit
           END-IF.
           MOVE 1 TO WS-IDX-ESP.
           PERFORM 024232-testar-especialidade
             UNTIL WS-IDX-ESP > WS-QTD-ESPEC.
       02423-definir-qualificacao-exit.
           EXIT.

       024231-desmarcar-qualificado section.
           MOVE "N" TO
                WS-TAB-VND-QUALIF(WS-TAB-QUALIF-IDX(WS-IDX-QUALIF)).
           ADD 1 TO WS-IDX-QUALIF.
       024231-desmarcar-qualificado-exit.
           EXIT.

       024232-testar-especialidade section.
           IF CLI-SEGMENTO(1:WS-TAB-ESP-TAM(WS-IDX-ESP)) =
              WS-TAB-ESP-SEGMENTO(WS-IDX-ESP)
                 (1:WS-TAB-ESP-TAM(WS-IDX-ESP)) THEN
               MOVE "S" TO WS-SEG-CLI-CONTROLADO
               IF WS-TAB-ESP-IDX-VND(WS-IDX-ESP) > 0 THEN
                   MOVE "S" TO
                      WS-TAB-VND-QUALIF(WS-TAB-ESP-IDX-VND(WS-IDX-ESP))
                   ADD 1 TO WS-QTD-QUALIF
                   MOVE WS-TAB-ESP-IDX-VND(WS-IDX-ESP) TO
                        WS-TAB-QUALIF-IDX(WS-QTD-QUALIF)
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-ESP.
       024232-testar-especialidade-exit.
           EXIT.

       0243-movimentar-cliente section.
           MOVE CLI-CODVND TO WS-BAL-VND-DE.
           MOVE CLI-CODVND TO CLI-CODVND-BACKUP.
           EXIT.

       0244-calcular-distancia section.
           MOVE CLI-LATITUDE  TO WS-CDI-LAT-ORIGEM.
           MOVE CLI-LONGITUDE TO WS-CDI-LON-ORIGEM.
           MOVE WS-TAB-VND-LATITUDE(WS-IDX-VND)
                              TO WS-CDI-LAT-DESTINO.
           MOVE WS-TAB-VND-LONGITUDE(WS-IDX-VND)
                              TO WS-CDI-LON-DESTINO.
           MOVE CLI-REGIAO    TO WS-CDI-REGIAO.
           MOVE "S"           TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       0244-calcular-distancia-exit.
           EXIT.

           MOVE WS-QTD-MOVIMENTOS TO WS-TOT-MOVIMENTOS-ED.
           MOVE WS-LINHA-BAL-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-QTD-RETIDOS-ESPEC > 0 THEN
               MOVE WS-QTD-RETIDOS-ESPEC TO WS-TOT-RETIDOS-ESP-ED
               MOVE WS-LINHA-BAL-TOT-ESP TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           CLOSE ARQ-IMPRESSO.
       025-fechar-relatorio-exit.
           EXIT.

      *    TABELA OPCIONAL: SEM O ARQUIVO NAO HA SEGMENTO CONTROLADO.
       026-carregar-especialidades section.
           MOVE 0 TO WS-QTD-ESPEC.
           MOVE 0 TO WS-QTD-QUALIF.
           MOVE "ARQ_VNDSEG" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDSEG.
           OPEN INPUT ARQ-VNDSEG.
           IF  WS-RST-ACESS-VNDSEG <> 00
           AND WS-RST-ACESS-VNDSEG <> 05 THEN
               GO TO 026-carregar-especialidades-exit
           END-IF.
           MOVE 1 TO WS-IDX-VND.
           READ ARQ-VNDSEG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CARGA-VSG
             NOT AT END MOVE 0 TO WS-FIM-CARGA-VSG
           END-READ.
           PERFORM 0261-guardar-especialidade
             UNTIL WS-FIM-CARGA-VSG = 1
                OR WS-QTD-ESPEC >= 5000.
           CLOSE ARQ-VNDSEG.
       026-carregar-especialidades-exit.
           EXIT.

       0261-guardar-especialidade section.
           IF VSG-SEGMENTO NOT = SPACES THEN
               ADD 1 TO WS-QTD-ESPEC
               MOVE VSG-SEGMENTO TO WS-TAB-ESP-SEGMENTO(WS-QTD-ESPEC)
               MOVE 0 TO WS-QTD-BRANCOS-SEG
               INSPECT VSG-SEGMENTO
                 TALLYING WS-QTD-BRANCOS-SEG FOR TRAILING SPACES
               COMPUTE WS-TAB-ESP-TAM(WS-QTD-ESPEC) =
                       4 - WS-QTD-BRANCOS-SEG
               PERFORM 02611-avancar-vnd-espec
                 UNTIL WS-IDX-VND > WS-QTD-VENDEDORES
                    OR WS-TAB-VND-CODIGO(WS-IDX-VND) >= VSG-CODVND
               MOVE 0 TO WS-TAB-ESP-IDX-VND(WS-QTD-ESPEC)
               IF WS-IDX-VND <= WS-QTD-VENDEDORES THEN
                   IF WS-TAB-VND-CODIGO(WS-IDX-VND) = VSG-CODVND THEN
                       MOVE WS-IDX-VND TO
                            WS-TAB-ESP-IDX-VND(WS-QTD-ESPEC)
                   END-IF
               END-IF
           END-IF.
           READ ARQ-VNDSEG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CARGA-VSG
             NOT AT END MOVE 0 TO WS-FIM-CARGA-VSG
           END-READ.
       0261-guardar-especialidade-exit.
           EXIT.

       02611-avancar-vnd-espec section.
           ADD 1 TO WS-IDX-VND.
       02611-avancar-vnd-espec-exit.
           EXIT.

      *    CONTRATOS DOS VENDEDORES (ARQ_VNDDOC, OPCIONAL), NA MESMA
      *    ORDEM DE VENDEDOR: "V" MARCA O CONTRATO VENCIDO NA DATA.
       027-carregar-contratos section.
           ACCEPT WS-DATA-CONTRATO FROM DATE YYYYMMDD.
           MOVE "ARQ_VNDDOC" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDDOC.
           OPEN INPUT ARQ-VNDDOC.
           IF  WS-RST-ACESS-VNDDOC <> 00
           AND WS-RST-ACESS-VNDDOC <> 05 THEN
               GO TO 027-carregar-contratos-exit
           END-IF.
           MOVE 1 TO WS-IDX-VND.
           READ ARQ-VNDDOC NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CARGA-VDC
             NOT AT END MOVE 0 TO WS-FIM-CARGA-VDC
           END-READ.
           PERFORM 0271-guardar-contrato
             UNTIL WS-FIM-CARGA-VDC = 1.
           CLOSE ARQ-VNDDOC.
       027-carregar-contratos-exit.
           EXIT.

       0271-guardar-contrato section.
           IF VDC-TIPO-CONTRATO THEN
               PERFORM 02611-avancar-vnd-espec
                 UNTIL WS-IDX-VND > WS-QTD-VENDEDORES
                    OR WS-TAB-VND-CODIGO(WS-IDX-VND) >= VDC-CODVND
               IF WS-IDX-VND <= WS-QTD-VENDEDORES THEN
                   IF WS-TAB-VND-CODIGO(WS-IDX-VND) = VDC-CODVND THEN
                       IF  VDC-DATA-VALIDADE > 0
                       AND VDC-DATA-VALIDADE < WS-DATA-CONTRATO THEN
                           MOVE "V" TO WS-TAB-VND-CONTRATO(WS-IDX-VND)
                       ELSE
                           MOVE "S" TO WS-TAB-VND-CONTRATO(WS-IDX-VND)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ ARQ-VNDDOC NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CARGA-VDC
             NOT AT END MOVE 0 TO WS-FIM-CARGA-VDC
           END-READ.
       0271-guardar-contrato-exit.
           EXIT.
