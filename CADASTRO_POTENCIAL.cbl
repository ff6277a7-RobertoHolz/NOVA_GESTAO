       identification division.
       program-id. "CADASTRO_POTENCIAL".
       author.     Roberto Holz.
      *    MANUTENCAO DA BASE DE POTENCIAL DE MERCADO (ARQ_POTENCIAL):
      *    QUANTIDADE DE ESTABELECIMENTOS POR SEGMENTO E POPULACAO DE
      *    CADA LOCALIDADE, IDENTIFICADA PELO PREFIXO DE CEP (CINCO
      *    PRIMEIROS DIGITOS). A BASE E A MESMA PARA TODAS AS
      *    EMPRESAS. A CARGA ANUAL VEM DO ARQUIVO DE ESTATISTICAS
      *    COMPRADO, CONVERTIDO PARA CSV (PREFIXO CEP,SEGMENTO,
      *    LOCALIDADE,UF,POPULACAO,ESTABELECIMENTOS,ANO BASE); CHAVE
      *    JA EXISTENTE E SUBSTITUIDA E LINHA INVALIDA VAI COM O
      *    MOTIVO PARA <NOME>.REJ. USADA NO RELATORIO_POTENCIAL.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-potencial.cpy'.
         copy 'select-arq-imppot.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-potencial.cpy'.
         copy 'fd-arq-imppot.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-POTENCIAL    PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-POTENCIAL PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-IMPPOT       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPPOT  PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 WS-EXISTE-POTENCIAL  PIC 9(01) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-TELA-CAD-POT.
                 15 WS-MSG-CAD-POT          PIC X(40) VALUE SPACES.
                 15 WS-MSG-CAD-POT-R REDEFINES WS-MSG-CAD-POT.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-pot.
                 15 WS-TEL-POT-PREFIXO      PIC 9(005) VALUES ZEROS.
                 15 WS-TEL-POT-SEGMENTO     PIC X(004) VALUES SPACES.
                 15 WS-TEL-POT-LOCALIDADE   PIC X(030) VALUES SPACES.
                 15 WS-TEL-POT-UF           PIC X(002) VALUES SPACES.
                 15 WS-TEL-POT-POPULACAO    PIC 9(009) VALUES ZEROS.
                 15 WS-TEL-POT-ESTABELEC    PIC 9(007) VALUES ZEROS.
                 15 WS-TEL-POT-ANO          PIC 9(004) VALUES ZEROS.
              05 WS-TEL-POT-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-TEL-NMARQUIVO           PIC X(40) VALUE SPACES.
              05 WS-LINHA-OK                PIC X(01) VALUE SPACES.
              05 WS-QTD-INCLUIDOS           PIC 9(05) VALUE ZEROS.
              05 WS-QTD-SUBSTITUIDOS        PIC 9(05) VALUE ZEROS.
              05 WS-QTD-REJEITADOS          PIC 9(05) VALUE ZEROS.
              05 WS-QTD-INCLUIDOS-ED        PIC Z(4)9.
              05 WS-QTD-SUBSTITUIDOS-ED     PIC Z(4)9.
              05 WS-QTD-REJEITADOS-ED       PIC Z(4)9.

           01 WS-CSV-IMPPOT.
              05 WS-CSV-PREFIXO       PIC 9(05).
              05 WS-CSV-SEGMENTO      PIC X(04).
              05 WS-CSV-LOCALIDADE    PIC X(30).
              05 WS-CSV-UF            PIC X(02).
              05 WS-CSV-POPULACAO     PIC 9(09).
              05 WS-CSV-ESTABELEC     PIC 9(07).
              05 WS-CSV-ANO           PIC 9(04).

           01 WS-LINHAS-IMPPOT-REJ.
              05 WS-MOTIVO-REJEITO        PIC X(40) VALUE SPACES.
              05 WS-LINHA-REJ-CAB         PIC X(80) VALUE
                 "  PREFIXO SEGM MOTIVO DA REJEICAO".
              05 WS-LINHA-REJ-DET.
                 10 FILLER                PIC X(02) VALUE SPACES.
                 10 WS-REJ-PREFIXO        PIC X(05)BBB.
                 10 WS-REJ-SEGMENTO       PIC X(04)B.
                 10 WS-REJ-MOTIVO-DET     PIC X(40).

       SCREEN SECTION.
       01 TELA-CAD-POT.
          05 VALUE "--- POTENCIAL DE MERCADO POR LOCALIDADE ---"
          BLANK SCREEN LINE 1 COL 30.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-EXCLUIR 4-CARGA CSV 9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAD-POT-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CAD-POT.

       01 TELA-IMPPOT.
          05  TELA-IMPPOT-NMARQ.
              10 LINE 06 COLUMN 20 VALUE "Nome do arquivo CSV: ".
              10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-DADOS-POT-CH.
          05 TELA-DADOS-PREFIXO-POT.
             10 LINE 06 COL 20 VALUE "Prefixo do CEP (5 dig.).:".
             10 COLUMN PLUS 2 PIC 9(5) USING WS-TEL-POT-PREFIXO.
          05 TELA-DADOS-SEGMENTO-POT.
             10 LINE 07 COL 20 VALUE "Segmento................:".
             10 COLUMN PLUS 2 PIC X(4) USING WS-TEL-POT-SEGMENTO.
       01 TELA-DADOS-POT-CORPO.
          05 TELA-DADOS-LOCALIDADE-POT.
             10 LINE 08 COL 20 VALUE "Localidade..............:".
             10 COLUMN PLUS 2 PIC X(30) USING WS-TEL-POT-LOCALIDADE.
          05 TELA-DADOS-UF-POT.
             10 LINE 09 COL 20 VALUE "UF......................:".
             10 COLUMN PLUS 2 PIC X(02) USING WS-TEL-POT-UF.
          05 TELA-DADOS-POPULACAO-POT.
             10 LINE 10 COL 20 VALUE "Populacao...............:".
             10 COLUMN PLUS 2 PIC 9(09) USING WS-TEL-POT-POPULACAO.
          05 TELA-DADOS-ESTABELEC-POT.
             10 LINE 11 COL 20 VALUE "Estabelecimentos........:".
             10 COLUMN PLUS 2 PIC 9(07) USING WS-TEL-POT-ESTABELEC.
          05 TELA-DADOS-ANO-POT.
             10 LINE 12 COL 20 VALUE "Ano base................:".
             10 COLUMN PLUS 2 PIC 9(04) USING WS-TEL-POT-ANO.
          05 TELA-DADOS-CONFIRMAR-POT.
             10 LINE 14 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-POT-CONFIRMAR.

       procedure division.
       00-controle section.
           perform 01-inicializar.
           perform 02-processar
             until ws-acao = 9
                OR WS-ERRO-ABERTURA <> 0.
           perform 03-finalizar.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           initialize ws-variaveis.
           MOVE "ARQ_POTENCIAL" TO WID-ARQ-POTENCIAL.
           OPEN I-O ARQ-POTENCIAL.
           IF WS-RST-ACESS-POTENCIAL = 35 THEN
               OPEN OUTPUT ARQ-POTENCIAL
               CLOSE ARQ-POTENCIAL
               OPEN I-O ARQ-POTENCIAL
           END-IF.
           IF  WS-RST-ACESS-POTENCIAL <> 00
           AND WS-RST-ACESS-POTENCIAL <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQPOTENCIAL" TO WS-MSG-1
               MOVE WS-RST-ACESS-POTENCIAL TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-POT
               ACCEPT TELA-CAD-POT
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-POT.
           ACCEPT TELA-CAD-POT.
           MOVE SPACES TO WS-MSG-CAD-POT
           DISPLAY TELA-CAD-POT-MSG.
           if ws-acao = 4 then
              PERFORM 024-CARGA-CSV-POTENCIAL
           else
           if ws-acao = 9 then
              display "sair"
           else
              DISPLAY TELA-DADOS-POT-CH
              ACCEPT TELA-DADOS-PREFIXO-POT
              ACCEPT TELA-DADOS-SEGMENTO-POT
              IF WS-TEL-POT-PREFIXO = 0
              OR WS-TEL-POT-SEGMENTO = SPACES THEN
                  MOVE "Prefixo e segmento obrigatorios" TO
                       WS-MSG-CAD-POT
              ELSE
                  perform 029-VERIFICAR-POTENCIAL
                  if ws-acao = 1 then
                      IF WS-EXISTE-POTENCIAL = 0 THEN
                          PERFORM 021-INCLUIR-POTENCIAL
                      ELSE
                          MOVE "Localidade/segmento ja cadastrado" TO
                               WS-MSG-CAD-POT
                      END-IF
                  else
                  if ws-acao = 2 then
                      IF WS-EXISTE-POTENCIAL = 1 THEN
                          PERFORM 022-ALTERAR-POTENCIAL
                      ELSE
                          MOVE "Localidade/segmento inexistente" TO
                               WS-MSG-CAD-POT
                      END-IF
                  else
                  if ws-acao = 3 then
                      IF WS-EXISTE-POTENCIAL = 1 THEN
                          PERFORM 023-EXCLUIR-POTENCIAL
                      ELSE
                          MOVE "Localidade/segmento inexistente" TO
                               WS-MSG-CAD-POT
                      END-IF
                  end-if
                  end-if
                  end-if
              END-IF
           end-if
           end-if.
       02-processar-exit. exit.

       021-INCLUIR-POTENCIAL section.
           DISPLAY TELA-DADOS-POT-CORPO.
           PERFORM 0211-ACEITA-DADOS.

           EVALUATE WS-TEL-POT-CONFIRMAR
           WHEN 'S'
             PERFORM 0212-MOVER-TELA-REGISTRO
             WRITE POT-REGISTRO
             IF  WS-RST-ACESS-POTENCIAL <> 0 THEN
                 MOVE "ERRO WRITE ARQ ARQPOTENCIAL" TO WS-MSG-1
                 MOVE WS-RST-ACESS-POTENCIAL TO WS-MSG-STATUS
             ELSE
                 MOVE "Potencial incluido com sucesso" TO
                      WS-MSG-CAD-POT
             END-IF
           WHEN 'N'
             MOVE "Inclusao nao realizada" TO WS-MSG-CAD-POT
           WHEN OTHER
             MOVE 'Opcao invalida' TO WS-MSG-CAD-POT
           END-EVALUATE.
       021-INCLUIR-POTENCIAL-EXIT.
           EXIT.

       0211-ACEITA-DADOS SECTION.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 02111-INFORMA-LOCALIDADE
             UNTIL WS-PARAM-OK EQUAL "OK".
           ACCEPT TELA-DADOS-UF-POT.
           ACCEPT TELA-DADOS-POPULACAO-POT.
           ACCEPT TELA-DADOS-ESTABELEC-POT.
           ACCEPT TELA-DADOS-ANO-POT.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 02111-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       0211-ACEITA-DADOS-EXIT.
           EXIT.

       02111-INFORMA-LOCALIDADE SECTION.
            ACCEPT  TELA-DADOS-LOCALIDADE-POT.
            IF WS-TEL-POT-LOCALIDADE EQUAL SPACES THEN
                MOVE "Localidade invalida" TO WS-MSG-CAD-POT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-POT
            END-IF.
            DISPLAY TELA-CAD-POT-MSG.
       02111-INFORMA-LOCALIDADE-EXIT.
           EXIT.

       02111-INFORMA-CONFIRMAR SECTION.
            ACCEPT  TELA-DADOS-CONFIRMAR-POT.
            IF  WS-TEL-POT-CONFIRMAR <> "S"
            AND WS-TEL-POT-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-CAD-POT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-POT
            END-IF.
            DISPLAY TELA-CAD-POT-MSG.
       02111-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       0212-MOVER-TELA-REGISTRO SECTION.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-TEL-POT-PREFIXO    TO POT-CEP-PREFIXO.
           MOVE WS-TEL-POT-SEGMENTO   TO POT-SEGMENTO.
           MOVE WS-TEL-POT-LOCALIDADE TO POT-LOCALIDADE.
           MOVE WS-TEL-POT-UF         TO POT-UF.
           MOVE WS-TEL-POT-POPULACAO  TO POT-POPULACAO.
           MOVE WS-TEL-POT-ESTABELEC  TO POT-QTD-ESTABELEC.
           MOVE WS-TEL-POT-ANO        TO POT-ANO-BASE.
           MOVE WS-DATA-HOJE          TO POT-DATA-CARGA.
       0212-MOVER-TELA-REGISTRO-EXIT.
           EXIT.

       0213-MOVER-REGISTRO-TELA SECTION.
           MOVE POT-LOCALIDADE    TO WS-TEL-POT-LOCALIDADE.
           MOVE POT-UF            TO WS-TEL-POT-UF.
           MOVE POT-POPULACAO     TO WS-TEL-POT-POPULACAO.
           MOVE POT-QTD-ESTABELEC TO WS-TEL-POT-ESTABELEC.
           MOVE POT-ANO-BASE      TO WS-TEL-POT-ANO.
       0213-MOVER-REGISTRO-TELA-EXIT.
           EXIT.

       022-ALTERAR-POTENCIAL section.
           PERFORM 0213-MOVER-REGISTRO-TELA.
           DISPLAY TELA-DADOS-POT-CORPO.
           PERFORM 0211-ACEITA-DADOS.

           EVALUATE WS-TEL-POT-CONFIRMAR
           WHEN 'S'
             PERFORM 0212-MOVER-TELA-REGISTRO
             REWRITE POT-REGISTRO
             IF  WS-RST-ACESS-POTENCIAL <> 0 THEN
                 MOVE "ERRO REWRITE ARQ ARQPOTENCIAL" TO WS-MSG-1
                 MOVE WS-RST-ACESS-POTENCIAL TO WS-MSG-STATUS
             ELSE
                 MOVE "Potencial alterado com sucesso" TO
                      WS-MSG-CAD-POT
             END-IF
           WHEN 'N'
             MOVE "Alteracao nao realizada" TO WS-MSG-CAD-POT
           WHEN OTHER
             MOVE 'Opcao invalida' TO WS-MSG-CAD-POT
           END-EVALUATE.
       022-ALTERAR-POTENCIAL-exit. exit.

       023-EXCLUIR-POTENCIAL section.
           PERFORM 0213-MOVER-REGISTRO-TELA.
           DISPLAY TELA-DADOS-POT-CORPO.

           ACCEPT TELA-DADOS-CONFIRMAR-POT.
           EVALUATE WS-TEL-POT-CONFIRMAR
           WHEN 'S'
             DELETE ARQ-POTENCIAL RECORD
             IF  WS-RST-ACESS-POTENCIAL <> 0 THEN
                 MOVE "ERRO DELETE ARQ ARQPOTENCIAL" TO WS-MSG-1
                 MOVE WS-RST-ACESS-POTENCIAL TO WS-MSG-STATUS
             ELSE
                 MOVE "Potencial excluido com sucesso" TO
                      WS-MSG-CAD-POT
             END-IF
           WHEN 'N'
             MOVE "Exclusao nao realizada" TO WS-MSG-CAD-POT
           WHEN OTHER
             MOVE 'Opcao invalida' TO WS-MSG-CAD-POT
           END-EVALUATE.
           MOVE SPACES TO ws-dados-tela-pot.
       023-EXCLUIR-POTENCIAL-EXIT.
           EXIT.

      *    CARGA ANUAL A PARTIR DO CSV CONVERTIDO DO ARQUIVO DE
      *    ESTATISTICAS. PREFIXO+SEGMENTO JA EXISTENTE E SUBSTITUIDO.
       024-CARGA-CSV-POTENCIAL SECTION.
           DISPLAY TELA-IMPPOT.
           ACCEPT  TELA-IMPPOT-NMARQ.
           MOVE WS-TEL-NMARQUIVO TO WID-ARQ-IMPPOT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQ-IMPPOT.
           IF WS-RST-ACESS-IMPPOT = 0 THEN
               MOVE 0 TO WS-QTD-INCLUIDOS
               MOVE 0 TO WS-QTD-SUBSTITUIDOS
               MOVE 0 TO WS-QTD-REJEITADOS
               MOVE " " TO WS-MSG-1
               PERFORM 024A-ABRIR-ARQ-REJEITOS
               READ ARQ-IMPPOT NEXT RECORD
               PERFORM 0241-PROCESSAR-LINHA-CSV
                 UNTIL WS-RST-ACESS-IMPPOT > 0
               CLOSE ARQ-IMPRESSO
           ELSE
               MOVE "Arquivo de carga inexistente." TO WS-MSG-1
               MOVE WS-RST-ACESS-IMPPOT TO WS-MSG-STATUS
           END-IF.

           CLOSE ARQ-IMPPOT.

           IF WS-MSG-1 = " " THEN
               MOVE WS-QTD-INCLUIDOS     TO WS-QTD-INCLUIDOS-ED
               MOVE WS-QTD-SUBSTITUIDOS  TO WS-QTD-SUBSTITUIDOS-ED
               MOVE WS-QTD-REJEITADOS    TO WS-QTD-REJEITADOS-ED
               STRING "Inc:"                  DELIMITED BY SIZE
                      WS-QTD-INCLUIDOS-ED     DELIMITED BY SIZE
                      " Subst:"               DELIMITED BY SIZE
                      WS-QTD-SUBSTITUIDOS-ED  DELIMITED BY SIZE
                      " Rejeit:"              DELIMITED BY SIZE
                      WS-QTD-REJEITADOS-ED    DELIMITED BY SIZE
                 INTO WS-MSG-CAD-POT
           END-IF.
       024-CARGA-CSV-POTENCIAL-EXIT.
           EXIT.

       024A-ABRIR-ARQ-REJEITOS SECTION.
           MOVE SPACES TO WS-NM-IMPRESSO.
           STRING WID-ARQ-IMPPOT DELIMITED BY SPACE
                  ".REJ" DELIMITED BY SIZE
             INTO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-LINHA-REJ-CAB TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       024A-ABRIR-ARQ-REJEITOS-EXIT.
           EXIT.

       0241-PROCESSAR-LINHA-CSV SECTION.
           MOVE SPACES TO WS-CSV-IMPPOT.
           UNSTRING IMPPOT-LINHA-CSV DELIMITED BY ","
             INTO WS-CSV-PREFIXO
                  WS-CSV-SEGMENTO
                  WS-CSV-LOCALIDADE
                  WS-CSV-UF
                  WS-CSV-POPULACAO
                  WS-CSV-ESTABELEC
                  WS-CSV-ANO
           END-UNSTRING.

           PERFORM 02411-VALIDAR-LINHA-CSV.
           IF WS-LINHA-OK = "S" THEN
               MOVE WS-CSV-PREFIXO    TO POT-CEP-PREFIXO
               MOVE WS-CSV-SEGMENTO   TO POT-SEGMENTO
               MOVE WS-CSV-LOCALIDADE TO POT-LOCALIDADE
               MOVE WS-CSV-UF         TO POT-UF
               MOVE WS-CSV-POPULACAO  TO POT-POPULACAO
               MOVE WS-CSV-ESTABELEC  TO POT-QTD-ESTABELEC
               MOVE WS-CSV-ANO        TO POT-ANO-BASE
               MOVE WS-DATA-HOJE      TO POT-DATA-CARGA
               WRITE POT-REGISTRO
               IF WS-RST-ACESS-POTENCIAL = 0 THEN
                   ADD 1 TO WS-QTD-INCLUIDOS
               ELSE
                   IF WS-RST-ACESS-POTENCIAL = 22 THEN
                       REWRITE POT-REGISTRO
                       IF WS-RST-ACESS-POTENCIAL = 0 THEN
                           ADD 1 TO WS-QTD-SUBSTITUIDOS
                       ELSE
                           MOVE "Erro na regravacao" TO
                                WS-MOTIVO-REJEITO
                           PERFORM 0242-GRAVAR-REJEITO
                       END-IF
                   ELSE
                       MOVE "Erro na gravacao" TO WS-MOTIVO-REJEITO
                       PERFORM 0242-GRAVAR-REJEITO
                   END-IF
               END-IF
           ELSE
               PERFORM 0242-GRAVAR-REJEITO
           END-IF.

           READ ARQ-IMPPOT NEXT RECORD.
       0241-PROCESSAR-LINHA-CSV-EXIT.
           EXIT.

       02411-VALIDAR-LINHA-CSV SECTION.
           MOVE "S" TO WS-LINHA-OK.
           MOVE SPACES TO WS-MOTIVO-REJEITO.
           IF WS-CSV-PREFIXO NOT NUMERIC
           OR WS-CSV-PREFIXO = 0 THEN
               MOVE "N" TO WS-LINHA-OK
               MOVE "Prefixo de CEP invalido" TO WS-MOTIVO-REJEITO
           ELSE
           IF WS-CSV-SEGMENTO = SPACES THEN
               MOVE "N" TO WS-LINHA-OK
               MOVE "Segmento nao informado" TO WS-MOTIVO-REJEITO
           ELSE
           IF WS-CSV-LOCALIDADE = SPACES THEN
               MOVE "N" TO WS-LINHA-OK
               MOVE "Localidade nao informada" TO WS-MOTIVO-REJEITO
           ELSE
           IF WS-CSV-POPULACAO NOT NUMERIC
           OR WS-CSV-ESTABELEC NOT NUMERIC
           OR WS-CSV-ANO NOT NUMERIC THEN
               MOVE "N" TO WS-LINHA-OK
               MOVE "Populacao/estabelec./ano nao numericos" TO
                    WS-MOTIVO-REJEITO
           END-IF
           END-IF
           END-IF
           END-IF.
       02411-VALIDAR-LINHA-CSV-EXIT.
           EXIT.

       0242-GRAVAR-REJEITO SECTION.
           MOVE SPACES TO WS-LINHA-REJ-DET.
           MOVE IMPPOT-LINHA-CSV(1:5) TO WS-REJ-PREFIXO.
           MOVE WS-CSV-SEGMENTO TO WS-REJ-SEGMENTO.
           MOVE WS-MOTIVO-REJEITO TO WS-REJ-MOTIVO-DET.
           MOVE WS-LINHA-REJ-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-QTD-REJEITADOS.
       0242-GRAVAR-REJEITO-EXIT.
           EXIT.

       029-VERIFICAR-POTENCIAL SECTION.
           MOVE WS-TEL-POT-PREFIXO  TO POT-CEP-PREFIXO.
           MOVE WS-TEL-POT-SEGMENTO TO POT-SEGMENTO.
           READ ARQ-POTENCIAL KEY IS POT-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-POTENCIAL = 0 THEN
               MOVE 1 TO WS-EXISTE-POTENCIAL
           ELSE
               MOVE 0 TO WS-EXISTE-POTENCIAL
           END-IF.
       029-VERIFICAR-POTENCIAL-EXIT.
           EXIT.

       03-finalizar section.
           close ARQ-POTENCIAL.
       03-finalizar-exit.
           EXIT.
