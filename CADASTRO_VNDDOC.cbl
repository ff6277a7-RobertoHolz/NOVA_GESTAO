       identification division.
       program-id. "CADASTRO_VNDDOC".
       author.     Roberto Holz.
      *    MANUTENCAO DOS DOCUMENTOS DO REPRESENTANTE (ARQ_VNDDOC, UM
      *    POR EMPRESA): CONTRATO DE REPRESENTACAO (C), REGISTRO NO
      *    CONSELHO - CORE (R) E OUTROS (O). CADA VENDEDOR TEM NO
      *    MAXIMO UM DOCUMENTO VIGENTE DE CADA TIPO; NA RENOVACAO O
      *    DOCUMENTO E ALTERADO COM O NOVO NUMERO E AS NOVAS DATAS.
      *    O CONTRATO LEVA A REFERENCIA DA CLAUSULA DE COMISSAO.
      *    CONTRATO VENCIDO BLOQUEIA CLIENTE NOVO PARA O VENDEDOR; O
      *    AVISO DE VENCIMENTO SAI NO RELATORIO_VNDDOC. A RELACAO
      *    SAI EM ARQUIVO TEXTO NO NOME INFORMADO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-vnddoc.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-vnddoc.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-VNDDOC       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDDOC  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-VENDEDOR     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VND     PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 WS-EXISTE-VNDDOC     PIC 9(01) VALUE ZEROS.
              05 WS-FIM-VNDDOC        PIC 9(01) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-QTD-LISTADOS      PIC 9(05) VALUE ZEROS.
              05 WS-QTD-LISTADOS-ED   PIC Z(4)9.
              05 WS-TELA-CAD-VDC.
                 15 WS-MSG-CAD-VDC          PIC X(40) VALUE SPACES.
                 15 WS-MSG-CAD-VDC-R REDEFINES WS-MSG-CAD-VDC.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-vdc.
                 15 WS-TEL-VDC-CODVND       PIC 9(005) VALUES ZEROS.
                 15 WS-TEL-VDC-TIPO         PIC X(001) VALUES SPACES.
                 15 WS-TEL-VDC-NOMEVND      PIC X(040) VALUES SPACES.
                 15 WS-TEL-VDC-NUMERO       PIC X(020) VALUES SPACES.
                 15 WS-TEL-VDC-EMISSAO      PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-VDC-VALIDADE     PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-VDC-CLAUSULA     PIC X(020) VALUES SPACES.
              05 WS-TEL-VDC-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-TEL-NMARQUIVO           PIC X(40) VALUE SPACES.

           01 WS-LINHAS-REL-VDC.
              05 WS-LINHA-VDC-CAB1          PIC X(80) VALUE
                 "DOCUMENTOS DOS REPRESENTANTES".
              05 WS-LINHA-VDC-CAB2          PIC X(80) VALUE
                 "VEND. NOME                 T NUMERO               EMIS
      -          "SAO  VALIDADE CLAUSULA".
              05 WS-LINHA-VDC-DET.
                 10 WS-VDC-DET-CODVND       PIC 9(05)B.
                 10 WS-VDC-DET-NOMEVND      PIC X(20)B.
                 10 WS-VDC-DET-TIPO         PIC X(01)B.
                 10 WS-VDC-DET-NUMERO       PIC X(20)B.
                 10 WS-VDC-DET-EMISSAO      PIC 9(08)B.
                 10 WS-VDC-DET-VALIDADE     PIC 9(08)B.
                 10 WS-VDC-DET-CLAUSULA     PIC X(14).
              05 WS-LINHA-VDC-TOT.
                 10 FILLER                  PIC X(20) VALUE
                    "TOTAL DE LINHAS....:".
                 10 WS-VDC-TOT-QTD          PIC Z(4)9.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CAD-VDC.
          05 VALUE "--- DOCUMENTOS DOS REPRESENTANTES ---"
          BLANK SCREEN LINE 1 COL 22.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-EXCLUIR 4-RELACAO 9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAD-VDC-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CAD-VDC.

       01 TELA-RELVDC.
          05  TELA-RELVDC-NMARQ.
              10 LINE 06 COLUMN 20 VALUE "Nome do arquivo relacao: ".
              10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-DADOS-VDC-CH.
          05 TELA-DADOS-CODVND-VDC.
             10 LINE 05 COL 15 VALUE "Codigo do vendedor......:".
             10 COLUMN PLUS 2 PIC 9(5) USING WS-TEL-VDC-CODVND.
          05 TELA-DADOS-TIPO-VDC.
             10 LINE 06 COL 15 VALUE "Tipo (C/R/O)............:".
             10 COLUMN PLUS 2 PIC X(1) USING WS-TEL-VDC-TIPO.
             10 LINE 07 COL 17 VALUE
                "C=contrato  R=registro CORE  O=outro".
          05 TELA-DADOS-NOMEVND-VDC.
             10 LINE 08 COL 15 VALUE "Nome....................:".
             10 COLUMN PLUS 2 PIC X(40) FROM WS-TEL-VDC-NOMEVND.
       01 TELA-DADOS-VDC-CORPO.
          05 TELA-DADOS-NUMERO-VDC.
             10 LINE 10 COL 15 VALUE "Numero do documento.....:".
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-VDC-NUMERO.
          05 TELA-DADOS-DATAS-VDC.
             10 LINE 11 COL 15 VALUE "Emissao (AAAAMMDD)......:".
             10 COLUMN PLUS 2 PIC 9(08) USING WS-TEL-VDC-EMISSAO.
             10 LINE 12 COL 15 VALUE "Validade (0=sem venc.)..:".
             10 COLUMN PLUS 2 PIC 9(08) USING WS-TEL-VDC-VALIDADE.
          05 TELA-DADOS-CLAUSULA-VDC.
             10 LINE 13 COL 15 VALUE "Clausula de comissao....:".
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-VDC-CLAUSULA.
          05 TELA-DADOS-CONFIRMAR-VDC.
             10 LINE 14 COL 15 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-VDC-CONFIRMAR.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           perform 01-inicializar.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           perform 02-processar
             until ws-acao = 9
                OR WS-ERRO-ABERTURA <> 0.
           perform 03-finalizar.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           initialize ws-variaveis.
           MOVE "ARQ_VNDDOC" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDDOC.
           OPEN I-O ARQ-VNDDOC.
           IF WS-RST-ACESS-VNDDOC = 35 THEN
               OPEN OUTPUT ARQ-VNDDOC
               CLOSE ARQ-VNDDOC
               OPEN I-O ARQ-VNDDOC
           END-IF.
           IF  WS-RST-ACESS-VNDDOC <> 00
           AND WS-RST-ACESS-VNDDOC <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQVNDDOC" TO WS-MSG-1
               MOVE WS-RST-ACESS-VNDDOC TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-VDC
               ACCEPT TELA-CAD-VDC
               GO TO 01-inicializar-exit
           END-IF.

           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VENDEDOR.
           OPEN INPUT ARQ-VENDEDOR.
           IF  WS-RST-ACESS-VND <> 00
           AND WS-RST-ACESS-VND <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQVND" TO WS-MSG-1
               MOVE WS-RST-ACESS-VND TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-VDC
               ACCEPT TELA-CAD-VDC
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-VDC.
           ACCEPT TELA-CAD-VDC.
           MOVE SPACES TO WS-MSG-CAD-VDC
           DISPLAY TELA-CAD-VDC-MSG.
           if ws-acao = 4 then
              PERFORM 024-RELACAO-VNDDOC
           else
           if ws-acao = 9 then
              continue
           else
           if ws-acao <> 1 and ws-acao <> 2 and ws-acao <> 3 then
              MOVE 'Opcao invalida' TO WS-MSG-CAD-VDC
           else
              MOVE SPACES TO ws-dados-tela-vdc
              MOVE ZEROS  TO WS-TEL-VDC-CODVND
              MOVE ZEROS  TO WS-TEL-VDC-EMISSAO
              MOVE ZEROS  TO WS-TEL-VDC-VALIDADE
              MOVE SPACES TO WS-TEL-VDC-CONFIRMAR
              DISPLAY TELA-DADOS-VDC-CH
              ACCEPT TELA-DADOS-CODVND-VDC
              ACCEPT TELA-DADOS-TIPO-VDC
              PERFORM 028-VALIDAR-CHAVE
              IF WS-MSG-CAD-VDC = SPACES THEN
                  perform 029-VERIFICAR-VNDDOC
                  if ws-acao = 1 then
                      IF WS-EXISTE-VNDDOC = 0 THEN
                          PERFORM 021-INCLUIR-VNDDOC
                      ELSE
                          MOVE "Documento ja cadastrado" TO
                               WS-MSG-CAD-VDC
                      END-IF
                  else
                      IF WS-EXISTE-VNDDOC = 0 THEN
                          MOVE "Documento inexistente" TO
                               WS-MSG-CAD-VDC
                      ELSE
                      IF ws-acao = 2 THEN
                          PERFORM 022-ALTERAR-VNDDOC
                      ELSE
                          PERFORM 023-EXCLUIR-VNDDOC
                      END-IF
                      END-IF
                  end-if
              END-IF
           end-if
           end-if
           end-if.
       02-processar-exit. exit.

       021-INCLUIR-VNDDOC section.
           MOVE SPACES TO WS-TEL-VDC-NUMERO.
           MOVE SPACES TO WS-TEL-VDC-CLAUSULA.
           ACCEPT WS-TEL-VDC-EMISSAO FROM DATE YYYYMMDD.
           MOVE ZEROS  TO WS-TEL-VDC-VALIDADE.
           DISPLAY TELA-DADOS-VDC-CORPO.
           PERFORM 025-ACEITA-DADOS-VNDDOC.
           IF WS-TEL-VDC-CONFIRMAR = "S" THEN
               MOVE WS-TEL-VDC-CODVND TO VDC-CODVND
               MOVE WS-TEL-VDC-TIPO   TO VDC-TIPO
               MOVE ZEROS             TO VDC-DATA-ALERTA
               PERFORM 026-MOVER-DADOS-VNDDOC
               WRITE VDC-REGISTRO
               IF  WS-RST-ACESS-VNDDOC <> 0 THEN
                   MOVE "ERRO WRITE ARQ ARQVNDDOC" TO WS-MSG-1
                   MOVE WS-RST-ACESS-VNDDOC TO WS-MSG-STATUS
               ELSE
                   MOVE "Documento incluido com sucesso" TO
                        WS-MSG-CAD-VDC
               END-IF
           ELSE
               MOVE "Inclusao nao realizada" TO WS-MSG-CAD-VDC
           END-IF.
       021-INCLUIR-VNDDOC-EXIT.
           EXIT.

      *    NA RENOVACAO BASTA INFORMAR A NOVA VALIDADE: O ALERTA DE
      *    VENCIMENTO COMPARA A VALIDADE COM A JA AVISADA E VOLTA A
      *    VALER SOZINHO PARA O NOVO PRAZO.
       022-ALTERAR-VNDDOC section.
           MOVE VDC-NUMERO            TO WS-TEL-VDC-NUMERO.
           MOVE VDC-DATA-EMISSAO      TO WS-TEL-VDC-EMISSAO.
           MOVE VDC-DATA-VALIDADE     TO WS-TEL-VDC-VALIDADE.
           MOVE VDC-CLAUSULA-COMISSAO TO WS-TEL-VDC-CLAUSULA.
           DISPLAY TELA-DADOS-VDC-CORPO.
           PERFORM 025-ACEITA-DADOS-VNDDOC.
           IF WS-TEL-VDC-CONFIRMAR = "S" THEN
               PERFORM 026-MOVER-DADOS-VNDDOC
               REWRITE VDC-REGISTRO
               IF  WS-RST-ACESS-VNDDOC <> 0 THEN
                   MOVE "ERRO REWRITE ARQ ARQVNDDOC" TO WS-MSG-1
                   MOVE WS-RST-ACESS-VNDDOC TO WS-MSG-STATUS
               ELSE
                   MOVE "Documento alterado com sucesso" TO
                        WS-MSG-CAD-VDC
               END-IF
           ELSE
               MOVE "Alteracao nao realizada" TO WS-MSG-CAD-VDC
           END-IF.
       022-ALTERAR-VNDDOC-EXIT.
           EXIT.

       023-EXCLUIR-VNDDOC section.
           MOVE VDC-NUMERO            TO WS-TEL-VDC-NUMERO.
           MOVE VDC-DATA-EMISSAO      TO WS-TEL-VDC-EMISSAO.
           MOVE VDC-DATA-VALIDADE     TO WS-TEL-VDC-VALIDADE.
           MOVE VDC-CLAUSULA-COMISSAO TO WS-TEL-VDC-CLAUSULA.
           DISPLAY TELA-DADOS-VDC-CORPO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-VDC-CONFIRMAR = "S" THEN
               DELETE ARQ-VNDDOC RECORD
               IF  WS-RST-ACESS-VNDDOC <> 0 THEN
                   MOVE "ERRO DELETE ARQ ARQVNDDOC" TO WS-MSG-1
                   MOVE WS-RST-ACESS-VNDDOC TO WS-MSG-STATUS
               ELSE
                   MOVE "Documento excluido com sucesso" TO
                        WS-MSG-CAD-VDC
               END-IF
           ELSE
               MOVE "Exclusao nao realizada" TO WS-MSG-CAD-VDC
           END-IF.
       023-EXCLUIR-VNDDOC-EXIT.
           EXIT.

      *    RELACAO COMPLETA NA ORDEM DA CHAVE (VENDEDOR, TIPO).
       024-RELACAO-VNDDOC SECTION.
           DISPLAY TELA-RELVDC.
           ACCEPT  TELA-RELVDC-NMARQ.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           IF WS-RST-ACESS-IMPRESSO <> 0 THEN
               MOVE "ERRO ABERTURA ARQ RELACAO" TO WS-MSG-1
               MOVE WS-RST-ACESS-IMPRESSO TO WS-MSG-STATUS
               GO TO 024-RELACAO-VNDDOC-EXIT
           END-IF.
           MOVE WS-LINHA-VDC-CAB1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-VDC-CAB2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-QTD-LISTADOS.
           MOVE 0 TO WS-FIM-VNDDOC.
           MOVE LOW-VALUES TO VDC-CHAVE.
           START ARQ-VNDDOC KEY IS NOT LESS THAN VDC-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-VNDDOC
           END-START.
           IF WS-FIM-VNDDOC = 0 THEN
               READ ARQ-VNDDOC NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VNDDOC
               END-READ
           END-IF.
           PERFORM 0241-LISTAR-VNDDOC UNTIL WS-FIM-VNDDOC = 1.
           MOVE WS-QTD-LISTADOS TO WS-VDC-TOT-QTD.
           MOVE WS-LINHA-VDC-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.
           MOVE WS-QTD-LISTADOS TO WS-QTD-LISTADOS-ED.
           STRING "Relacao gerada, linhas:" DELIMITED BY SIZE
                  WS-QTD-LISTADOS-ED        DELIMITED BY SIZE
             INTO WS-MSG-CAD-VDC.
       024-RELACAO-VNDDOC-EXIT.
           EXIT.

       0241-LISTAR-VNDDOC SECTION.
           MOVE SPACES TO WS-LINHA-VDC-DET.
           MOVE VDC-CODVND            TO WS-VDC-DET-CODVND.
           MOVE VDC-TIPO              TO WS-VDC-DET-TIPO.
           MOVE VDC-NUMERO            TO WS-VDC-DET-NUMERO.
           MOVE VDC-DATA-EMISSAO      TO WS-VDC-DET-EMISSAO.
           MOVE VDC-DATA-VALIDADE     TO WS-VDC-DET-VALIDADE.
           MOVE VDC-CLAUSULA-COMISSAO TO WS-VDC-DET-CLAUSULA.
           MOVE VDC-CODVND            TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO
             INVALID KEY MOVE "*** INEXISTENTE ***" TO
                              WS-VDC-DET-NOMEVND
             NOT INVALID KEY MOVE VND-NOME TO WS-VDC-DET-NOMEVND
           END-READ.
           MOVE WS-LINHA-VDC-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-QTD-LISTADOS.
           READ ARQ-VNDDOC NEXT RECORD
             AT END MOVE 1 TO WS-FIM-VNDDOC
           END-READ.
       0241-LISTAR-VNDDOC-EXIT.
           EXIT.

       025-ACEITA-DADOS-VNDDOC section.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0251-INFORMA-NUMERO
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0252-INFORMA-DATAS
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0253-INFORMA-CLAUSULA
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       025-ACEITA-DADOS-VNDDOC-EXIT.
           EXIT.

       0251-INFORMA-NUMERO section.
            ACCEPT  TELA-DADOS-NUMERO-VDC.
            IF WS-TEL-VDC-NUMERO = SPACES THEN
                MOVE "Numero deve ser informado" TO WS-MSG-CAD-VDC
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-VDC
            END-IF.
            DISPLAY TELA-CAD-VDC-MSG.
       0251-INFORMA-NUMERO-EXIT.
           EXIT.

      *    EMISSAO OBRIGATORIA E VALIDA; VALIDADE ZERADA (DOCUMENTO
      *    SEM VENCIMENTO) OU DATA VALIDA DEPOIS DA EMISSAO.
       0252-INFORMA-DATAS section.
           ACCEPT TELA-DADOS-DATAS-VDC.
           MOVE SPACES TO WS-MSG-CAD-VDC.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TEL-VDC-EMISSAO)
              NOT = 0 THEN
               MOVE "Data de emissao invalida" TO WS-MSG-CAD-VDC
           ELSE
           IF WS-TEL-VDC-VALIDADE = 0 THEN
               MOVE "OK" TO WS-PARAM-OK
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TEL-VDC-VALIDADE)
              NOT = 0 THEN
               MOVE "Data de validade invalida" TO WS-MSG-CAD-VDC
           ELSE
           IF WS-TEL-VDC-VALIDADE NOT > WS-TEL-VDC-EMISSAO THEN
               MOVE "Validade deve ser depois da emissao" TO
                    WS-MSG-CAD-VDC
           ELSE
               MOVE "OK" TO WS-PARAM-OK
           END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY TELA-CAD-VDC-MSG.
       0252-INFORMA-DATAS-EXIT.
           EXIT.

      *    A CLAUSULA DE COMISSAO SO E EXIGIDA NO CONTRATO.
       0253-INFORMA-CLAUSULA section.
            ACCEPT  TELA-DADOS-CLAUSULA-VDC.
            IF WS-TEL-VDC-CLAUSULA = SPACES
            AND WS-TEL-VDC-TIPO = "C" THEN
                MOVE "Clausula de comissao obrigatoria" TO
                     WS-MSG-CAD-VDC
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-VDC
            END-IF.
            DISPLAY TELA-CAD-VDC-MSG.
       0253-INFORMA-CLAUSULA-EXIT.
           EXIT.

       026-MOVER-DADOS-VNDDOC section.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-TEL-VDC-NUMERO   TO VDC-NUMERO.
           MOVE WS-TEL-VDC-EMISSAO  TO VDC-DATA-EMISSAO.
           MOVE WS-TEL-VDC-VALIDADE TO VDC-DATA-VALIDADE.
           MOVE WS-TEL-VDC-CLAUSULA TO VDC-CLAUSULA-COMISSAO.
           MOVE WS-OPERADOR-ID      TO VDC-OPERADOR.
           MOVE WS-DATA-HOJE        TO VDC-DATA-ALTERACAO.
       026-MOVER-DADOS-VNDDOC-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-VDC.
            IF  WS-TEL-VDC-CONFIRMAR <> "S"
            AND WS-TEL-VDC-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-CAD-VDC
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-VDC
            END-IF.
            DISPLAY TELA-CAD-VDC-MSG.
       027-INFORMA-CONFIRMAR-EXIT.
           EXIT.

      *    NA INCLUSAO O VENDEDOR TEM QUE EXISTIR E ESTAR ATIVO. NA
      *    ALTERACAO E NA EXCLUSAO BASTA A CHAVE EXISTIR, PARA PODER
      *    ACERTAR DOCUMENTO DE VENDEDOR JA DESLIGADO.
       028-VALIDAR-CHAVE SECTION.
           MOVE SPACES TO WS-MSG-CAD-VDC.
           MOVE SPACES TO WS-TEL-VDC-NOMEVND.
           IF  WS-TEL-VDC-TIPO <> "C"
           AND WS-TEL-VDC-TIPO <> "R"
           AND WS-TEL-VDC-TIPO <> "O" THEN
               MOVE "Tipo invalido (C/R/O)" TO WS-MSG-CAD-VDC
           ELSE
               MOVE WS-TEL-VDC-CODVND TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                 INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-VND = 0 THEN
                   MOVE VND-NOME TO WS-TEL-VDC-NOMEVND
                   IF ws-acao = 1 AND NOT VND-STATUS-ATIVO THEN
                       MOVE "Vendedor inativo" TO WS-MSG-CAD-VDC
                   END-IF
               ELSE
                   IF ws-acao = 1 THEN
                       MOVE "Vendedor inexistente" TO WS-MSG-CAD-VDC
                   END-IF
               END-IF
           END-IF.
           DISPLAY TELA-DADOS-NOMEVND-VDC.
           DISPLAY TELA-CAD-VDC-MSG.
       028-VALIDAR-CHAVE-EXIT.
           EXIT.

       029-VERIFICAR-VNDDOC SECTION.
           MOVE WS-TEL-VDC-CODVND TO VDC-CODVND.
           MOVE WS-TEL-VDC-TIPO   TO VDC-TIPO.
           READ ARQ-VNDDOC KEY IS VDC-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-VNDDOC = 0 THEN
               MOVE 1 TO WS-EXISTE-VNDDOC
           ELSE
               MOVE 0 TO WS-EXISTE-VNDDOC
           END-IF.
       029-VERIFICAR-VNDDOC-EXIT.
           EXIT.

       03-finalizar section.
           close ARQ-VNDDOC.
           close ARQ-VENDEDOR.
       03-finalizar-exit.
           EXIT.
