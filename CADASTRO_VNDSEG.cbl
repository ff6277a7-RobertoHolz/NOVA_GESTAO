       identification division.
       program-id. "CADASTRO_VNDSEG".
       author.     Roberto Holz.
      *    MANUTENCAO DA TABELA DE ESPECIALIZACAO DOS VENDEDORES POR
      *    SEGMENTO DE ATIVIDADE (ARQ_VNDSEG, UMA POR EMPRESA). CADA
      *    LINHA DIZ QUE O VENDEDOR ATENDE O SEGMENTO INFORMADO; O
      *    SEGMENTO E A CLASSE CNAE OU SO O SEU INICIO (DIVISAO OU
      *    GRUPO). CLIENTE CUJO SEGMENTO COMECE POR UM CODIGO DESTA
      *    TABELA SO E DISTRIBUIDO A VENDEDOR ESPECIALIZADO NELE
      *    (CALC_DISTRIBUICAO E BALANCEIA_CARGA). A RELACAO SAI EM
      *    ARQUIVO TEXTO NO NOME INFORMADO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-vndseg.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-vndseg.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-VNDSEG       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDSEG  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-VENDEDOR     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VND     PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 WS-EXISTE-VNDSEG     PIC 9(01) VALUE ZEROS.
              05 WS-FIM-VNDSEG        PIC 9(01) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-TAM-SEGMENTO      PIC 9(01) VALUE ZEROS.
              05 WS-QTD-BRANCOS       PIC 9(01) VALUE ZEROS.
              05 WS-QTD-LISTADOS      PIC 9(05) VALUE ZEROS.
              05 WS-QTD-LISTADOS-ED   PIC Z(4)9.
              05 WS-TELA-CAD-VSG.
                 15 WS-MSG-CAD-VSG          PIC X(40) VALUE SPACES.
                 15 WS-MSG-CAD-VSG-R REDEFINES WS-MSG-CAD-VSG.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-vsg.
                 15 WS-TEL-VSG-CODVND       PIC 9(005) VALUES ZEROS.
                 15 WS-TEL-VSG-SEGMENTO     PIC X(004) VALUES SPACES.
                 15 WS-TEL-VSG-NOMEVND      PIC X(040) VALUES SPACES.
              05 WS-TEL-VSG-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-TEL-NMARQUIVO           PIC X(40) VALUE SPACES.

           01 WS-LINHAS-REL-VSG.
              05 WS-LINHA-VSG-CAB1          PIC X(80) VALUE
                 "ESPECIALIZACAO DE VENDEDORES POR SEGMENTO".
              05 WS-LINHA-VSG-CAB2          PIC X(80) VALUE
                 "VEND. NOME                           SEGM INCLUSAO OP
      -          "ERADOR".
              05 WS-LINHA-VSG-DET.
                 10 WS-VSG-DET-CODVND       PIC 9(05)B.
                 10 WS-VSG-DET-NOMEVND      PIC X(30)B.
                 10 WS-VSG-DET-SEGMENTO     PIC X(04)B.
                 10 WS-VSG-DET-INCLUSAO     PIC 9(08)B.
                 10 WS-VSG-DET-OPERADOR     PIC X(10).
              05 WS-LINHA-VSG-TOT.
                 10 FILLER                  PIC X(20) VALUE
                    "TOTAL DE LINHAS....:".
                 10 WS-VSG-TOT-QTD          PIC Z(4)9.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CAD-VSG.
          05 VALUE "--- ESPECIALIZACAO DE VENDEDORES POR SEGMENTO ---"
          BLANK SCREEN LINE 1 COL 20.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-INCLUIR 3-EXCLUIR 4-RELACAO 9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAD-VSG-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CAD-VSG.

       01 TELA-RELVSG.
          05  TELA-RELVSG-NMARQ.
              10 LINE 06 COLUMN 20 VALUE "Nome do arquivo relacao: ".
              10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-DADOS-VSG.
          05 TELA-DADOS-CODVND-VSG.
             10 LINE 06 COL 20 VALUE "Codigo do vendedor......:".
             10 COLUMN PLUS 2 PIC 9(5) USING WS-TEL-VSG-CODVND.
          05 TELA-DADOS-NOMEVND-VSG.
             10 LINE 07 COL 20 VALUE "Nome....................:".
             10 COLUMN PLUS 2 PIC X(40) FROM WS-TEL-VSG-NOMEVND.
          05 TELA-DADOS-SEGMENTO-VSG.
             10 LINE 08 COL 20 VALUE "Segmento (inicio CNAE)..:".
             10 COLUMN PLUS 2 PIC X(4) USING WS-TEL-VSG-SEGMENTO.
          05 TELA-DADOS-CONFIRMAR-VSG.
             10 LINE 10 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-VSG-CONFIRMAR.

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
           MOVE "ARQ_VNDSEG" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDSEG.
           OPEN I-O ARQ-VNDSEG.
           IF WS-RST-ACESS-VNDSEG = 35 THEN
               OPEN OUTPUT ARQ-VNDSEG
               CLOSE ARQ-VNDSEG
               OPEN I-O ARQ-VNDSEG
           END-IF.
           IF  WS-RST-ACESS-VNDSEG <> 00
           AND WS-RST-ACESS-VNDSEG <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQVNDSEG" TO WS-MSG-1
               MOVE WS-RST-ACESS-VNDSEG TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-VSG
               ACCEPT TELA-CAD-VSG
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
               DISPLAY TELA-CAD-VSG
               ACCEPT TELA-CAD-VSG
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-VSG.
           ACCEPT TELA-CAD-VSG.
           MOVE SPACES TO WS-MSG-CAD-VSG
           DISPLAY TELA-CAD-VSG-MSG.
           if ws-acao = 4 then
              PERFORM 024-RELACAO-VNDSEG
           else
           if ws-acao = 9 then
              display "sair"
           else
           if ws-acao <> 1 and ws-acao <> 3 then
              MOVE 'Opcao invalida' TO WS-MSG-CAD-VSG
           else
              MOVE SPACES TO ws-dados-tela-vsg
              MOVE SPACES TO WS-TEL-VSG-CONFIRMAR
              DISPLAY TELA-DADOS-VSG
              ACCEPT TELA-DADOS-CODVND-VSG
              ACCEPT TELA-DADOS-SEGMENTO-VSG
              PERFORM 028-VALIDAR-CHAVE
              IF WS-MSG-CAD-VSG = SPACES THEN
                  perform 029-VERIFICAR-VNDSEG
                  if ws-acao = 1 then
                      IF WS-EXISTE-VNDSEG = 0 THEN
                          PERFORM 021-INCLUIR-VNDSEG
                      ELSE
                          MOVE "Vendedor/segmento ja cadastrado" TO
                               WS-MSG-CAD-VSG
                      END-IF
                  else
                      IF WS-EXISTE-VNDSEG = 1 THEN
                          PERFORM 023-EXCLUIR-VNDSEG
                      ELSE
                          MOVE "Vendedor/segmento inexistente" TO
                               WS-MSG-CAD-VSG
                      END-IF
                  end-if
              END-IF
           end-if
           end-if
           end-if.
       02-processar-exit. exit.

       021-INCLUIR-VNDSEG section.
           ACCEPT TELA-DADOS-CONFIRMAR-VSG.
           EVALUATE WS-TEL-VSG-CONFIRMAR
           WHEN 'S'
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
             MOVE WS-TEL-VSG-CODVND   TO VSG-CODVND
             MOVE WS-TEL-VSG-SEGMENTO TO VSG-SEGMENTO
             MOVE WS-DATA-HOJE        TO VSG-DATA-INCLUSAO
             MOVE WS-OPERADOR-ID      TO VSG-OPERADOR
             WRITE VSG-REGISTRO
             IF  WS-RST-ACESS-VNDSEG <> 0 THEN
                 MOVE "ERRO WRITE ARQ ARQVNDSEG" TO WS-MSG-1
                 MOVE WS-RST-ACESS-VNDSEG TO WS-MSG-STATUS
             ELSE
                 MOVE "Especializacao incluida com sucesso" TO
                      WS-MSG-CAD-VSG
             END-IF
           WHEN 'N'
             MOVE "Inclusao nao realizada" TO WS-MSG-CAD-VSG
           WHEN OTHER
             MOVE 'Opcao invalida' TO WS-MSG-CAD-VSG
           END-EVALUATE.
       021-INCLUIR-VNDSEG-EXIT.
           EXIT.

       023-EXCLUIR-VNDSEG section.
           ACCEPT TELA-DADOS-CONFIRMAR-VSG.
           EVALUATE WS-TEL-VSG-CONFIRMAR
           WHEN 'S'
             DELETE ARQ-VNDSEG RECORD
             IF  WS-RST-ACESS-VNDSEG <> 0 THEN
                 MOVE "ERRO DELETE ARQ ARQVNDSEG" TO WS-MSG-1
                 MOVE WS-RST-ACESS-VNDSEG TO WS-MSG-STATUS
             ELSE
                 MOVE "Especializacao excluida com sucesso" TO
                      WS-MSG-CAD-VSG
             END-IF
           WHEN 'N'
             MOVE "Exclusao nao realizada" TO WS-MSG-CAD-VSG
           WHEN OTHER
             MOVE 'Opcao invalida' TO WS-MSG-CAD-VSG
           END-EVALUATE.
       023-EXCLUIR-VNDSEG-EXIT.
           EXIT.

      *    RELACAO COMPLETA NA ORDEM DA CHAVE (VENDEDOR, SEGMENTO).
       024-RELACAO-VNDSEG SECTION.
           DISPLAY TELA-RELVSG.
           ACCEPT  TELA-RELVSG-NMARQ.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           IF WS-RST-ACESS-IMPRESSO <> 0 THEN
               MOVE "ERRO ABERTURA ARQ RELACAO" TO WS-MSG-1
               MOVE WS-RST-ACESS-IMPRESSO TO WS-MSG-STATUS
               GO TO 024-RELACAO-VNDSEG-EXIT
           END-IF.
           MOVE WS-LINHA-VSG-CAB1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-VSG-CAB2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-QTD-LISTADOS.
           MOVE 0 TO WS-FIM-VNDSEG.
           MOVE LOW-VALUES TO VSG-CHAVE.
           START ARQ-VNDSEG KEY IS NOT LESS THAN VSG-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-VNDSEG
           END-START.
           IF WS-FIM-VNDSEG = 0 THEN
               READ ARQ-VNDSEG NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VNDSEG
               END-READ
           END-IF.
           PERFORM 0241-LISTAR-VNDSEG UNTIL WS-FIM-VNDSEG = 1.
           MOVE WS-QTD-LISTADOS TO WS-VSG-TOT-QTD.
           MOVE WS-LINHA-VSG-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.
           MOVE WS-QTD-LISTADOS TO WS-QTD-LISTADOS-ED.
           STRING "Relacao gerada, linhas:" DELIMITED BY SIZE
                  WS-QTD-LISTADOS-ED        DELIMITED BY SIZE
             INTO WS-MSG-CAD-VSG.
       024-RELACAO-VNDSEG-EXIT.
           EXIT.

       0241-LISTAR-VNDSEG SECTION.
           MOVE SPACES TO WS-LINHA-VSG-DET.
           MOVE VSG-CODVND        TO WS-VSG-DET-CODVND.
           MOVE VSG-SEGMENTO      TO WS-VSG-DET-SEGMENTO.
           MOVE VSG-DATA-INCLUSAO TO WS-VSG-DET-INCLUSAO.
           MOVE VSG-OPERADOR      TO WS-VSG-DET-OPERADOR.
           MOVE VSG-CODVND        TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO
             INVALID KEY MOVE "*** VENDEDOR INEXISTENTE ***" TO
                              WS-VSG-DET-NOMEVND
             NOT INVALID KEY MOVE VND-NOME TO WS-VSG-DET-NOMEVND
           END-READ.
           MOVE WS-LINHA-VSG-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-QTD-LISTADOS.
           READ ARQ-VNDSEG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-VNDSEG
           END-READ.
       0241-LISTAR-VNDSEG-EXIT.
           EXIT.

      *    NA INCLUSAO O VENDEDOR TEM QUE EXISTIR E ESTAR ATIVO. O
      *    SEGMENTO E ALINHADO A ESQUERDA E SO TEM DIGITOS (DE UM A
      *    QUATRO). NA EXCLUSAO BASTA A CHAVE EXISTIR, PARA PODER
      *    LIMPAR LINHAS DE VENDEDOR JA DESLIGADO.
       028-VALIDAR-CHAVE SECTION.
           MOVE SPACES TO WS-MSG-CAD-VSG.
           MOVE SPACES TO WS-TEL-VSG-NOMEVND.
           MOVE 0 TO WS-QTD-BRANCOS.
           INSPECT WS-TEL-VSG-SEGMENTO
             TALLYING WS-QTD-BRANCOS FOR TRAILING SPACES.
           COMPUTE WS-TAM-SEGMENTO = 4 - WS-QTD-BRANCOS.
           IF WS-TAM-SEGMENTO = 0 THEN
               MOVE "Segmento obrigatorio" TO WS-MSG-CAD-VSG
           ELSE
           IF WS-TEL-VSG-SEGMENTO(1:WS-TAM-SEGMENTO) NOT NUMERIC THEN
               MOVE "Segmento: 1 a 4 digitos iniciais CNAE" TO
                    WS-MSG-CAD-VSG
           ELSE
               MOVE WS-TEL-VSG-CODVND TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                 INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-VND = 0 THEN
                   MOVE VND-NOME TO WS-TEL-VSG-NOMEVND
                   IF ws-acao = 1 AND NOT VND-STATUS-ATIVO THEN
                       MOVE "Vendedor inativo" TO WS-MSG-CAD-VSG
                   END-IF
               ELSE
                   IF ws-acao = 1 THEN
                       MOVE "Vendedor inexistente" TO WS-MSG-CAD-VSG
                   END-IF
               END-IF
           END-IF
           END-IF.
           DISPLAY TELA-DADOS-NOMEVND-VSG.
           DISPLAY TELA-CAD-VSG-MSG.
       028-VALIDAR-CHAVE-EXIT.
           EXIT.

       029-VERIFICAR-VNDSEG SECTION.
           MOVE WS-TEL-VSG-CODVND   TO VSG-CODVND.
           MOVE WS-TEL-VSG-SEGMENTO TO VSG-SEGMENTO.
           READ ARQ-VNDSEG KEY IS VSG-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-VNDSEG = 0 THEN
               MOVE 1 TO WS-EXISTE-VNDSEG
           ELSE
               MOVE 0 TO WS-EXISTE-VNDSEG
           END-IF.
       029-VERIFICAR-VNDSEG-EXIT.
           EXIT.

       03-finalizar section.
           close ARQ-VNDSEG.
           close ARQ-VENDEDOR.
       03-finalizar-exit.
           EXIT.
