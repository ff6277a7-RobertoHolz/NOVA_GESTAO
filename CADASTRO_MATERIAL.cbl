       identification division.
       program-id. "CADASTRO_MATERIAL".
       author.     Roberto Holz.
      *    CATALOGO DE MATERIAL PROMOCIONAL E AMOSTRAS (ARQ_MATERIAL)
      *    E CONTROLE DO ESTOQUE EM PODER DE CADA VENDEDOR:
      *      4 - MOVIMENTO: REMESSA AO VENDEDOR (E), DEVOLUCAO DO
      *          VENDEDOR A EMPRESA (D) E AJUSTE DE INVENTARIO (A, COM
      *          SINAL). AS ENTREGAS A CLIENTE (S) SO ENTRAM JUNTO COM
      *          A VISITA, NO REGISTRO_VISITA;
      *      5 - SALDO DO VENDEDOR: OS ITENS COM SALDO EM PODER DELE.
      *    TODO MOVIMENTO PASSA PELO GRAVA_MOVMAT, QUE MANTEM A RAZAO
      *    (ARQ_MATMOV) E O SALDO (ARQ_MATSALDO) JUNTOS.
      *    O ITEM NAO E EXCLUIDO, SO INATIVADO, PORQUE A RAZAO
      *    CONTINUA APONTANDO PARA ELE.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-material.cpy'.
         copy 'select-arq-matsaldo.cpy'.
         copy 'select-arq-vendedor.cpy'.

       data division.
       file section.
         copy 'fd-arq-material.cpy'.
         copy 'fd-arq-matsaldo.cpy'.
         copy 'fd-arq-vendedor.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-MATERIAL      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MATERIAL PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-MATSALDO      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MATSALDO PIC 9(02) VALUE ZEROS.
              05 wid-arq-vendedor      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VND      PIC 9(02) VALUE ZEROS.
              05 WS-VENDEDOR-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-OPERADOR-ID        PIC X(10) VALUE SPACES.
              05 WS-ERRO-ABERTURA      PIC 9(02) VALUE ZEROS.
              05 ws-acao               pic 9(01) value zeros.
              05 WS-PARAM-OK           PIC X(02) VALUE SPACES.
              05 WS-EXISTE-MATERIAL    PIC 9(01) VALUE ZEROS.
              05 WS-FIM-MATSALDO       PIC 9(01) VALUE ZEROS.
              05 WS-QTD-TELA           PIC 9(02) VALUE ZEROS.
              05 WS-IDX-TELA           PIC 9(02) VALUE ZEROS.
              05 WS-QTD-ITENS-SALDO    PIC 9(05) VALUE ZEROS.
              05 WS-TOT-SALDO          PIC S9(09) VALUE ZEROS.
              05 WS-SALDO-ED           PIC -(06)9.
              05 WS-TELA-MAT.
                 15 WS-MSG-MAT              PIC X(40) VALUE SPACES.
                 15 WS-MSG-MAT-R REDEFINES WS-MSG-MAT.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-mat.
                 15 WS-TEL-MAT-CODIGO       PIC 9(005) VALUES ZEROS.
                 15 WS-TEL-MAT-DESCRICAO    PIC X(040) VALUES SPACES.
                 15 WS-TEL-MAT-TIPO         PIC X(001) VALUES SPACES.
                 15 WS-TEL-MAT-UNIDADE      PIC X(003) VALUES SPACES.
                 15 WS-TEL-MAT-CUSTO        PIC 9(007)V9(002)
                    VALUES ZEROS.
                 15 WS-TEL-MAT-STATUS       PIC X(001) VALUES SPACES.
              05 ws-dados-tela-mov.
                 15 WS-TEL-MOV-CODVND       PIC 9(005) VALUES ZEROS.
                 15 WS-TEL-MOV-CODMAT       PIC 9(005) VALUES ZEROS.
                 15 WS-TEL-MOV-TIPO         PIC X(001) VALUES SPACES.
                 15 WS-TEL-MOV-QTDE         PIC S9(007) VALUES ZEROS.
                 15 WS-TEL-MOV-OBSERVACAO   PIC X(030) VALUES SPACES.
              05 WS-TEL-MAT-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-TEL-SLD-CODVND          PIC 9(05) VALUE ZEROS.
              05 WS-TEL-SLD-NOME            PIC X(40) VALUE SPACES.
              05 WS-TEL-SLD-LINHA           PIC X(76) OCCURS 8 TIMES.
              05 WS-TEL-SLD-TOTAL           PIC X(76) VALUE SPACES.
              05 WS-SLD-LINHA-ED.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-SLD-ED-CODMAT        PIC ZZZZ9B.
                 10 WS-SLD-ED-DESCRICAO     PIC X(40)B.
                 10 WS-SLD-ED-UNIDADE       PIC X(03)B.
                 10 WS-SLD-ED-SALDO         PIC -(06)9B.
                 10 WS-SLD-ED-ULT-MOV       PIC 9(08).
              05 WS-SLD-TOTAL-ED.
                 10 FILLER                  PIC X(10) VALUE
                    "  Itens: ".
                 10 WS-SLD-ED-QTD-ITENS     PIC ZZZZ9.
                 10 FILLER                  PIC X(20) VALUE
                    "   Unidades total: ".
                 10 WS-SLD-ED-TOT-SALDO     PIC -(08)9.

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

       SCREEN SECTION.
       01 TELA-CAD-MAT.
          05 VALUE "--- MATERIAL PROMOCIONAL E AMOSTRAS ---"
          BLANK SCREEN LINE 1 COL 25.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-INATIVAR/REATIVAR 4-MOVIMENTO"
          LINE 17 COL 20.
          05 VALUE
          "5-SALDO DO VENDEDOR 9-VOLTAR"
          LINE 18 COL 20.
          05 TELA-CAD-MAT-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-MAT.

       01 TELA-DADOS-MAT-CH.
          05 TELA-DADOS-MAT-CODIGO.
             10 LINE 05 COL 20 VALUE "Codigo do material......:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-MAT-CODIGO.
       01 TELA-DADOS-MAT-CORPO.
          05 TELA-DADOS-MAT-DESCRICAO.
             10 LINE 06 COL 20 VALUE "Descricao...............:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-MAT-DESCRICAO.
          05 TELA-DADOS-MAT-TIPO.
             10 LINE 07 COL 20 VALUE "Tipo (A=amostra P=promo):".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-MAT-TIPO.
          05 TELA-DADOS-MAT-UNIDADE.
             10 LINE 08 COL 20 VALUE "Unidade (UN/CX/PCT).....:".
             10 COLUMN PLUS 2 PIC X(03) USING WS-TEL-MAT-UNIDADE.
          05 TELA-DADOS-MAT-CUSTO.
             10 LINE 09 COL 20 VALUE "Custo unitario..........:".
             10 COLUMN PLUS 2 PIC ZZZZZZ9,99
                USING WS-TEL-MAT-CUSTO.
          05 TELA-DADOS-MAT-STATUS.
             10 LINE 10 COL 20 VALUE "Situacao (A/I)..........:".
             10 COLUMN PLUS 2 PIC X(01) FROM WS-TEL-MAT-STATUS.
       01 TELA-DADOS-CONFIRMAR-MAT.
          05 LINE 15 COL 20 VALUE "Confirmar(S/N).:".
          05 COLUMN PLUS 2 PIC X(01) USING WS-TEL-MAT-CONFIRMAR.

       01 TELA-DADOS-MOV.
          05 TELA-DADOS-MOV-CODVND.
             10 LINE 05 COL 20 VALUE "Codigo do vendedor......:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-MOV-CODVND.
          05 TELA-DADOS-MOV-CODMAT.
             10 LINE 06 COL 20 VALUE "Codigo do material......:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-MOV-CODMAT.
          05 TELA-DADOS-MOV-TIPO.
             10 LINE 07 COL 20 VALUE "Tipo (E=remessa D=devol.".
             10 LINE 08 COL 20 VALUE "      A=ajuste).........:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-MOV-TIPO.
          05 TELA-DADOS-MOV-QTDE.
             10 LINE 09 COL 20 VALUE "Quantidade (ajuste +/-).:".
             10 COLUMN PLUS 2 PIC S9(07) USING WS-TEL-MOV-QTDE.
          05 TELA-DADOS-MOV-OBSERVACAO.
             10 LINE 10 COL 20 VALUE "Observacao..............:".
             10 COLUMN PLUS 2 PIC X(30) USING WS-TEL-MOV-OBSERVACAO.

       01 TELA-SALDO-MAT.
          05 TELA-SALDO-CODVND.
             10 LINE 05 COL 3 VALUE "Codigo do vendedor......:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-SLD-CODVND.
             10 COLUMN PLUS 2 PIC X(40) FROM WS-TEL-SLD-NOME.
          05 VALUE "    COD DESCRICAO" LINE 06 COL 3.
          05 VALUE "UN.   SALDO ULT.MOV" LINE 06 COL 52.
          05 LINE 07 COL 3 PIC X(76) FROM WS-TEL-SLD-LINHA(1).
          05 LINE 08 COL 3 PIC X(76) FROM WS-TEL-SLD-LINHA(2).
          05 LINE 09 COL 3 PIC X(76) FROM WS-TEL-SLD-LINHA(3).
          05 LINE 10 COL 3 PIC X(76) FROM WS-TEL-SLD-LINHA(4).
          05 LINE 11 COL 3 PIC X(76) FROM WS-TEL-SLD-LINHA(5).
          05 LINE 12 COL 3 PIC X(76) FROM WS-TEL-SLD-LINHA(6).
          05 LINE 13 COL 3 PIC X(76) FROM WS-TEL-SLD-LINHA(7).
          05 LINE 14 COL 3 PIC X(76) FROM WS-TEL-SLD-LINHA(8).
          05 LINE 15 COL 3 PIC X(76) FROM WS-TEL-SLD-TOTAL.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           perform 01-inicializar.
           perform 02-processar
             until ws-acao = 9
                OR WS-ERRO-ABERTURA <> 0.
           perform 03-finalizar.
           goback.
       00-controle-exit. exit.

      *    O CATALOGO E CRIADO VAZIO NA PRIMEIRA UTILIZACAO. O SALDO
      *    SO E LIDO AQUI (QUEM GRAVA E O GRAVA_MOVMAT) E PODE AINDA
      *    NAO EXISTIR.
       01-inicializar section.
           initialize ws-variaveis.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           MOVE "ARQ_MATERIAL" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MATERIAL.
           OPEN I-O ARQ-MATERIAL.
           IF WS-RST-ACESS-MATERIAL = 35 THEN
               OPEN OUTPUT ARQ-MATERIAL
               CLOSE ARQ-MATERIAL
               OPEN I-O ARQ-MATERIAL
           END-IF.
           IF  WS-RST-ACESS-MATERIAL <> 00
           AND WS-RST-ACESS-MATERIAL <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQMAT" TO WS-MSG-1
               MOVE WS-RST-ACESS-MATERIAL TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-MAT
               ACCEPT TELA-CAD-MAT
               GO TO 01-inicializar-exit
           END-IF.

           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           IF  WS-RST-ACESS-VND = 00
           OR  WS-RST-ACESS-VND = 05 THEN
               MOVE "S" TO WS-VENDEDOR-DISPONIVEL
           END-IF.

           MOVE "ARQ_MATSALDO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MATSALDO.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-MAT.
           ACCEPT TELA-CAD-MAT.
           MOVE SPACES TO WS-MSG-MAT
           DISPLAY TELA-CAD-MAT-MSG.
           if ws-acao = 9 then
              continue
           else
           if ws-acao = 4 then
              PERFORM 025-MOVIMENTO-MATERIAL
           else
           if ws-acao = 5 then
              PERFORM 026-SALDO-VENDEDOR
           else
           if ws-acao = 1
           or ws-acao = 2
           or ws-acao = 3 then
              DISPLAY TELA-DADOS-MAT-CH
              MOVE " " TO WS-PARAM-OK
              PERFORM 021-INFORMA-CODIGO
                UNTIL WS-PARAM-OK EQUAL "OK"
              PERFORM 029-VERIFICAR-MATERIAL
              if ws-acao = 1 then
                  IF WS-EXISTE-MATERIAL = 0 THEN
                      PERFORM 022-INCLUIR-MATERIAL
                  ELSE
                      MOVE "Material ja cadastrado" TO WS-MSG-MAT
                  END-IF
              else
              if WS-EXISTE-MATERIAL = 0 then
                  MOVE "Material inexistente" TO WS-MSG-MAT
              else
              if ws-acao = 2 then
                  PERFORM 023-ALTERAR-MATERIAL
              else
                  PERFORM 024-INATIVAR-MATERIAL
              end-if
              end-if
              end-if
           else
              MOVE "Opcao invalida" TO WS-MSG-MAT
           end-if
           end-if
           end-if
           end-if.
       02-processar-exit. exit.

       021-INFORMA-CODIGO section.
            ACCEPT  TELA-DADOS-MAT-CODIGO.
            IF WS-TEL-MAT-CODIGO = 0 THEN
                MOVE "Codigo deve ser informado" TO WS-MSG-MAT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-MAT
            END-IF.
            DISPLAY TELA-CAD-MAT-MSG.
       021-INFORMA-CODIGO-EXIT.
           EXIT.

       022-INCLUIR-MATERIAL section.
           MOVE SPACES TO WS-TEL-MAT-DESCRICAO.
           MOVE "P"    TO WS-TEL-MAT-TIPO.
           MOVE "UN"   TO WS-TEL-MAT-UNIDADE.
           MOVE 0      TO WS-TEL-MAT-CUSTO.
           MOVE "A"    TO WS-TEL-MAT-STATUS.
           DISPLAY TELA-DADOS-MAT-CORPO.
           PERFORM 027-ACEITA-DADOS-MATERIAL.
           IF WS-TEL-MAT-CONFIRMAR = "S" THEN
               PERFORM 028-MONTAR-REGISTRO-MATERIAL
               WRITE MAT-REGISTRO
               IF WS-RST-ACESS-MATERIAL <> 0 THEN
                   MOVE "ERRO WRITE ARQ ARQMAT" TO WS-MSG-1
                   MOVE WS-RST-ACESS-MATERIAL TO WS-MSG-STATUS
               ELSE
                   MOVE "Material incluido com sucesso" TO WS-MSG-MAT
               END-IF
           ELSE
               MOVE "Inclusao nao realizada" TO WS-MSG-MAT
           END-IF.
       022-INCLUIR-MATERIAL-EXIT.
           EXIT.

       023-ALTERAR-MATERIAL section.
           PERFORM 02A-MOSTRAR-MATERIAL.
           PERFORM 027-ACEITA-DADOS-MATERIAL.
           IF WS-TEL-MAT-CONFIRMAR = "S" THEN
               PERFORM 028-MONTAR-REGISTRO-MATERIAL
               REWRITE MAT-REGISTRO
               IF WS-RST-ACESS-MATERIAL <> 0 THEN
                   MOVE "ERRO REWRITE ARQ ARQMAT" TO WS-MSG-1
                   MOVE WS-RST-ACESS-MATERIAL TO WS-MSG-STATUS
               ELSE
                   MOVE "Material alterado com sucesso" TO WS-MSG-MAT
               END-IF
           ELSE
               MOVE "Alteracao nao realizada" TO WS-MSG-MAT
           END-IF.
       023-ALTERAR-MATERIAL-EXIT.
           EXIT.

      *    INVERTE A SITUACAO DO ITEM. ITEM INATIVO NAO ACEITA NOVOS
      *    MOVIMENTOS, MAS O SALDO EM PODER DOS VENDEDORES CONTINUA
      *    NA CONSULTA E NO RELATORIO PARA SER RECOLHIDO.
       024-INATIVAR-MATERIAL section.
           PERFORM 02A-MOSTRAR-MATERIAL.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0271-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-MAT-CONFIRMAR NOT = "S" THEN
               MOVE "Operacao nao realizada" TO WS-MSG-MAT
               GO TO 024-INATIVAR-MATERIAL-EXIT
           END-IF.
           IF MAT-STATUS-ATIVO THEN
               MOVE "I" TO MAT-STATUS
           ELSE
               MOVE "A" TO MAT-STATUS
           END-IF.
           MOVE WS-OPERADOR-ID TO MAT-OPERADOR.
           ACCEPT MAT-DATA FROM DATE YYYYMMDD.
           REWRITE MAT-REGISTRO.
           IF WS-RST-ACESS-MATERIAL <> 0 THEN
               MOVE "ERRO REWRITE ARQ ARQMAT" TO WS-MSG-1
               MOVE WS-RST-ACESS-MATERIAL TO WS-MSG-STATUS
           ELSE
               IF MAT-STATUS-ATIVO THEN
                   MOVE "Material reativado" TO WS-MSG-MAT
               ELSE
                   MOVE "Material inativado" TO WS-MSG-MAT
               END-IF
           END-IF.
       024-INATIVAR-MATERIAL-EXIT.
           EXIT.

      *    REMESSA SO PARA VENDEDOR ATIVO; DEVOLUCAO E AJUSTE VALEM
      *    TAMBEM PARA O INATIVO, PARA RECOLHER O SALDO DELE.
       025-MOVIMENTO-MATERIAL section.
           INITIALIZE ws-dados-tela-mov.
           DISPLAY TELA-DADOS-MOV.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0251-INFORMA-VENDEDOR-MOV
             UNTIL WS-PARAM-OK EQUAL "OK".
           ACCEPT TELA-DADOS-MOV-CODMAT.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0252-INFORMA-TIPO-MOV
             UNTIL WS-PARAM-OK EQUAL "OK".
           ACCEPT TELA-DADOS-MOV-QTDE.
           ACCEPT TELA-DADOS-MOV-OBSERVACAO.

           MOVE "V" TO WS-MVM-FUNCAO.
           PERFORM 0253-CHAMAR-GRAVA-MOVMAT.
           IF WS-MVM-RETORNO <> 0 THEN
               MOVE WS-MVM-MENSAGEM TO WS-MSG-MAT
               GO TO 025-MOVIMENTO-MATERIAL-EXIT
           END-IF.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0271-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-MAT-CONFIRMAR NOT = "S" THEN
               MOVE "Movimento nao realizado" TO WS-MSG-MAT
               GO TO 025-MOVIMENTO-MATERIAL-EXIT
           END-IF.
           MOVE "G" TO WS-MVM-FUNCAO.
           PERFORM 0253-CHAMAR-GRAVA-MOVMAT.
           IF WS-MVM-RETORNO <> 0 THEN
               MOVE WS-MVM-MENSAGEM TO WS-MSG-MAT
           ELSE
               MOVE WS-MVM-SALDO TO WS-SALDO-ED
               MOVE SPACES TO WS-MSG-MAT
               STRING "Movimento gravado; saldo: " DELIMITED BY SIZE
                      WS-SALDO-ED                  DELIMITED BY SIZE
                 INTO WS-MSG-MAT
           END-IF.
       025-MOVIMENTO-MATERIAL-EXIT.
           EXIT.

       0251-INFORMA-VENDEDOR-MOV section.
            ACCEPT  TELA-DADOS-MOV-CODVND.
            IF WS-VENDEDOR-DISPONIVEL = "N" THEN
                MOVE "Arquivo de vendedores indisponivel" TO
                     WS-MSG-MAT
                DISPLAY TELA-CAD-MAT-MSG
                GO TO 0251-INFORMA-VENDEDOR-MOV-EXIT
            END-IF.
            MOVE WS-TEL-MOV-CODVND TO VND-CODIGO.
            READ ARQ-VENDEDOR KEY IS VND-CODIGO INVALID KEY CONTINUE
            END-READ.
            IF WS-RST-ACESS-VND <> 0 THEN
                MOVE "Vendedor inexistente" TO WS-MSG-MAT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                IF VND-STATUS-INATIVO THEN
                    MOVE "Vendedor inativo: so devolucao/ajuste"
                      TO WS-MSG-MAT
                ELSE
                    MOVE SPACES TO WS-MSG-MAT
                END-IF
            END-IF.
            DISPLAY TELA-CAD-MAT-MSG.
       0251-INFORMA-VENDEDOR-MOV-EXIT.
           EXIT.

       0252-INFORMA-TIPO-MOV section.
            ACCEPT  TELA-DADOS-MOV-TIPO.
            IF  WS-TEL-MOV-TIPO <> "E"
            AND WS-TEL-MOV-TIPO <> "D"
            AND WS-TEL-MOV-TIPO <> "A" THEN
                MOVE "Tipo deve ser E, D ou A" TO WS-MSG-MAT
            ELSE
            IF  WS-TEL-MOV-TIPO = "E"
            AND VND-STATUS-INATIVO THEN
                MOVE "Remessa para vendedor inativo" TO WS-MSG-MAT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-MAT
            END-IF
            END-IF.
            DISPLAY TELA-CAD-MAT-MSG.
       0252-INFORMA-TIPO-MOV-EXIT.
           EXIT.

       0253-CHAMAR-GRAVA-MOVMAT section.
           MOVE WS-TEL-MOV-CODVND     TO WS-MVM-CODVND.
           MOVE WS-TEL-MOV-CODMAT     TO WS-MVM-CODMAT.
           MOVE WS-TEL-MOV-TIPO       TO WS-MVM-TIPO.
           MOVE WS-TEL-MOV-QTDE       TO WS-MVM-QTDE.
           MOVE 0                     TO WS-MVM-CODCLI.
           MOVE 0                     TO WS-MVM-DATA.
           MOVE WS-TEL-MOV-OBSERVACAO TO WS-MVM-OBSERVACAO.
           MOVE WS-OPERADOR-ID        TO WS-MVM-OPERADOR.
           CALL 'GRAVA_MOVMAT' USING WS-GRAVAR-MOVMAT-PRM.
       0253-CHAMAR-GRAVA-MOVMAT-EXIT.
           EXIT.

      *    OS PRIMEIROS OITO ITENS COM SALDO DIFERENTE DE ZERO NA
      *    TELA; A LINHA DE TOTAL CONTA TODOS OS ITENS DO VENDEDOR.
       026-SALDO-VENDEDOR section.
           MOVE 0      TO WS-TEL-SLD-CODVND.
           MOVE SPACES TO WS-TEL-SLD-NOME.
           MOVE SPACES TO WS-TEL-SLD-TOTAL.
           MOVE 1 TO WS-IDX-TELA.
           PERFORM 0261-LIMPAR-LINHA
             UNTIL WS-IDX-TELA > 8.
           DISPLAY TELA-SALDO-MAT.
           ACCEPT TELA-SALDO-CODVND.
           IF WS-VENDEDOR-DISPONIVEL = "S" THEN
               MOVE WS-TEL-SLD-CODVND TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO INVALID KEY
                   CONTINUE
               END-READ
               IF WS-RST-ACESS-VND = 0 THEN
                   MOVE VND-NOME TO WS-TEL-SLD-NOME
                   IF VND-STATUS-INATIVO THEN
                       MOVE "(INATIVO - RECOLHER)" TO
                            WS-TEL-SLD-NOME(21:20)
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO WS-QTD-TELA.
           MOVE 0 TO WS-QTD-ITENS-SALDO.
           MOVE 0 TO WS-TOT-SALDO.
           OPEN INPUT ARQ-MATSALDO.
           IF  WS-RST-ACESS-MATSALDO <> 00
           AND WS-RST-ACESS-MATSALDO <> 05 THEN
               MOVE "Nenhum movimento de material" TO WS-MSG-MAT
               DISPLAY TELA-SALDO-MAT
               GO TO 026-SALDO-VENDEDOR-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-MATSALDO.
           MOVE WS-TEL-SLD-CODVND TO MSL-CODVND.
           MOVE 0                 TO MSL-CODMAT.
           START ARQ-MATSALDO KEY IS NOT LESS THAN MSL-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-MATSALDO
           END-START.
           IF WS-FIM-MATSALDO = 0 THEN
               READ ARQ-MATSALDO NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-MATSALDO
               END-READ
               PERFORM 0262-LISTAR-SALDO
                 UNTIL WS-FIM-MATSALDO = 1
           END-IF.
           CLOSE ARQ-MATSALDO.

           MOVE WS-QTD-ITENS-SALDO TO WS-SLD-ED-QTD-ITENS.
           MOVE WS-TOT-SALDO       TO WS-SLD-ED-TOT-SALDO.
           MOVE WS-SLD-TOTAL-ED    TO WS-TEL-SLD-TOTAL.
           IF WS-QTD-ITENS-SALDO = 0 THEN
               MOVE "Vendedor sem saldo de material" TO WS-MSG-MAT
           ELSE
           IF WS-QTD-ITENS-SALDO > 8 THEN
               MOVE "Mais itens: ver relatorio de material" TO
                    WS-MSG-MAT
           END-IF
           END-IF.
           DISPLAY TELA-SALDO-MAT.
       026-SALDO-VENDEDOR-EXIT.
           EXIT.

       0261-LIMPAR-LINHA section.
           MOVE SPACES TO WS-TEL-SLD-LINHA(WS-IDX-TELA).
           ADD 1 TO WS-IDX-TELA.
       0261-LIMPAR-LINHA-EXIT.
           EXIT.

       0262-LISTAR-SALDO section.
           IF MSL-CODVND NOT = WS-TEL-SLD-CODVND THEN
               MOVE 1 TO WS-FIM-MATSALDO
               GO TO 0262-LISTAR-SALDO-EXIT
           END-IF.
           IF MSL-SALDO NOT = 0 THEN
               ADD 1         TO WS-QTD-ITENS-SALDO
               ADD MSL-SALDO TO WS-TOT-SALDO
               IF WS-QTD-TELA < 8 THEN
                   ADD 1 TO WS-QTD-TELA
                   MOVE MSL-CODMAT TO MAT-CODIGO
                   READ ARQ-MATERIAL KEY IS MAT-CODIGO INVALID KEY
                       MOVE "** ITEM FORA DO CATALOGO **" TO
                            MAT-DESCRICAO
                       MOVE SPACES TO MAT-UNIDADE
                   END-READ
                   MOVE MSL-CODMAT       TO WS-SLD-ED-CODMAT
                   MOVE MAT-DESCRICAO    TO WS-SLD-ED-DESCRICAO
                   MOVE MAT-UNIDADE      TO WS-SLD-ED-UNIDADE
                   MOVE MSL-SALDO        TO WS-SLD-ED-SALDO
                   MOVE MSL-DATA-ULT-MOV TO WS-SLD-ED-ULT-MOV
                   MOVE WS-SLD-LINHA-ED  TO
                        WS-TEL-SLD-LINHA(WS-QTD-TELA)
               END-IF
           END-IF.
           READ ARQ-MATSALDO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-MATSALDO
           END-READ.
       0262-LISTAR-SALDO-EXIT.
           EXIT.

       027-ACEITA-DADOS-MATERIAL section.
           ACCEPT TELA-DADOS-MAT-DESCRICAO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0272-INFORMA-TIPO
             UNTIL WS-PARAM-OK EQUAL "OK".
           ACCEPT TELA-DADOS-MAT-UNIDADE.
           ACCEPT TELA-DADOS-MAT-CUSTO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0271-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       027-ACEITA-DADOS-MATERIAL-EXIT.
           EXIT.

       0271-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-MAT.
            IF  WS-TEL-MAT-CONFIRMAR <> "S"
            AND WS-TEL-MAT-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-MAT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-MAT
            END-IF.
            DISPLAY TELA-CAD-MAT-MSG.
       0271-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       0272-INFORMA-TIPO section.
            ACCEPT  TELA-DADOS-MAT-TIPO.
            IF  WS-TEL-MAT-TIPO <> "A"
            AND WS-TEL-MAT-TIPO <> "P" THEN
                MOVE "Tipo deve ser A ou P" TO WS-MSG-MAT
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-MAT
            END-IF.
            DISPLAY TELA-CAD-MAT-MSG.
       0272-INFORMA-TIPO-EXIT.
           EXIT.

       028-MONTAR-REGISTRO-MATERIAL section.
           MOVE WS-TEL-MAT-CODIGO     TO MAT-CODIGO.
           MOVE WS-TEL-MAT-DESCRICAO  TO MAT-DESCRICAO.
           MOVE WS-TEL-MAT-TIPO       TO MAT-TIPO.
           MOVE WS-TEL-MAT-UNIDADE    TO MAT-UNIDADE.
           MOVE WS-TEL-MAT-CUSTO      TO MAT-CUSTO-UNIT.
           MOVE WS-TEL-MAT-STATUS     TO MAT-STATUS.
           MOVE WS-OPERADOR-ID        TO MAT-OPERADOR.
           ACCEPT MAT-DATA FROM DATE YYYYMMDD.
       028-MONTAR-REGISTRO-MATERIAL-EXIT.
           EXIT.

       029-VERIFICAR-MATERIAL section.
           MOVE WS-TEL-MAT-CODIGO TO MAT-CODIGO.
           READ ARQ-MATERIAL KEY IS MAT-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-MATERIAL = 0 THEN
               MOVE 1 TO WS-EXISTE-MATERIAL
           ELSE
               MOVE 0 TO WS-EXISTE-MATERIAL
           END-IF.
       029-VERIFICAR-MATERIAL-EXIT.
           EXIT.

       02A-MOSTRAR-MATERIAL section.
           MOVE MAT-DESCRICAO  TO WS-TEL-MAT-DESCRICAO.
           MOVE MAT-TIPO       TO WS-TEL-MAT-TIPO.
           MOVE MAT-UNIDADE    TO WS-TEL-MAT-UNIDADE.
           MOVE MAT-CUSTO-UNIT TO WS-TEL-MAT-CUSTO.
           MOVE MAT-STATUS     TO WS-TEL-MAT-STATUS.
           DISPLAY TELA-DADOS-MAT-CORPO.
       02A-MOSTRAR-MATERIAL-EXIT.
           EXIT.

       03-finalizar section.
           IF WS-ERRO-ABERTURA = 1 THEN
               GO TO 03-finalizar-exit
           END-IF.
           CLOSE ARQ-MATERIAL.
           IF WS-VENDEDOR-DISPONIVEL = "S" THEN
               CLOSE ARQ-VENDEDOR
           END-IF.
       03-finalizar-exit. exit.
