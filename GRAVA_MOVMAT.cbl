       identification division.
       program-id. "GRAVA_MOVMAT".
       author.     Roberto Holz.
      *    VALIDA E GRAVA UM MOVIMENTO DO ESTOQUE DE MATERIAL
      *    PROMOCIONAL / AMOSTRAS EM PODER DE UM VENDEDOR: GRAVA A
      *    LINHA NA RAZAO (ARQ_MATMOV) E ATUALIZA O SALDO DO ITEM PARA
      *    O VENDEDOR (ARQ_MATSALDO). E O UNICO PONTO QUE MEXE NOS
      *    DOIS ARQUIVOS, PARA O SALDO NUNCA DIVERGIR DA RAZAO.
      *    CHAMADO PELO CADASTRO_MATERIAL (REMESSAS, DEVOLUCOES E
      *    AJUSTES) E PELO REGISTRO_VISITA (ENTREGAS A CLIENTE NA
      *    VISITA, DIGITADAS OU VINDAS NO LOTE DE CAMPO).
      *    O SALDO NAO PODE FICAR NEGATIVO: ENTREGA, DEVOLUCAO OU
      *    AJUSTE MAIOR QUE O SALDO E RECUSADO (RETORNO 03).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-material.cpy'.
         copy 'select-arq-matmov.cpy'.
         copy 'select-arq-matsaldo.cpy'.

       data division.
       file section.
         copy 'fd-arq-material.cpy'.
         copy 'fd-arq-matmov.cpy'.
         copy 'fd-arq-matsaldo.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-MATERIAL      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MATERIAL PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-MATMOV        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MATMOV   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-MATSALDO      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MATSALDO PIC 9(02) VALUE ZEROS.
              05 WS-ARQUIVOS-ABERTOS   PIC 9(01) VALUE ZEROS.
              05 WS-SALDO-EXISTE       PIC X(01) VALUE "N".
              05 WS-SALDO-ATUAL        PIC S9(07) VALUE ZEROS.
              05 WS-SALDO-NOVO         PIC S9(07) VALUE ZEROS.
              05 WS-SALDO-ED           PIC Z(06)9.
              05 WS-FIM-SEQ            PIC 9(01) VALUE ZEROS.
              05 WS-HORA-COMPLETA      PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
         copy 'lk-gravar-movmat.cpy'.

       PROCEDURE DIVISION USING WL-LINK-GRAVAR-MOVMAT.
       00-CONTROLE SECTION.
           MOVE 0      TO WL-MVM-RETORNO.
           MOVE 0      TO WL-MVM-SALDO.
           MOVE SPACES TO WL-MVM-MENSAGEM.
           IF WL-MVM-DATA = 0 THEN
               ACCEPT WL-MVM-DATA FROM DATE YYYYMMDD
           END-IF.
           PERFORM 01-ABRIR-ARQUIVOS.
           IF WL-MVM-RETORNO = 0 THEN
               PERFORM 02-VALIDAR-MOVIMENTO
           END-IF.
           IF  WL-MVM-RETORNO = 0
           AND WL-MVM-FUNCAO = "G" THEN
               PERFORM 03-GRAVAR-MOVIMENTO
           END-IF.
           PERFORM 04-FECHAR-ARQUIVOS.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

      *    SEM CATALOGO NAO HA MATERIAL VALIDO. RAZAO E SALDO SAO
      *    CRIADOS VAZIOS NA PRIMEIRA UTILIZACAO (STATUS 35).
       01-ABRIR-ARQUIVOS SECTION.
           MOVE 0 TO WS-ARQUIVOS-ABERTOS.
           MOVE "ARQ_MATERIAL" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MATERIAL.
           OPEN INPUT ARQ-MATERIAL.
           IF  WS-RST-ACESS-MATERIAL <> 00
           AND WS-RST-ACESS-MATERIAL <> 05 THEN
               MOVE 01 TO WL-MVM-RETORNO
               MOVE "Catalogo de material nao cadastrado" TO
                    WL-MVM-MENSAGEM
               GO TO 01-ABRIR-ARQUIVOS-EXIT
           END-IF.
           MOVE 1 TO WS-ARQUIVOS-ABERTOS.

           MOVE "ARQ_MATSALDO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MATSALDO.
           OPEN I-O ARQ-MATSALDO.
           IF WS-RST-ACESS-MATSALDO = 35 THEN
               OPEN OUTPUT ARQ-MATSALDO
               CLOSE ARQ-MATSALDO
               OPEN I-O ARQ-MATSALDO
           END-IF.
           IF  WS-RST-ACESS-MATSALDO <> 00
           AND WS-RST-ACESS-MATSALDO <> 05 THEN
               MOVE 09 TO WL-MVM-RETORNO
               MOVE "ERRO ABERTURA ARQ ARQMATSALDO" TO WL-MVM-MENSAGEM
               GO TO 01-ABRIR-ARQUIVOS-EXIT
           END-IF.
           MOVE 2 TO WS-ARQUIVOS-ABERTOS.

           MOVE "ARQ_MATMOV" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MATMOV.
           OPEN I-O ARQ-MATMOV.
           IF WS-RST-ACESS-MATMOV = 35 THEN
               OPEN OUTPUT ARQ-MATMOV
               CLOSE ARQ-MATMOV
               OPEN I-O ARQ-MATMOV
           END-IF.
           IF  WS-RST-ACESS-MATMOV <> 00
           AND WS-RST-ACESS-MATMOV <> 05 THEN
               MOVE 09 TO WL-MVM-RETORNO
               MOVE "ERRO ABERTURA ARQ ARQMATMOV" TO WL-MVM-MENSAGEM
               GO TO 01-ABRIR-ARQUIVOS-EXIT
           END-IF.
           MOVE 3 TO WS-ARQUIVOS-ABERTOS.
       01-ABRIR-ARQUIVOS-EXIT.
           EXIT.

       02-VALIDAR-MOVIMENTO SECTION.
           MOVE WL-MVM-CODMAT TO MAT-CODIGO.
           READ ARQ-MATERIAL KEY IS MAT-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-MATERIAL <> 0 THEN
               MOVE 01 TO WL-MVM-RETORNO
               MOVE "Material inexistente" TO WL-MVM-MENSAGEM
               GO TO 02-VALIDAR-MOVIMENTO-EXIT
           END-IF.
           IF NOT MAT-STATUS-ATIVO THEN
               MOVE 02 TO WL-MVM-RETORNO
               MOVE "Material inativo" TO WL-MVM-MENSAGEM
               GO TO 02-VALIDAR-MOVIMENTO-EXIT
           END-IF.
           IF  WL-MVM-TIPO <> "E"
           AND WL-MVM-TIPO <> "S"
           AND WL-MVM-TIPO <> "D"
           AND WL-MVM-TIPO <> "A" THEN
               MOVE 04 TO WL-MVM-RETORNO
               MOVE "Tipo de movimento invalido" TO WL-MVM-MENSAGEM
               GO TO 02-VALIDAR-MOVIMENTO-EXIT
           END-IF.
           IF (WL-MVM-TIPO = "A" AND WL-MVM-QTDE = 0)
           OR (WL-MVM-TIPO NOT = "A" AND WL-MVM-QTDE NOT > 0) THEN
               MOVE 04 TO WL-MVM-RETORNO
               MOVE "Quantidade invalida" TO WL-MVM-MENSAGEM
               GO TO 02-VALIDAR-MOVIMENTO-EXIT
           END-IF.
           IF  WL-MVM-TIPO = "S"
           AND WL-MVM-CODCLI = 0 THEN
               MOVE 04 TO WL-MVM-RETORNO
               MOVE "Entrega sem cliente" TO WL-MVM-MENSAGEM
               GO TO 02-VALIDAR-MOVIMENTO-EXIT
           END-IF.

           MOVE WL-MVM-CODVND TO MSL-CODVND.
           MOVE WL-MVM-CODMAT TO MSL-CODMAT.
           READ ARQ-MATSALDO KEY IS MSL-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-MATSALDO = 0 THEN
               MOVE "S"       TO WS-SALDO-EXISTE
               MOVE MSL-SALDO TO WS-SALDO-ATUAL
           ELSE
               MOVE "N"       TO WS-SALDO-EXISTE
               MOVE 0         TO WS-SALDO-ATUAL
           END-IF.
           MOVE WS-SALDO-ATUAL TO WL-MVM-SALDO.
           IF WL-MVM-TIPO = "S" OR WL-MVM-TIPO = "D" THEN
               COMPUTE WS-SALDO-NOVO = WS-SALDO-ATUAL - WL-MVM-QTDE
           ELSE
               COMPUTE WS-SALDO-NOVO = WS-SALDO-ATUAL + WL-MVM-QTDE
           END-IF.
           IF WS-SALDO-NOVO < 0 THEN
               MOVE 03 TO WL-MVM-RETORNO
               MOVE WS-SALDO-ATUAL TO WS-SALDO-ED
               STRING "Saldo insuficiente; saldo: " DELIMITED BY SIZE
                      WS-SALDO-ED                   DELIMITED BY SIZE
                 INTO WL-MVM-MENSAGEM
           END-IF.
       02-VALIDAR-MOVIMENTO-EXIT.
           EXIT.

      *    A SEQUENCIA PARTE DA HORA (HHMMSS) E AVANCA ENQUANTO A
      *    CHAVE JA EXISTIR, COMO NOS PEDIDOS DA VISITA.
       03-GRAVAR-MOVIMENTO SECTION.
           MOVE WL-MVM-CODVND     TO MMV-CODVND.
           MOVE WL-MVM-CODMAT     TO MMV-CODMAT.
           MOVE WL-MVM-DATA       TO MMV-DATA.
           MOVE WL-MVM-TIPO       TO MMV-TIPO.
           MOVE WL-MVM-QTDE       TO MMV-QTDE.
           MOVE WL-MVM-CODCLI     TO MMV-CODCLI.
           MOVE WS-SALDO-NOVO     TO MMV-SALDO-APOS.
           MOVE WL-MVM-OBSERVACAO TO MMV-OBSERVACAO.
           MOVE WL-MVM-OPERADOR   TO MMV-OPERADOR.
           ACCEPT MMV-DATA-REGISTRO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO MMV-SEQ.
           MOVE 0 TO WS-FIM-SEQ.
           WRITE MMV-REGISTRO.
           PERFORM 031-PROCURAR-SEQ-LIVRE
             UNTIL WS-FIM-SEQ = 1.
           IF WS-RST-ACESS-MATMOV <> 0 THEN
               MOVE 09 TO WL-MVM-RETORNO
               MOVE "ERRO WRITE ARQ ARQMATMOV" TO WL-MVM-MENSAGEM
               GO TO 03-GRAVAR-MOVIMENTO-EXIT
           END-IF.

           MOVE WL-MVM-CODVND TO MSL-CODVND.
           MOVE WL-MVM-CODMAT TO MSL-CODMAT.
           MOVE WS-SALDO-NOVO TO MSL-SALDO.
           IF WS-SALDO-EXISTE = "S" THEN
               IF WL-MVM-DATA > MSL-DATA-ULT-MOV THEN
                   MOVE WL-MVM-DATA TO MSL-DATA-ULT-MOV
               END-IF
               REWRITE MSL-REGISTRO
           ELSE
               MOVE WL-MVM-DATA TO MSL-DATA-ULT-MOV
               WRITE MSL-REGISTRO
           END-IF.
           IF WS-RST-ACESS-MATSALDO <> 0 THEN
               MOVE 09 TO WL-MVM-RETORNO
               MOVE "ERRO GRAVACAO ARQ ARQMATSALDO" TO WL-MVM-MENSAGEM
           ELSE
               MOVE WS-SALDO-NOVO TO WL-MVM-SALDO
           END-IF.
       03-GRAVAR-MOVIMENTO-EXIT.
           EXIT.

       031-PROCURAR-SEQ-LIVRE SECTION.
           IF WS-RST-ACESS-MATMOV = 22 AND MMV-SEQ < 999999 THEN
               ADD 1 TO MMV-SEQ
               WRITE MMV-REGISTRO
           ELSE
               MOVE 1 TO WS-FIM-SEQ
           END-IF.
       031-PROCURAR-SEQ-LIVRE-EXIT.
           EXIT.

       04-FECHAR-ARQUIVOS SECTION.
           IF WS-ARQUIVOS-ABERTOS > 0 THEN
               CLOSE ARQ-MATERIAL
           END-IF.
           IF WS-ARQUIVOS-ABERTOS > 1 THEN
               CLOSE ARQ-MATSALDO
           END-IF.
           IF WS-ARQUIVOS-ABERTOS > 2 THEN
               CLOSE ARQ-MATMOV
           END-IF.
       04-FECHAR-ARQUIVOS-EXIT.
           EXIT.
