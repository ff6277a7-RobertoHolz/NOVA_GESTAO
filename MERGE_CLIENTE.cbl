      *    FUSAO DE CLIENTES DUPLICADOS: DADO O CODIGO SOBREVIVENTE E
      *    O CODIGO DUPLICADO (MESMA EMPRESA REAL CADASTRADA DUAS
      *    VEZES NA EPOCA EM QUE NAO HAVIA CRITICA DE CNPJ), A FUSAO:
      *      - TRANSFERE PARA O SOBREVIVENTE OS CONTATOS, AS VISITAS,
      *        A LINHA DO TEMPO DE ATRIBUICOES E AS NOTAS DATADAS DO
      *        DUPLICADO;
      *      - CARREGA A PROTECAO DE ATRIBUICAO MANUAL DO DUPLICADO
      *        QUANDO O SOBREVIVENTE NAO A TEM;
      *      - DECREMENTA A CONTAGEM DE CLIENTES DO VENDEDOR DO
         copy 'select-arq-contato.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-histdist.cpy'.
         copy 'select-arq-notacli.cpy'.

       data division.
       file section.
         copy 'fd-arq-contato.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-histdist.cpy'.
         copy 'fd-arq-notacli.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WID-ARQ-HISTDIST     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-HISTDIST PIC 9(02) VALUE ZEROS.
              05 WS-HISTD-DISPONIVEL  PIC X(01) VALUE "N".
              05 WID-ARQ-NOTACLI      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-NOTACLI PIC 9(02) VALUE ZEROS.
              05 WS-NOTACLI-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-AUD-IMAGEM-ANTES      PIC X(200) VALUE SPACES.
              05 WS-AUD-IMAGEM-DEPOIS     PIC X(200) VALUE SPACES.

      *    MOTIVO DE INATIVACAO GRAVADO PELA ROTINA COMUM A TODOS OS
      *    CAMINHOS QUE INATIVAM CLIENTE.
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

          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Move contatos, visitas, historico e notas do"
             LINE 6 COL 20.
          05 VALUE "codigo duplicado para o sobrevivente e inativa"
             LINE 7 COL 20.
          05 VALUE "o duplicado com referencia ao sobrevivente."
             LINE 8 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
           OR  WS-RST-ACESS-HISTDIST = 05 THEN
               MOVE "S" TO WS-HISTD-DISPONIVEL
           END-IF.
           MOVE "ARQ_NOTACLI" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-NOTACLI.
           OPEN I-O ARQ-NOTACLI.
           IF  WS-RST-ACESS-NOTACLI = 00
           OR  WS-RST-ACESS-NOTACLI = 05 THEN
               MOVE "S" TO WS-NOTACLI-DISPONIVEL
           END-IF.
       02-abrir-arquivos-exit.
           EXIT.

           PERFORM 031-transferir-contatos.
           PERFORM 032-transferir-visitas.
           PERFORM 033-transferir-historico.
           PERFORM 036-transferir-notas.
           PERFORM 034-inativar-duplicado.
           PERFORM 035-atualizar-sobrevivente.

           MOVE "M"            TO WS-AUD-OPERACAO.
           MOVE CLI-CODIGO     TO WS-AUD-CHAVE.
           CALL 'GRAVA_AUDITORIA' USING WS-AUDITORIA.
      *    O DUPLICADO SAI DA BASE POR FUSAO: MOTIVO PADRAO "FU".
           MOVE "G"            TO WS-MTV-FUNCAO.
           MOVE CLI-CODIGO     TO WS-MTV-CODCLI.
           MOVE "FU"           TO WS-MTV-MOTIVO.
           MOVE CLI-DATA-STATUS TO WS-MTV-DATA.
           MOVE WS-OPERADOR-ID TO WS-MTV-OPERADOR.
           MOVE "F"            TO WS-MTV-ORIGEM.
           CALL 'REGISTRA_MOTIVO_INAT' USING WS-REGISTRA-MOTIVO-PRM.
       034-inativar-duplicado-exit.
           EXIT.

       035-atualizar-sobrevivente-exit.
           EXIT.

      *    NOTAS DO DUPLICADO: MESMO TRATAMENTO DOS CONTATOS, COM AS
      *    PROXIMAS SEQUENCIAS LIVRES DO SOBREVIVENTE. DATA, AUTOR E
      *    TEXTO DA NOTA NAO MUDAM.
       036-transferir-notas section.
           IF WS-NOTACLI-DISPONIVEL = "N" THEN
               GO TO 036-transferir-notas-exit
           END-IF.
           PERFORM 0361-achar-seq-livre-nota.
           MOVE 0 TO WS-FIM-FILHOS.
           MOVE WS-TEL-COD-DUPLICADO TO NOTA-CODCLI.
           MOVE 0 TO NOTA-SEQ.
           START ARQ-NOTACLI KEY IS GREATER THAN NOTA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-FILHOS
           END-START.
           IF WS-FIM-FILHOS = 0 THEN
               READ ARQ-NOTACLI NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FILHOS
               END-READ
               PERFORM 0362-mover-uma-nota
                 UNTIL WS-FIM-FILHOS = 1
           END-IF.
       036-transferir-notas-exit.
           EXIT.

       0361-achar-seq-livre-nota section.
           MOVE 0 TO WS-SEQ-LIVRE.
           MOVE 0 TO WS-FIM-FILHOS.
           MOVE WS-TEL-COD-SOBREVIVE TO NOTA-CODCLI.
           MOVE 0 TO NOTA-SEQ.
           START ARQ-NOTACLI KEY IS GREATER THAN NOTA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-FILHOS
           END-START.
           IF WS-FIM-FILHOS = 0 THEN
               READ ARQ-NOTACLI NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FILHOS
               END-READ
               PERFORM 03611-acumular-seq-nota
                 UNTIL WS-FIM-FILHOS = 1
           END-IF.
       0361-achar-seq-livre-nota-exit.
           EXIT.

       03611-acumular-seq-nota section.
           IF NOTA-CODCLI = WS-TEL-COD-SOBREVIVE THEN
               IF NOTA-SEQ > WS-SEQ-LIVRE THEN
                   MOVE NOTA-SEQ TO WS-SEQ-LIVRE
               END-IF
               READ ARQ-NOTACLI NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FILHOS
               END-READ
           ELSE
               MOVE 1 TO WS-FIM-FILHOS
           END-IF.
       03611-acumular-seq-nota-exit.
           EXIT.

      *    SOBREVIVENTE SEM SEQUENCIA LIVRE (999 NOTAS) CONTA COMO
      *    COLISAO E A NOTA FICA NO DUPLICADO.
       0362-mover-uma-nota section.
           IF NOTA-CODCLI NOT = WS-TEL-COD-DUPLICADO THEN
               MOVE 1 TO WS-FIM-FILHOS
               GO TO 0362-mover-uma-nota-exit
           END-IF.
           MOVE NOTA-SEQ TO WS-SEQ-ATUAL-DUP.
           IF WS-SEQ-LIVRE >= 999 THEN
               ADD 1 TO WS-QTD-COLISOES
               GO TO 0362-mover-uma-nota-prox
           END-IF.
           MOVE WS-TEL-COD-SOBREVIVE TO NOTA-CODCLI.
           ADD 1 TO WS-SEQ-LIVRE.
           MOVE WS-SEQ-LIVRE TO NOTA-SEQ.
           WRITE NOTA-REGISTRO.
           IF WS-RST-ACESS-NOTACLI = 0 THEN
               MOVE WS-TEL-COD-DUPLICADO TO NOTA-CODCLI
               MOVE WS-SEQ-ATUAL-DUP     TO NOTA-SEQ
               READ ARQ-NOTACLI KEY IS NOTA-CHAVE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-NOTACLI = 0 THEN
                   DELETE ARQ-NOTACLI RECORD
               END-IF
               ADD 1 TO WS-QTD-TRANSFERIDOS
           ELSE
               ADD 1 TO WS-QTD-COLISOES
           END-IF.
       0362-mover-uma-nota-prox.
           MOVE WS-TEL-COD-DUPLICADO TO NOTA-CODCLI.
           MOVE WS-SEQ-ATUAL-DUP TO NOTA-SEQ.
           START ARQ-NOTACLI KEY IS GREATER THAN NOTA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-FILHOS
           END-START.
           IF WS-FIM-FILHOS = 0 THEN
               READ ARQ-NOTACLI NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FILHOS
               END-READ
           END-IF.
       0362-mover-uma-nota-exit.
           EXIT.

       04-fechar-arquivos section.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-CONTATO.
           CLOSE ARQ-VISITA.
           CLOSE ARQ-HISTDIST.
           IF WS-NOTACLI-DISPONIVEL = "S" THEN
               CLOSE ARQ-NOTACLI
           END-IF.
       04-fechar-arquivos-exit.
           EXIT.
