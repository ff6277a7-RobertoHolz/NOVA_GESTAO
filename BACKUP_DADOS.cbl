       identification division.
       program-id. "BACKUP_DADOS".
       author.     Roberto Holz.
      *    NA RODADA DO JOB NOTURNO (BACKUP_DADOS_BATCH=S) GRAVA
      *    TAMBEM OS TOTAIS DE CONTROLE DO BACKUP DE CLIENTES NO
      *    ARQUIVO DE BALANCEAMENTO (GRAVA_BALANCO).
       environment division.
       configuration section.
       input-output section.
              05 WS-QTDE-CLI           PIC 9(07) VALUE ZEROS.
              05 WS-QTDE-VND           PIC 9(05) VALUE ZEROS.
              05 WS-QTDE-CLI-ED        PIC ZZZZZZ9.
              05 WS-BALANCO-PRM.
                 10 WS-BAL-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-BAL-ENT-TIPO   PIC X(01) VALUE SPACES.
                 10 WS-BAL-ENT-QTD    PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-ENT-HASH   PIC 9(15) VALUE ZEROS.
                 10 WS-BAL-QTD-LIDOS  PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-QTD-GRAVADOS PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-QTD-REJEITADOS PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-CONF-INTERNA PIC X(01) VALUE SPACES.
                 10 WS-BAL-HASH-CLI   PIC 9(15) VALUE ZEROS.
                 10 WS-BAL-HASH-VALOR PIC 9(15)V9(02) VALUE ZEROS.
                 10 WS-BAL-SAI-QTD    PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-SAI-HASH   PIC 9(15) VALUE ZEROS.
              05 WS-QTDE-VND-ED        PIC ZZZZ9.
              05 WS-DADOS-TELA.
                 10 WS-MSG-BKP             PIC X(40) VALUE SPACES.
               MOVE 0 TO WS-JOB-QTD-AVISOS
               MOVE WS-RC-BATCH TO WS-JOB-RETORNO
               CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM
               IF WS-RC-BATCH < 8 THEN
                   PERFORM 05-GRAVAR-BALANCO
               END-IF
               MOVE WS-RC-BATCH TO RETURN-CODE
               goback
           END-IF.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           MOVE 0 TO WS-QTDE-CLI.
           MOVE 0 TO WS-BAL-ENT-QTD.
           MOVE 0 TO WS-BAL-ENT-HASH.
           MOVE 0 TO WS-BAL-QTD-GRAVADOS.
           MOVE 0 TO WS-BAL-QTD-REJEITADOS.
           MOVE 0 TO WS-BAL-HASH-CLI.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           EXIT.

       031-GRAVAR-BKPCLI-ITEM SECTION.
           ADD 1          TO WS-BAL-ENT-QTD.
           ADD CLI-CODIGO TO WS-BAL-ENT-HASH.
           MOVE CLI-CODIGO          TO BKPCLI-CODIGO.
           MOVE CLI-CNPJ            TO BKPCLI-CNPJ.
           MOVE CLI-RAZAOSOCIAL     TO BKPCLI-RAZAOSOCIAL.
           MOVE CLI-DATA-STATUS     TO BKPCLI-DATA-STATUS.
           MOVE CLI-CEP             TO BKPCLI-CEP.
           MOVE CLI-LOCALIDADE      TO BKPCLI-LOCALIDADE.
           MOVE CLI-SEGMENTO        TO BKPCLI-SEGMENTO.
           WRITE BKPCLI-REGISTRO.
           IF WS-RST-ACESS-BKPCLI = 0 THEN
               ADD 1          TO WS-BAL-QTD-GRAVADOS
               ADD CLI-CODIGO TO WS-BAL-HASH-CLI
           ELSE
               ADD 1          TO WS-BAL-QTD-REJEITADOS
           END-IF.
           ADD 1 TO WS-QTDE-CLI.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
       032-GRAVAR-BKPVND-ITEM-EXIT.
           EXIT.

      *    TOTAIS DE CONTROLE DO BACKUP PARA O BALANCEAMENTO ENTRE
      *    PASSOS: O CADASTRO DE CLIENTES RECEBIDO, AS COPIAS GRAVADAS
      *    (CADA CLIENTE LIDO TEM DE TER SUA COPIA) E A SOMA DOS
      *    CODIGOS COPIADOS. O BACKUP SO LE O CADASTRO, QUE SEGUE
      *    ADIANTE COMO FOI RECEBIDO.
       05-GRAVAR-BALANCO SECTION.
           MOVE "BACKUP_DADOS"        TO WS-BAL-PROGRAMA.
           MOVE "T"                   TO WS-BAL-ENT-TIPO.
           MOVE WS-BAL-ENT-QTD        TO WS-BAL-QTD-LIDOS.
           MOVE "S"                   TO WS-BAL-CONF-INTERNA.
           MOVE 0                     TO WS-BAL-HASH-VALOR.
           MOVE WS-BAL-ENT-QTD        TO WS-BAL-SAI-QTD.
           MOVE WS-BAL-ENT-HASH       TO WS-BAL-SAI-HASH.
           CALL 'GRAVA_BALANCO' USING WS-BALANCO-PRM.
       05-GRAVAR-BALANCO-EXIT.
           EXIT.

      *    RECARREGA OS ARQUIVOS INDEXADOS A PARTIR DE UMA COPIA DE
      *    BACKUP GERADA PELA 03-GERAR-BACKUP, SUBSTITUINDO TODO O
      *    CONTEUDO ATUAL.
           MOVE BKPCLI-DATA-STATUS   TO CLI-DATA-STATUS.
           MOVE BKPCLI-CEP           TO CLI-CEP.
           MOVE BKPCLI-LOCALIDADE    TO CLI-LOCALIDADE.
           MOVE BKPCLI-SEGMENTO      TO CLI-SEGMENTO.
           WRITE CLI-REGISTRO.
           ADD 1 TO WS-QTDE-CLI.
           READ ARQ-BKPCLI NEXT RECORD
