      *    CLIENTE DO ARQUIVO MORTO PELO CODIGO. O CADASTRO CONSULTA
      *    O ARQUIVO MORTO NA CRITICA DE CNPJ DUPLICADO, ENTAO UM
      *    CLIENTE ARQUIVADO NAO PODE SER RECADASTRADO COM OUTRO
      *    CODIGO. O MOTIVO DA INATIVACAO VAI JUNTO PARA O ARQUIVO
      *    MORTO E VOLTA PARA O ARQ_CLIINAT NA RESTAURACAO.
      *    OS ARQUIVOS FILHOS (CONTATOS, ENDERECOS, NOTAS DATADAS)
      *    FICAM SOB O MESMO CODIGO E VOLTAM A VALER COM A
      *    RESTAURACAO; A QUANTIDADE DE NOTAS GUARDADAS SAI NO
      *    RELATORIO DO ARQUIVAMENTO E NA MENSAGEM DA RESTAURACAO.
       environment division.
       configuration section.
       input-output section.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-arqmorto.cpy'.
         copy 'select-impresso.cpy'.
         copy 'select-arq-notacli.cpy'.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-arqmorto.cpy'.
         copy 'fd-impresso.cpy'.
         copy 'fd-arq-notacli.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-QTD-ARQUIVADOS    PIC 9(07) VALUE ZEROS.
              05 WS-QTD-ARQUIVADOS-ED PIC Z(6)9.
              05 WS-PROXIMO-CODIGO    PIC 9(07) VALUE ZEROS.
              05 WID-ARQ-NOTACLI      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-NOTACLI PIC 9(02) VALUE ZEROS.
              05 WS-NOTACLI-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-FIM-NOTAS         PIC 9(01) VALUE ZEROS.
              05 WS-CODCLI-NOTAS      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-NOTAS-CLI     PIC 9(03) VALUE ZEROS.
              05 WS-QTD-NOTAS-ED      PIC ZZ9.

           01 WS-LINHAS-REL-ARQMORTO.
              05 WS-LINHA-ARM-CAB          PIC X(80) VALUE
                 10 WS-ARM-CNPJ            PIC 9(14)B.
                 10 WS-ARM-RAZAO           PIC X(40)B.
                 10 WS-ARM-DATA-STATUS     PIC 9(08).
                 10 FILLER                 PIC X(07) VALUE " NOTAS ".
                 10 WS-ARM-QTD-NOTAS       PIC ZZ9.
              05 WS-LINHA-ARM-TOT.
                 10 FILLER                 PIC X(25) VALUE
                    "Clientes arquivados....:".
                 10 WS-TOT-ARQUIVADOS-ED   PIC ZZZZZZ9.

      *    MOTIVO DE INATIVACAO MANTIDO PELA ROTINA COMUM.
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

       SCREEN SECTION.
       01 TELA-ARQMORTO.
          05 VALUE "--- ARQUIVO MORTO DE CLIENTES ---" BLANK SCREEN
                   end-if
                   CLOSE ARQ-CLIENTE
                   CLOSE ARQ-ARQMORTO
                   IF WS-NOTACLI-DISPONIVEL = "S" THEN
                       CLOSE ARQ-NOTACLI
                   END-IF
               END-IF
               DISPLAY TELA-ARQMORTO
               DISPLAY TELA-ARQMORTO-MSG
               MOVE WS-RST-ACESS-ARQMORTO TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
           END-IF.

      *    O ARQUIVO DE NOTAS SO E LIDO, PARA CONTAR AS NOTAS QUE
      *    ACOMPANHAM O CLIENTE; SEM ELE AS CONTAGENS SAEM ZERADAS.
           MOVE "ARQ_NOTACLI" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-NOTACLI.
           OPEN INPUT ARQ-NOTACLI.
           IF  WS-RST-ACESS-NOTACLI = 00
           OR  WS-RST-ACESS-NOTACLI = 05 THEN
               MOVE "S" TO WS-NOTACLI-DISPONIVEL
           ELSE
               MOVE "N" TO WS-NOTACLI-DISPONIVEL
           END-IF.
       02-abrir-arquivos-exit.
           EXIT.

           ACCEPT MORTO-DATA-ARQUIVAMENTO FROM DATE YYYYMMDD.
           MOVE CLI-CEP             TO MORTO-CEP.
           MOVE CLI-LOCALIDADE      TO MORTO-LOCALIDADE.
           MOVE CLI-SEGMENTO        TO MORTO-SEGMENTO.
           MOVE "C"                 TO WS-MTV-FUNCAO.
           MOVE CLI-CODIGO          TO WS-MTV-CODCLI.
           CALL 'REGISTRA_MOTIVO_INAT' USING WS-REGISTRA-MOTIVO-PRM.
           MOVE WS-MTV-MOTIVO       TO MORTO-MOTIVO-INATIV.
           WRITE MORTO-REGISTRO.
           IF WS-RST-ACESS-ARQMORTO = 0 THEN
               DELETE ARQ-CLIENTE RECORD
               IF WS-RESULTADO-ACESSO = 0 THEN
                   MOVE "E"        TO WS-MTV-FUNCAO
                   MOVE CLI-CODIGO TO WS-MTV-CODCLI
                   CALL 'REGISTRA_MOTIVO_INAT'
                        USING WS-REGISTRA-MOTIVO-PRM
                   ADD 1 TO WS-QTD-ARQUIVADOS
                   MOVE SPACES TO WS-LINHA-ARM-DET
                   MOVE MORTO-CODIGO      TO WS-ARM-CODCLI
                   MOVE MORTO-CNPJ        TO WS-ARM-CNPJ
                   MOVE MORTO-RAZAOSOCIAL TO WS-ARM-RAZAO
                   MOVE MORTO-DATA-STATUS TO WS-ARM-DATA-STATUS
                   MOVE MORTO-CODIGO      TO WS-CODCLI-NOTAS
                   PERFORM 05-contar-notas
                   MOVE WS-QTD-NOTAS-CLI  TO WS-ARM-QTD-NOTAS
                   MOVE WS-LINHA-ARM-DET TO ARQ-IMPRESSO-LINHA
                   WRITE ARQ-IMPRESSO-LINHA
               END-IF
               MOVE MORTO-DATA-STATUS   TO CLI-DATA-STATUS
               MOVE MORTO-CEP           TO CLI-CEP
               MOVE MORTO-LOCALIDADE    TO CLI-LOCALIDADE
               MOVE MORTO-SEGMENTO      TO CLI-SEGMENTO
               WRITE CLI-REGISTRO
               IF WS-RESULTADO-ACESSO <> 0 THEN
                   MOVE "ERRO WRITE ARQ ARQCLI" TO WS-MSG-1
                   MOVE WS-RESULTADO-ACESSO TO WS-MSG-STATUS
               ELSE
                   PERFORM 041-restaurar-motivo
                   DELETE ARQ-ARQMORTO RECORD
                   MOVE MORTO-CODIGO TO WS-CODCLI-NOTAS
                   PERFORM 05-contar-notas
                   MOVE WS-QTD-NOTAS-CLI TO WS-QTD-NOTAS-ED
                   MOVE SPACES TO WS-MSG-ARQMORTO
                   STRING "Restaurado (inativo), notas: "
                                          DELIMITED BY SIZE
                          WS-QTD-NOTAS-ED DELIMITED BY SIZE
                     INTO WS-MSG-ARQMORTO
               END-IF
           END-IF.
       04-restaurar-cliente-exit.
           EXIT.

      *    O CLIENTE VOLTA INATIVO, ENTAO O MOTIVO VOLTA JUNTO.
      *    REGISTROS ARQUIVADOS ANTES DO MOTIVO EXISTIR FICAM COMO
      *    "NI" (NAO INFORMADO).
       041-restaurar-motivo section.
           MOVE "G"                 TO WS-MTV-FUNCAO.
           MOVE MORTO-CODIGO        TO WS-MTV-CODCLI.
           IF MORTO-MOTIVO-INATIV = SPACES
           OR MORTO-MOTIVO-INATIV = LOW-VALUES THEN
               MOVE "NI"                TO WS-MTV-MOTIVO
           ELSE
               MOVE MORTO-MOTIVO-INATIV TO WS-MTV-MOTIVO
           END-IF.
           MOVE MORTO-DATA-STATUS   TO WS-MTV-DATA.
           MOVE MORTO-OPERADOR      TO WS-MTV-OPERADOR.
           MOVE "A"                 TO WS-MTV-ORIGEM.
           CALL 'REGISTRA_MOTIVO_INAT' USING WS-REGISTRA-MOTIVO-PRM.
           IF WS-MTV-OK NOT = "S" THEN
               MOVE "NI"                TO WS-MTV-MOTIVO
               CALL 'REGISTRA_MOTIVO_INAT'
                    USING WS-REGISTRA-MOTIVO-PRM
           END-IF.
       041-restaurar-motivo-exit.
           EXIT.

      *    QUANTAS NOTAS DATADAS ESTAO GUARDADAS SOB O CODIGO.
       05-contar-notas section.
           MOVE 0 TO WS-QTD-NOTAS-CLI.
           IF WS-NOTACLI-DISPONIVEL = "N" THEN
               GO TO 05-contar-notas-exit
           END-IF.
           MOVE 0 TO WS-FIM-NOTAS.
           MOVE WS-CODCLI-NOTAS TO NOTA-CODCLI.
           MOVE 0               TO NOTA-SEQ.
           START ARQ-NOTACLI KEY IS GREATER THAN NOTA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-NOTAS
           END-START.
           PERFORM 051-contar-uma-nota
             UNTIL WS-FIM-NOTAS = 1.
       05-contar-notas-exit.
           EXIT.

       051-contar-uma-nota section.
           READ ARQ-NOTACLI NEXT RECORD
             AT END MOVE 1 TO WS-FIM-NOTAS
           END-READ.
           IF WS-FIM-NOTAS = 0 THEN
               IF NOTA-CODCLI = WS-CODCLI-NOTAS
               AND WS-QTD-NOTAS-CLI < 999 THEN
                   ADD 1 TO WS-QTD-NOTAS-CLI
               ELSE
                   MOVE 1 TO WS-FIM-NOTAS
               END-IF
           END-IF.
       051-contar-uma-nota-exit.
           EXIT.
