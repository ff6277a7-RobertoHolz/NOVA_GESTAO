      *                APLICADAS PELO CAMINHO NORMAL DE ATUALIZACAO:
      *                VERSAO INCREMENTADA, OPERADOR CARIMBADO E
      *                IMAGENS ANTES/DEPOIS NO DIARIO DE AUDITORIA.
      *                O RETORNO TRAZ TAMBEM O CNAE PRINCIPAL: CLIENTE
      *                SEM SEGMENTO RECEBE A CLASSE (QUATRO PRIMEIROS
      *                DIGITOS) DIRETO; SEGMENTO DIFERENTE DO BUREAU E
      *                RELACIONADO E SO CORRIGIDO QUANDO O OPERADOR
      *                ACEITA, JUNTO COM AS CORRECOES DE RAZAO.
      *                COM A MESMA ACEITACAO, CLIENTE ATIVO CUJO CNPJ
      *                VEIO BAIXADO E INATIVADO COM O MOTIVO PADRAO
      *                "BX", DESCONTANDO A CARTEIRA DO VENDEDOR.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-impresso.cpy'.
           SELECT ARQ-BUREAU
               ASSIGN TO WID-ARQ-BUREAU
       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-impresso.cpy'.
       FD  ARQ-BUREAU
           LABEL RECORD IS STANDARD.
           05 BUREAU-CNPJ                   PIC 9(14).
           05 BUREAU-SITUACAO               PIC X(01).
           05 BUREAU-RAZAO                  PIC X(40).
           05 BUREAU-CNAE                   PIC X(07).
           05 BUREAU-CNAE-R REDEFINES BUREAU-CNAE.
              10 BUREAU-CNAE-CLASSE         PIC X(04).
              10 FILLER                     PIC X(03).
           05 FILLER                        PIC X(18).
       01  BUREAU-REG-ENVIO REDEFINES BUREAU-REGISTRO.
           05 ENVIO-CNPJ                    PIC 9(14).
           05 ENVIO-RAZAO                   PIC X(40).
           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-VENDEDOR     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VND     PIC 9(02) VALUE ZEROS.
              05 WS-VND-DISPONIVEL    PIC X(01) VALUE "N".
              05 WID-ARQ-BUREAU       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-BUREAU  PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-CONC          PIC X(40) VALUE SPACES.
              05 WS-TEL-APLICAR       PIC X(01) VALUE "N".
              05 WS-CORRIGE-RAZAO     PIC X(01) VALUE "N".
              05 WS-CORRIGE-SEGMENTO  PIC X(01) VALUE "N".
              05 WS-FIM-ARQCLI        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-BUREAU        PIC 9(01) VALUE ZEROS.
              05 WS-QTD-EXPORTADOS    PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DIVERGENTES   PIC 9(07) VALUE ZEROS.
              05 WS-QTD-APLICADOS     PIC 9(07) VALUE ZEROS.
              05 WS-QTD-INATIVADOS    PIC 9(07) VALUE ZEROS.
              05 WS-QTD-EXPORTADOS-ED PIC Z(6)9.
              05 WS-QTD-DIVERG-ED     PIC Z(6)9.
              05 WS-QTD-APLICADOS-ED  PIC Z(6)9.
                 10 FILLER                PIC X(25) VALUE
                    "Correcoes aplicadas....:".
                 10 WS-TOT-APLICADOS-ED   PIC ZZZZZZ9.
              05 WS-LINHA-BUR-TOT-3.
                 10 FILLER                PIC X(25) VALUE
                    "Clientes inativados....:".
                 10 WS-TOT-INATIVADOS-ED  PIC ZZZZZZ9.

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

       01 TELA-CONCILIA-APLICAR.
          05 TELA-CONCILIA-PRM-APLICAR.
             10 LINE 10 COL 20 VALUE
                "Aplicar razao/segmento/baixa (S/N):".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-APLICAR.

       01 TELA-CONCILIA-SAIR.
               GO TO 03-processar-retorno-exit
           END-IF.

           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VENDEDOR.
           OPEN I-O ARQ-VENDEDOR.
           IF  WS-RST-ACESS-VND = 00
           OR  WS-RST-ACESS-VND = 05 THEN
               MOVE "S" TO WS-VND-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VND-DISPONIVEL
           END-IF.

           MOVE "BUREAU_DIVERGENCIAS" TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-LINHA-BUR-CAB TO ARQ-IMPRESSO-LINHA.

           MOVE 0 TO WS-QTD-DIVERGENTES.
           MOVE 0 TO WS-QTD-APLICADOS.
           MOVE 0 TO WS-QTD-INATIVADOS.
           READ ARQ-BUREAU NEXT RECORD
             AT END MOVE 1 TO WS-FIM-BUREAU
             NOT AT END MOVE 0 TO WS-FIM-BUREAU
           MOVE WS-QTD-APLICADOS TO WS-TOT-APLICADOS-ED.
           MOVE WS-LINHA-BUR-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-INATIVADOS TO WS-TOT-INATIVADOS-ED.
           MOVE WS-LINHA-BUR-TOT-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.
           CLOSE ARQ-BUREAU.
           CLOSE ARQ-CLIENTE.
           IF WS-VND-DISPONIVEL = "S" THEN
               CLOSE ARQ-VENDEDOR
           END-IF.

           MOVE WS-QTD-DIVERGENTES TO WS-QTD-DIVERG-ED.
           MOVE WS-QTD-APLICADOS   TO WS-QTD-APLICADOS-ED.
                   MOVE SPACES      TO WS-BUR-RAZAO-NOVA
                   MOVE WS-LINHA-BUR-DET TO ARQ-IMPRESSO-LINHA
                   WRITE ARQ-IMPRESSO-LINHA
                   IF WS-TEL-APLICAR = "S"
                   AND CLI-STATUS-ATIVO THEN
                       PERFORM 0313-inativar-baixado
                   END-IF
               ELSE
                   MOVE "N" TO WS-CORRIGE-RAZAO
                   MOVE "N" TO WS-CORRIGE-SEGMENTO
                   IF BUREAU-RAZAO NOT = CLI-RAZAOSOCIAL THEN
                       ADD 1 TO WS-QTD-DIVERGENTES
                       MOVE SPACES TO WS-LINHA-BUR-DET
                       MOVE WS-LINHA-BUR-DET TO ARQ-IMPRESSO-LINHA
                       WRITE ARQ-IMPRESSO-LINHA
                       IF WS-TEL-APLICAR = "S" THEN
                           MOVE "S" TO WS-CORRIGE-RAZAO
                       END-IF
                   END-IF
                   IF BUREAU-CNAE-CLASSE IS NUMERIC
                   AND BUREAU-CNAE-CLASSE NOT = CLI-SEGMENTO THEN
                       PERFORM 0312-avaliar-segmento
                   END-IF
                   IF WS-CORRIGE-RAZAO = "S"
                   OR WS-CORRIGE-SEGMENTO = "S" THEN
                       PERFORM 0311-aplicar-correcao-razao
                   END-IF
               END-IF
           END-IF.
           READ ARQ-BUREAU NEXT RECORD
      *    DIARIO DE AUDITORIA.
       0311-aplicar-correcao-razao section.
           MOVE CLI-REGISTRO TO WS-AUD-IMAGEM-ANTES.
           IF WS-CORRIGE-RAZAO = "S" THEN
               MOVE BUREAU-RAZAO TO CLI-RAZAOSOCIAL
           END-IF.
           IF WS-CORRIGE-SEGMENTO = "S" THEN
               MOVE BUREAU-CNAE-CLASSE TO CLI-SEGMENTO
           END-IF.
           ADD 1 TO CLI-VERSAO.
           MOVE WS-OPERADOR-ID TO CLI-OPERADOR.
           REWRITE CLI-REGISTRO.
           END-IF.
       0311-aplicar-correcao-razao-exit.
           EXIT.

      *    EMPRESA BAIXADA NO BUREAU SAI DA BASE ATIVA PELO CAMINHO
      *    NORMAL DE INATIVACAO: VERSAO, OPERADOR, DATA DO STATUS,
      *    AUDITORIA, MOTIVO PADRAO "BX" E A CARTEIRA DO VENDEDOR
      *    DESCONTADA, COMO NA EXCLUSAO DO CADASTRO_CLIENTE.
       0313-inativar-baixado section.
           MOVE CLI-REGISTRO TO WS-AUD-IMAGEM-ANTES.
           MOVE "I" TO CLI-STATUS.
           ACCEPT CLI-DATA-STATUS FROM DATE YYYYMMDD.
           ADD 1 TO CLI-VERSAO.
           MOVE WS-OPERADOR-ID TO CLI-OPERADOR.
           REWRITE CLI-REGISTRO.
           IF WS-RESULTADO-ACESSO NOT = 0 THEN
               GO TO 0313-inativar-baixado-exit
           END-IF.
           ADD 1 TO WS-QTD-INATIVADOS.
           MOVE CLI-REGISTRO   TO WS-AUD-IMAGEM-DEPOIS.
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR.
           MOVE "CLI"          TO WS-AUD-TIPO.
           MOVE "E"            TO WS-AUD-OPERACAO.
           MOVE CLI-CODIGO     TO WS-AUD-CHAVE.
           CALL 'GRAVA_AUDITORIA' USING WS-AUDITORIA.
           MOVE "G"            TO WS-MTV-FUNCAO.
           MOVE CLI-CODIGO     TO WS-MTV-CODCLI.
           MOVE "BX"           TO WS-MTV-MOTIVO.
           MOVE CLI-DATA-STATUS TO WS-MTV-DATA.
           MOVE WS-OPERADOR-ID TO WS-MTV-OPERADOR.
           MOVE "B"            TO WS-MTV-ORIGEM.
           CALL 'REGISTRA_MOTIVO_INAT' USING WS-REGISTRA-MOTIVO-PRM.
           IF  WS-VND-DISPONIVEL = "S"
           AND CLI-CODVND > 0 THEN
               MOVE CLI-CODVND TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                   INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-VND = 0
               AND VND-QTDE-CLIENTES > 0 THEN
                   SUBTRACT 1 FROM VND-QTDE-CLIENTES
                   REWRITE VND-REGISTRO
               END-IF
           END-IF.
       0313-inativar-baixado-exit.
           EXIT.

      *    SEGMENTO EM BRANCO NO CADASTRO E SO DADO QUE FALTAVA: E
      *    PREENCHIDO COM A CLASSE CNAE DO BUREAU SEM PERGUNTAR, E A
      *    LINHA SAI NO RELATORIO PARA REGISTRO. SEGMENTO INFORMADO
      *    QUE DIFERE DO BUREAU E DIVERGENCIA E SEGUE A ESCOLHA DO
      *    OPERADOR, COMO A RAZAO SOCIAL.
       0312-avaliar-segmento section.
           MOVE SPACES TO WS-LINHA-BUR-DET.
           MOVE CLI-CODIGO   TO WS-BUR-CODCLI.
           MOVE CLI-CNPJ     TO WS-BUR-CNPJ.
           MOVE BUREAU-CNAE  TO WS-BUR-RAZAO-NOVA.
           IF CLI-SEGMENTO = SPACES THEN
               MOVE "SEGMENTO NOVO" TO WS-BUR-TIPO-DIV
               MOVE "S" TO WS-CORRIGE-SEGMENTO
           ELSE
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE "SEGMENTO DIFER" TO WS-BUR-TIPO-DIV
               IF WS-TEL-APLICAR = "S" THEN
                   MOVE "S" TO WS-CORRIGE-SEGMENTO
               END-IF
           END-IF.
           MOVE WS-LINHA-BUR-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0312-avaliar-segmento-exit.
           EXIT.
