       identification division.
       program-id. "REGISTRA_MOTIVO_INAT".
       author.     Roberto Holz.
      *    MOTIVO DE INATIVACAO DO CLIENTE. TODO CAMINHO QUE PASSA UM
      *    CLIENTE PARA CLI-STATUS "I" CHAMA ESTA ROTINA PARA GUARDAR
      *    O PORQUE, NAO SO A DATA. QUATRO FUNCOES:
      *      "V" (VALIDAR)  - CONFERE O CODIGO NA TABELA ARQ_MOTINAT E
      *                       DEVOLVE A DESCRICAO E O INDICADOR DE
      *                       PERDA.
      *      "G" (GRAVAR)   - VALIDA E GRAVA (OU REGRAVA) O MOTIVO DO
      *                       CLIENTE EM ARQ_CLIINAT, COM DATA,
      *                       OPERADOR E ORIGEM (T-TELA, F-FUSAO,
      *                       E-TRANSFERENCIA DE EMPRESA, B-BUREAU,
      *                       A-RESTAURADO DO ARQUIVO MORTO). DATA
      *                       ZERADA ASSUME A DATA DO DIA.
      *      "C" (CONSULTAR)- DEVOLVE O MOTIVO GRAVADO DO CLIENTE; SEM
      *                       REGISTRO DEVOLVE "NI" (NAO INFORMADO),
      *                       CASO DOS INATIVADOS ANTES DA TABELA.
      *      "E" (EXCLUIR)  - APAGA O MOTIVO (REATIVACAO OU PASSAGEM
      *                       PARA O ARQUIVO MORTO, QUE LEVA O MOTIVO
      *                       NO PROPRIO REGISTRO).
      *    O MOTIVO FICA EM ARQUIVO PROPRIO, CHAVEADO PELO CODIGO DO
      *    CLIENTE, PARA NAO ALTERAR O LEIAUTE DO ARQ_CLIENTE.
      *    NA PRIMEIRA UTILIZACAO A TABELA DE MOTIVOS E SEMEADA COM
      *    OS CODIGOS PADRAO, INCLUSIVE OS USADOS PELOS PROCESSOS
      *    AUTOMATICOS (FU, TE, BX, NI).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-motinat.cpy'.
         copy 'select-arq-cliinat.cpy'.

       data division.
       file section.
         copy 'fd-arq-motinat.cpy'.
         copy 'fd-arq-cliinat.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-MOTINAT      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MOTINAT PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CLIINAT      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLIINAT PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
         copy 'lk-registra-motivo-inat.cpy'.

       PROCEDURE DIVISION USING WL-LINK-REGISTRA-MOTIVO.
       00-CONTROLE SECTION.
           MOVE "N" TO WL-MTV-OK.
           IF WL-MTV-FUNCAO = "V"
           OR WL-MTV-FUNCAO = "G" THEN
               PERFORM 01-VALIDAR-MOTIVO
               IF WL-MTV-OK = "S"
               AND WL-MTV-FUNCAO = "G" THEN
                   PERFORM 02-GRAVAR-MOTIVO
               END-IF
           ELSE
           IF WL-MTV-FUNCAO = "C" THEN
               PERFORM 03-CONSULTAR-MOTIVO
           ELSE
           IF WL-MTV-FUNCAO = "E" THEN
               PERFORM 04-EXCLUIR-MOTIVO
           END-IF
           END-IF
           END-IF.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

       01-VALIDAR-MOTIVO SECTION.
           MOVE SPACES TO WL-MTV-DESCRICAO.
           MOVE SPACES TO WL-MTV-PERDA.
           MOVE "ARQ_MOTINAT" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MOTINAT.
           OPEN I-O ARQ-MOTINAT.
           IF WS-RST-ACESS-MOTINAT = 35 THEN
               OPEN OUTPUT ARQ-MOTINAT
               CLOSE ARQ-MOTINAT
               OPEN I-O ARQ-MOTINAT
               PERFORM 011-SEMEAR-MOTIVOS
           END-IF.
           IF  WS-RST-ACESS-MOTINAT <> 00
           AND WS-RST-ACESS-MOTINAT <> 05 THEN
               GO TO 01-VALIDAR-MOTIVO-EXIT
           END-IF.
           IF WL-MTV-MOTIVO NOT = SPACES THEN
               MOVE WL-MTV-MOTIVO TO MTI-CODIGO
               READ ARQ-MOTINAT KEY IS MTI-CODIGO
                 INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-MOTINAT = 0 THEN
                   MOVE MTI-DESCRICAO TO WL-MTV-DESCRICAO
                   MOVE MTI-PERDA     TO WL-MTV-PERDA
                   MOVE "S"           TO WL-MTV-OK
               END-IF
           END-IF.
           CLOSE ARQ-MOTINAT.
       01-VALIDAR-MOTIVO-EXIT.
           EXIT.

      *    CODIGOS PADRAO. MTI-PERDA = "N" MARCA OS MOTIVOS
      *    ADMINISTRATIVOS (O CLIENTE CONTINUA NA BASE SOB OUTRO
      *    CODIGO OU OUTRA EMPRESA), QUE NAO CONTAM COMO PERDA.
       011-SEMEAR-MOTIVOS SECTION.
           MOVE "EA" TO MTI-CODIGO.
           MOVE "ENCERROU ATIVIDADES" TO MTI-DESCRICAO.
           MOVE "S"  TO MTI-PERDA.
           WRITE MTI-REGISTRO.
           MOVE "CO" TO MTI-CODIGO.
           MOVE "MIGROU PARA CONCORRENTE" TO MTI-DESCRICAO.
           MOVE "S"  TO MTI-PERDA.
           WRITE MTI-REGISTRO.
           MOVE "CR" TO MTI-CODIGO.
           MOVE "PROBLEMAS DE CREDITO" TO MTI-DESCRICAO.
           MOVE "S"  TO MTI-PERDA.
           WRITE MTI-REGISTRO.
           MOVE "AT" TO MTI-CODIGO.
           MOVE "INSATISFEITO COM ATENDIMENTO" TO MTI-DESCRICAO.
           MOVE "S"  TO MTI-PERDA.
           WRITE MTI-REGISTRO.
           MOVE "FU" TO MTI-CODIGO.
           MOVE "FUNDIDO EM OUTRO CLIENTE" TO MTI-DESCRICAO.
           MOVE "N"  TO MTI-PERDA.
           WRITE MTI-REGISTRO.
           MOVE "DU" TO MTI-CODIGO.
           MOVE "CADASTRO DUPLICADO" TO MTI-DESCRICAO.
           MOVE "N"  TO MTI-PERDA.
           WRITE MTI-REGISTRO.
           MOVE "TE" TO MTI-CODIGO.
           MOVE "TRANSFERIDO DE EMPRESA" TO MTI-DESCRICAO.
           MOVE "N"  TO MTI-PERDA.
           WRITE MTI-REGISTRO.
           MOVE "BX" TO MTI-CODIGO.
           MOVE "CNPJ BAIXADO NO BUREAU" TO MTI-DESCRICAO.
           MOVE "S"  TO MTI-PERDA.
           WRITE MTI-REGISTRO.
           MOVE "OU" TO MTI-CODIGO.
           MOVE "OUTROS" TO MTI-DESCRICAO.
           MOVE "S"  TO MTI-PERDA.
           WRITE MTI-REGISTRO.
           MOVE "NI" TO MTI-CODIGO.
           MOVE "NAO INFORMADO" TO MTI-DESCRICAO.
           MOVE "S"  TO MTI-PERDA.
           WRITE MTI-REGISTRO.
       011-SEMEAR-MOTIVOS-EXIT.
           EXIT.

       02-GRAVAR-MOTIVO SECTION.
           MOVE "N" TO WL-MTV-OK.
           PERFORM 05-ABRIR-CLIINAT.
           IF  WS-RST-ACESS-CLIINAT <> 00
           AND WS-RST-ACESS-CLIINAT <> 05 THEN
               GO TO 02-GRAVAR-MOTIVO-EXIT
           END-IF.
           MOVE WL-MTV-CODCLI TO CIN-CODCLI.
           READ ARQ-CLIINAT KEY IS CIN-CODCLI
             INVALID KEY CONTINUE
           END-READ.
           MOVE WL-MTV-CODCLI   TO CIN-CODCLI.
           MOVE WL-MTV-MOTIVO   TO CIN-MOTIVO.
           IF WL-MTV-DATA = ZEROS THEN
               ACCEPT CIN-DATA FROM DATE YYYYMMDD
           ELSE
               MOVE WL-MTV-DATA TO CIN-DATA
           END-IF.
           MOVE WL-MTV-OPERADOR TO CIN-OPERADOR.
           MOVE WL-MTV-ORIGEM   TO CIN-ORIGEM.
           IF WS-RST-ACESS-CLIINAT = 0 THEN
               REWRITE CIN-REGISTRO
           ELSE
               WRITE CIN-REGISTRO
           END-IF.
           IF WS-RST-ACESS-CLIINAT = 0 THEN
               MOVE "S" TO WL-MTV-OK
           END-IF.
           CLOSE ARQ-CLIINAT.
       02-GRAVAR-MOTIVO-EXIT.
           EXIT.

       03-CONSULTAR-MOTIVO SECTION.
           MOVE "NI"   TO WL-MTV-MOTIVO.
           MOVE ZEROS  TO WL-MTV-DATA.
           MOVE SPACES TO WL-MTV-OPERADOR.
           MOVE SPACES TO WL-MTV-ORIGEM.
           MOVE "ARQ_CLIINAT" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLIINAT.
           OPEN INPUT ARQ-CLIINAT.
           IF  WS-RST-ACESS-CLIINAT <> 00
           AND WS-RST-ACESS-CLIINAT <> 05 THEN
               GO TO 03-CONSULTAR-MOTIVO-EXIT
           END-IF.
           MOVE WL-MTV-CODCLI TO CIN-CODCLI.
           READ ARQ-CLIINAT KEY IS CIN-CODCLI
             INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-CLIINAT = 0 THEN
               MOVE CIN-MOTIVO   TO WL-MTV-MOTIVO
               MOVE CIN-DATA     TO WL-MTV-DATA
               MOVE CIN-OPERADOR TO WL-MTV-OPERADOR
               MOVE CIN-ORIGEM   TO WL-MTV-ORIGEM
               MOVE "S"          TO WL-MTV-OK
           END-IF.
           CLOSE ARQ-CLIINAT.
       03-CONSULTAR-MOTIVO-EXIT.
           EXIT.

       04-EXCLUIR-MOTIVO SECTION.
           PERFORM 05-ABRIR-CLIINAT.
           IF  WS-RST-ACESS-CLIINAT <> 00
           AND WS-RST-ACESS-CLIINAT <> 05 THEN
               GO TO 04-EXCLUIR-MOTIVO-EXIT
           END-IF.
           MOVE WL-MTV-CODCLI TO CIN-CODCLI.
           DELETE ARQ-CLIINAT RECORD
             INVALID KEY CONTINUE
           END-DELETE.
           IF WS-RST-ACESS-CLIINAT = 0 THEN
               MOVE "S" TO WL-MTV-OK
           END-IF.
           CLOSE ARQ-CLIINAT.
       04-EXCLUIR-MOTIVO-EXIT.
           EXIT.

       05-ABRIR-CLIINAT SECTION.
           MOVE "ARQ_CLIINAT" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLIINAT.
           OPEN I-O ARQ-CLIINAT.
           IF WS-RST-ACESS-CLIINAT = 35 THEN
               OPEN OUTPUT ARQ-CLIINAT
               CLOSE ARQ-CLIINAT
               OPEN I-O ARQ-CLIINAT
           END-IF.
       05-ABRIR-CLIINAT-EXIT.
           EXIT.
