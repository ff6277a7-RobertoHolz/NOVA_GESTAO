       identification division.
       program-id. "CONVERTE_OPERADOR".
       author.     Roberto Holz.
      *    CONVERSAO UNICA DO CADASTRO DE OPERADORES (ARQ_OPERADOR)
      *    DO LAYOUT ANTIGO, COM A SENHA LEGIVEL, PARA O LAYOUT COM A
      *    SENHA CODIFICADA (CALCULA_HASH_SENHA) E OS CONTROLES DE
      *    VALIDADE, TENTATIVAS E BLOQUEIO: DESCARREGA O ARQUIVO
      *    ANTIGO NUM SEQUENCIAL DE TRABALHO (ARQ_OPRUNL), RECRIA O
      *    ARQ_OPERADOR PELO LAYOUT NOVO E RECARREGA TUDO, JA COM A
      *    SENHA CODIFICADA E A TROCA OBRIGATORIA NO PROXIMO LOGIN
      *    (A SENHA ANTIGA ESTEVE EXPOSTA NO ARQUIVO). NO FIM CONTA O
      *    ARQUIVO NOVO; AS CONTAGENS DE ANTES E DEPOIS TEM DE BATER,
      *    SENAO A RODADA TERMINA COM RETORNO 8 E O SEQUENCIAL DE
      *    DESCARGA FICA PRESERVADO. TERMINADA A CONVERSAO CONFERIDA,
      *    O ARQ_OPRUNL (QUE AINDA TEM AS SENHAS LEGIVEIS) E APAGADO.
      *    RODA SOB A TRAVA EXCLUSIVA. SE O ARQUIVO JA ESTA NO LAYOUT
      *    NOVO, NAO FAZ NADA. COM CONVERTE_OPERADOR_RECARGA=S NO
      *    AMBIENTE PULA A DESCARGA E SO RECARREGA DO SEQUENCIAL
      *    PRESERVADO (RETOMADA DE UMA RODADA QUE CAIU NA RECARGA).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-operador.cpy'.
      *    O MESMO ARQUIVO FISICO NO LAYOUT ANTERIOR, SO PARA A
      *    DESCARGA.
           SELECT ARQ-OPRANT
               ASSIGN TO WID-ARQ-OPRANT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPRANT-ID
               FILE STATUS IS WS-RST-ACESS-OPRANT.
           SELECT ARQ-OPRUNL
               ASSIGN TO WID-ARQ-OPRUNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-OPRUNL.

       data division.
       file section.
         copy 'fd-arq-operador.cpy'.
      *    LAYOUT ANTERIOR DO CADASTRO (51 POSICOES).
       FD  ARQ-OPRANT
           LABEL RECORD IS STANDARD.
       01  OPRANT-REGISTRO.
           05 OPRANT-ID                     PIC X(10).
           05 OPRANT-NOME                   PIC X(30).
           05 OPRANT-SENHA                  PIC X(10).
           05 OPRANT-PERFIL                 PIC X(01).
       FD  ARQ-OPRUNL
           LABEL RECORD IS STANDARD.
       01  OPRUNL-REGISTRO.
           05 OPRUNL-ID                     PIC X(10).
           05 OPRUNL-NOME                   PIC X(30).
           05 OPRUNL-SENHA                  PIC X(10).
           05 OPRUNL-PERFIL                 PIC X(01).

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-OPERADOR      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-OPERADOR PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-OPRANT        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-OPRANT   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-OPRUNL        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-OPRUNL   PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID        PIC X(10) VALUE "CONVERSAO".
              05 WS-SO-RECARGA         PIC X(01) VALUE SPACES.
              05 WS-SITUACAO           PIC X(01) VALUE SPACES.
                 88 WS-SIT-CONVERTIDO           VALUE "C".
                 88 WS-SIT-INEXISTENTE          VALUE "V".
                 88 WS-SIT-ANTIGO               VALUE "A".
                 88 WS-SIT-ERRO                 VALUE "E".
              05 WS-FIM-ARQUIVO        PIC 9(01) VALUE ZEROS.
              05 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
              05 WS-QTD-ANTES          PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DESCARGA       PIC 9(07) VALUE ZEROS.
              05 WS-QTD-GRAVADOS       PIC 9(07) VALUE ZEROS.
              05 WS-QTD-REJEITADOS     PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DEPOIS         PIC 9(07) VALUE ZEROS.
              05 WS-QTD-ED             PIC Z(6)9.
              05 WS-RC-BATCH           PIC 9(04) VALUE ZEROS.
              05 WS-RC-DELETE          PIC S9(09) COMP-5 VALUE ZEROS.
              05 WS-CALCULA-HASH-PRM.
                 10 WS-CHS-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-CHS-SENHA      PIC X(10) VALUE SPACES.
                 10 WS-CHS-HASH       PIC 9(18) VALUE ZEROS.
              05 WS-TRAVA-REG.
                 10 WS-TRV-FUNCAO     PIC X(02) VALUE SPACES.
                 10 WS-TRV-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-TRV-OK         PIC X(01) VALUE "N".
                 10 WS-TRV-DETENTOR   PIC X(10) VALUE SPACES.
                 10 WS-TRV-DATA       PIC 9(08) VALUE ZEROS.
                 10 WS-TRV-HORA       PIC 9(06) VALUE ZEROS.
              05 WS-JOBLOG-PRM.
                 10 WS-JOB-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-JOB-DATA-INI   PIC 9(08) VALUE ZEROS.
                 10 WS-JOB-HORA-INI   PIC 9(06) VALUE ZEROS.
                 10 WS-JOB-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-JOB-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-QTD-AVISOS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-RETORNO    PIC 9(04) VALUE ZEROS.

       procedure division.
       00-controle section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE WS-JOB-DATA-INI TO WS-DATA-HOJE.
           ACCEPT WS-SO-RECARGA FROM ENVIRONMENT
                  "CONVERTE_OPERADOR_RECARGA".

           MOVE "ARQ_OPERADOR" TO WID-ARQ-OPERADOR.
           MOVE "ARQ_OPERADOR" TO WID-ARQ-OPRANT.
           MOVE "ARQ_OPRUNL"   TO WID-ARQ-OPRUNL.

           MOVE "XE" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           IF WS-TRV-OK NOT = "S" THEN
               DISPLAY "CONVERTE_OPERADOR: sistema travado por "
                       WS-TRV-DETENTOR
               MOVE 8 TO WS-RC-BATCH
           ELSE
               PERFORM 01-converter
               MOVE "XL" TO WS-TRV-FUNCAO
               MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR
               CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG
           END-IF.

           MOVE "CONVERTE_OPERADOR" TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID     TO WS-JOB-OPERADOR.
           MOVE WS-QTD-DEPOIS      TO WS-JOB-QTD-REGISTROS.
           MOVE WS-QTD-REJEITADOS  TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH        TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
           goback.
       00-controle-exit. exit.

       01-converter section.
           IF WS-SO-RECARGA = "S" THEN
               DISPLAY "CONVERTE_OPERADOR: recarga a partir de "
                       WID-ARQ-OPRUNL
           ELSE
               PERFORM 02-verificar-layout
               EVALUATE TRUE
                 WHEN WS-SIT-CONVERTIDO
                   DISPLAY "CONVERTE_OPERADOR: " WID-ARQ-OPERADOR
                           " ja esta no layout novo"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-INEXISTENTE
                   DISPLAY "CONVERTE_OPERADOR: " WID-ARQ-OPERADOR
                           " inexistente, nada a converter"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-ERRO
                   DISPLAY "CONVERTE_OPERADOR: erro na abertura de "
                           WID-ARQ-OPERADOR " status "
                           WS-RST-ACESS-OPRANT
                   MOVE 8 TO WS-RC-BATCH
                   GO TO 01-converter-exit
               END-EVALUATE
               PERFORM 03-descarregar
               IF WS-RC-BATCH > 0 THEN
                   GO TO 01-converter-exit
               END-IF
           END-IF.
           PERFORM 04-recarregar.
           IF WS-RC-BATCH = 0 THEN
               PERFORM 05-conferir
           END-IF.
           PERFORM 06-exibir-contagens.
           IF WS-RC-BATCH = 0 THEN
               PERFORM 07-apagar-descarga
           END-IF.
       01-converter-exit.
           EXIT.

      *    A ABERTURA PELO LAYOUT NOVO SO FUNCIONA SE O ARQUIVO JA
      *    TEM O TAMANHO NOVO; SENAO TENTA PELO LAYOUT ANTERIOR.
       02-verificar-layout section.
           OPEN INPUT ARQ-OPERADOR.
           IF WS-RST-ACESS-OPERADOR = 00 THEN
               CLOSE ARQ-OPERADOR
               MOVE "C" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           IF WS-RST-ACESS-OPERADOR = 35 THEN
               MOVE "V" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           OPEN INPUT ARQ-OPRANT.
           IF WS-RST-ACESS-OPRANT = 00 THEN
               MOVE "A" TO WS-SITUACAO
           ELSE
               MOVE "E" TO WS-SITUACAO
           END-IF.
       02-verificar-layout-exit.
           EXIT.

      *    ARQ-OPRANT JA FOI ABERTO PELA VERIFICACAO.
       03-descarregar section.
           OPEN OUTPUT ARQ-OPRUNL.
           IF WS-RST-ACESS-OPRUNL NOT = 0 THEN
               DISPLAY "CONVERTE_OPERADOR: erro na criacao de "
                       WID-ARQ-OPRUNL
               CLOSE ARQ-OPRANT
               MOVE 8 TO WS-RC-BATCH
               GO TO 03-descarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-OPRANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 031-descarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-OPRUNL.
           CLOSE ARQ-OPRANT.
       03-descarregar-exit.
           EXIT.

       031-descarregar-um section.
           MOVE OPRANT-REGISTRO TO OPRUNL-REGISTRO.
           WRITE OPRUNL-REGISTRO.
           IF WS-RST-ACESS-OPRUNL NOT = 0 THEN
               DISPLAY "CONVERTE_OPERADOR: erro gravando descarga, "
                       "operador " OPRANT-ID
               MOVE 8 TO WS-RC-BATCH
               MOVE 1 TO WS-FIM-ARQUIVO
               GO TO 031-descarregar-um-exit
           END-IF.
           ADD 1 TO WS-QTD-ANTES.
           READ ARQ-OPRANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       031-descarregar-um-exit.
           EXIT.

      *    O OPEN OUTPUT RECRIA O ARQ_OPERADOR JA NO LAYOUT NOVO.
       04-recarregar section.
           OPEN INPUT ARQ-OPRUNL.
           IF WS-RST-ACESS-OPRUNL NOT = 0 THEN
               DISPLAY "CONVERTE_OPERADOR: descarga " WID-ARQ-OPRUNL
                       " indisponivel"
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           OPEN OUTPUT ARQ-OPERADOR.
           IF WS-RST-ACESS-OPERADOR NOT = 0 THEN
               DISPLAY "CONVERTE_OPERADOR: erro na recriacao de "
                       WID-ARQ-OPERADOR
               CLOSE ARQ-OPRUNL
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-OPRUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 041-recarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-OPERADOR.
           CLOSE ARQ-OPRUNL.
           IF WS-SO-RECARGA = "S" THEN
               MOVE WS-QTD-DESCARGA TO WS-QTD-ANTES
           END-IF.
       04-recarregar-exit.
           EXIT.

      *    A SENHA ANTIGA CONTINUA VALENDO PARA O PROXIMO LOGIN, MAS
      *    SO PARA A TROCA OBRIGATORIA.
       041-recarregar-um section.
           ADD 1 TO WS-QTD-DESCARGA.
           MOVE OPRUNL-ID     TO WS-CHS-OPERADOR.
           MOVE OPRUNL-SENHA  TO WS-CHS-SENHA.
           CALL 'CALCULA_HASH_SENHA' USING WS-CALCULA-HASH-PRM.
           MOVE OPRUNL-ID     TO OPR-ID.
           MOVE OPRUNL-NOME   TO OPR-NOME.
           MOVE WS-CHS-HASH   TO OPR-SENHA-HASH.
           MOVE OPRUNL-PERFIL TO OPR-PERFIL.
           MOVE WS-DATA-HOJE  TO OPR-DATA-SENHA.
           MOVE "S"           TO OPR-TROCA-SENHA.
           MOVE 0             TO OPR-TENTATIVAS.
           MOVE "N"           TO OPR-BLOQUEADO.
           MOVE 0             TO OPR-DATA-BLOQUEIO.
           MOVE SPACES        TO WS-CHS-SENHA.
           WRITE OPR-REGISTRO
             INVALID KEY
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "CONVERTE_OPERADOR: operador " OPR-ID
                       " rejeitado, status " WS-RST-ACESS-OPERADOR
             NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.
           READ ARQ-OPRUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       041-recarregar-um-exit.
           EXIT.

       05-conferir section.
           OPEN INPUT ARQ-OPERADOR.
           IF WS-RST-ACESS-OPERADOR NOT = 0 THEN
               DISPLAY "CONVERTE_OPERADOR: erro reabrindo "
                       WID-ARQ-OPERADOR
               MOVE 8 TO WS-RC-BATCH
               GO TO 05-conferir-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO OPR-ID.
           START ARQ-OPERADOR KEY IS NOT LESS THAN OPR-ID
             INVALID KEY MOVE 1 TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 051-contar-operador
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-OPERADOR.
           IF WS-QTD-DEPOIS NOT = WS-QTD-ANTES THEN
               MOVE 8 TO WS-RC-BATCH
           END-IF.
       05-conferir-exit.
           EXIT.

       051-contar-operador section.
           READ ARQ-OPERADOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END ADD 1 TO WS-QTD-DEPOIS
           END-READ.
       051-contar-operador-exit.
           EXIT.

       06-exibir-contagens section.
           MOVE WS-QTD-ANTES TO WS-QTD-ED.
           DISPLAY "CONVERTE_OPERADOR: registros antes ....: "
                   WS-QTD-ED.
           MOVE WS-QTD-DESCARGA TO WS-QTD-ED.
           DISPLAY "CONVERTE_OPERADOR: lidos da descarga ..: "
                   WS-QTD-ED.
           MOVE WS-QTD-GRAVADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_OPERADOR: regravados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-REJEITADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_OPERADOR: rejeitados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-DEPOIS TO WS-QTD-ED.
           DISPLAY "CONVERTE_OPERADOR: registros depois ...: "
                   WS-QTD-ED.
           IF WS-RC-BATCH = 0 THEN
               DISPLAY "CONVERTE_OPERADOR: conversao conferida"
           ELSE
               DISPLAY "CONVERTE_OPERADOR: CONTAGENS DIVERGENTES - "
                       "descarga preservada em " WID-ARQ-OPRUNL
           END-IF.
       06-exibir-contagens-exit.
           EXIT.

      *    A DESCARGA AINDA TEM AS SENHAS LEGIVEIS; NAO PODE FICAR
      *    PARA TRAS DEPOIS DA CONVERSAO CONFERIDA.
       07-apagar-descarga section.
           CALL "CBL_DELETE_FILE" USING WID-ARQ-OPRUNL
                RETURNING WS-RC-DELETE.
           IF WS-RC-DELETE NOT = 0 THEN
               DISPLAY "CONVERTE_OPERADOR: APAGUE MANUALMENTE "
                       WID-ARQ-OPRUNL " (CONTEM SENHAS LEGIVEIS)"
               MOVE 4 TO WS-RC-BATCH
           END-IF.
       07-apagar-descarga-exit.
           EXIT.
