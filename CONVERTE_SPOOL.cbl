       identification division.
       program-id. "CONVERTE_SPOOL".
       author.     Roberto Holz.
      *    CONVERSAO UNICA DO CATALOGO DE IMPRESSOS (ARQ_SPOOL) PARA O
      *    LAYOUT COM O DESTINATARIO DAS PARTES DE RELATORIO EXPLODIDO
      *    (SPOOL-DEST-TIPO, SPOOL-DEST-CODIGO E SPOOL-ORIGEM-ID).
      *    ENQUANTO O CATALOGO ESTA NO LAYOUT ANTERIOR O REGISTRA_SPOOL
      *    NAO CONSEGUE ABRI-LO (STATUS 39).
      *    DESCARREGA O ARQUIVO ANTIGO NUM SEQUENCIAL DE TRABALHO
      *    (ARQ_SPLUNL), RECRIA O ARQ_SPOOL
      *    PELO LAYOUT NOVO E RECARREGA TUDO, COM OS CAMPOS NOVOS NO
      *    VALOR PADRAO. NO FIM CONTA O ARQUIVO NOVO; AS CONTAGENS DE
      *    ANTES E DEPOIS TEM DE BATER, SENAO A RODADA TERMINA COM
      *    RETORNO 8 E O SEQUENCIAL DE DESCARGA FICA PRESERVADO. RODA
      *    SOB A TRAVA EXCLUSIVA. SE O ARQUIVO JA ESTA NO LAYOUT NOVO,
      *    NAO FAZ NADA. COM CONVERTE_SPOOL_RECARGA=S NO
      *    AMBIENTE PULA A DESCARGA E SO RECARREGA DO SEQUENCIAL
      *    PRESERVADO (RETOMADA DE UMA RODADA QUE CAIU NA RECARGA).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-spool.cpy'.
      *    O MESMO ARQUIVO FISICO NO LAYOUT ANTERIOR, SO PARA A
      *    DESCARGA.
           SELECT ARQ-SPLANT
               ASSIGN TO WID-ARQ-SPLANT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPLANT-CHAVE
               FILE STATUS IS WS-RST-ACESS-SPLANT.
           SELECT ARQ-SPLUNL
               ASSIGN TO WID-ARQ-SPLUNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-SPLUNL.

       data division.
       file section.
         copy 'fd-arq-spool.cpy'.
      *    LAYOUT ANTERIOR (218 POSICOES), SO COM A CHAVE DESMEMBRADA.
       FD  ARQ-SPLANT
           LABEL RECORD IS STANDARD.
       01  SPLANT-REGISTRO.
           05 SPLANT-CHAVE                 PIC 9(07).
           05 SPLANT-RESTO                 PIC X(211).
       FD  ARQ-SPLUNL
           LABEL RECORD IS STANDARD.
       01  SPLUNL-REGISTRO                 PIC X(218).

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-SPOOL        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-SPOOL   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-SPLANT       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-SPLANT  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-SPLUNL       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-SPLUNL  PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE "CONVERSAO".
              05 WS-SO-RECARGA        PIC X(01) VALUE SPACES.
              05 WS-SITUACAO          PIC X(01) VALUE SPACES.
                 88 WS-SIT-CONVERTIDO           VALUE "C".
                 88 WS-SIT-INEXISTENTE          VALUE "V".
                 88 WS-SIT-ANTIGO               VALUE "A".
                 88 WS-SIT-ERRO                 VALUE "E".
              05 WS-FIM-ARQUIVO       PIC 9(01) VALUE ZEROS.
              05 WS-QTD-ANTES         PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DESCARGA      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-GRAVADOS      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-REJEITADOS    PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DEPOIS        PIC 9(07) VALUE ZEROS.
              05 WS-QTD-ED            PIC Z(6)9.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
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
           ACCEPT WS-SO-RECARGA FROM ENVIRONMENT
                  "CONVERTE_SPOOL_RECARGA".

           MOVE "ARQ_SPOOL" TO WID-ARQ-SPOOL.
           MOVE "ARQ_SPOOL" TO WID-ARQ-SPLANT.
           MOVE "ARQ_SPLUNL" TO WID-ARQ-SPLUNL.

           MOVE "XE" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           IF WS-TRV-OK NOT = "S" THEN
               DISPLAY "CONVERTE_SPOOL: sistema travado por "
                       WS-TRV-DETENTOR
               MOVE 8 TO WS-RC-BATCH
           ELSE
               PERFORM 01-converter
               MOVE "XL" TO WS-TRV-FUNCAO
               MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR
               CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG
           END-IF.

           MOVE "CONVERTE_SPOOL" TO WS-JOB-PROGRAMA.
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
               DISPLAY "CONVERTE_SPOOL: recarga a partir de "
                       WID-ARQ-SPLUNL
           ELSE
               PERFORM 02-verificar-layout
               EVALUATE TRUE
                 WHEN WS-SIT-CONVERTIDO
                   DISPLAY "CONVERTE_SPOOL: " WID-ARQ-SPOOL
                           " ja esta no layout novo"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-INEXISTENTE
                   DISPLAY "CONVERTE_SPOOL: " WID-ARQ-SPOOL
                           " inexistente, nada a converter"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-ERRO
                   DISPLAY "CONVERTE_SPOOL: erro na abertura de "
                           WID-ARQ-SPOOL " status "
                           WS-RST-ACESS-SPLANT
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
       01-converter-exit.
           EXIT.

      *    A ABERTURA PELO LAYOUT NOVO SO FUNCIONA SE O ARQUIVO JA
      *    TEM O TAMANHO NOVO; SENAO TENTA PELO LAYOUT ANTERIOR.
       02-verificar-layout section.
           OPEN INPUT ARQ-SPOOL.
           IF WS-RST-ACESS-SPOOL = 00 THEN
               CLOSE ARQ-SPOOL
               MOVE "C" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           IF WS-RST-ACESS-SPOOL = 35 THEN
               MOVE "V" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           OPEN INPUT ARQ-SPLANT.
           IF WS-RST-ACESS-SPLANT = 00 THEN
               MOVE "A" TO WS-SITUACAO
           ELSE
               MOVE "E" TO WS-SITUACAO
           END-IF.
       02-verificar-layout-exit.
           EXIT.

      *    ARQ-SPLANT JA FOI ABERTO PELA VERIFICACAO.
       03-descarregar section.
           OPEN OUTPUT ARQ-SPLUNL.
           IF WS-RST-ACESS-SPLUNL NOT = 0 THEN
               DISPLAY "CONVERTE_SPOOL: erro na criacao de "
                       WID-ARQ-SPLUNL
               CLOSE ARQ-SPLANT
               MOVE 8 TO WS-RC-BATCH
               GO TO 03-descarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-SPLANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 031-descarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-SPLUNL.
           CLOSE ARQ-SPLANT.
       03-descarregar-exit.
           EXIT.

       031-descarregar-um section.
           MOVE SPLANT-REGISTRO TO SPLUNL-REGISTRO.
           WRITE SPLUNL-REGISTRO.
           IF WS-RST-ACESS-SPLUNL NOT = 0 THEN
               DISPLAY "CONVERTE_SPOOL: erro gravando descarga, "
                       "chave " SPLANT-CHAVE
               MOVE 8 TO WS-RC-BATCH
               MOVE 1 TO WS-FIM-ARQUIVO
               GO TO 031-descarregar-um-exit
           END-IF.
           ADD 1 TO WS-QTD-ANTES.
           READ ARQ-SPLANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       031-descarregar-um-exit.
           EXIT.

      *    O OPEN OUTPUT RECRIA O ARQ_SPOOL JA NO LAYOUT NOVO.
       04-recarregar section.
           OPEN INPUT ARQ-SPLUNL.
           IF WS-RST-ACESS-SPLUNL NOT = 0 THEN
               DISPLAY "CONVERTE_SPOOL: descarga " WID-ARQ-SPLUNL
                       " indisponivel"
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           OPEN OUTPUT ARQ-SPOOL.
           IF WS-RST-ACESS-SPOOL NOT = 0 THEN
               DISPLAY "CONVERTE_SPOOL: erro na recriacao de "
                       WID-ARQ-SPOOL
               CLOSE ARQ-SPLUNL
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-SPLUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 041-recarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-SPOOL.
           CLOSE ARQ-SPLUNL.
           IF WS-SO-RECARGA = "S" THEN
               MOVE WS-QTD-DESCARGA TO WS-QTD-ANTES
           END-IF.
       04-recarregar-exit.
           EXIT.

      *    AS ENTRADAS ANTIGAS NAO SAO PARTE DE RELATORIO EXPLODIDO:
      *    SEM DESTINATARIO E SEM SPOOL DE ORIGEM.
       041-recarregar-um section.
           ADD 1 TO WS-QTD-DESCARGA.
           MOVE SPACES TO SPOOL-REGISTRO.
           MOVE SPLUNL-REGISTRO TO SPOOL-REGISTRO(1:218).
           MOVE SPACES TO SPOOL-DEST-TIPO.
           MOVE SPACES TO SPOOL-DEST-CODIGO.
           MOVE 0      TO SPOOL-ORIGEM-ID.
           WRITE SPOOL-REGISTRO
             INVALID KEY
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "CONVERTE_SPOOL: chave " SPLUNL-REGISTRO(1:7)
                       " rejeitada, status " WS-RST-ACESS-SPOOL
             NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.
           READ ARQ-SPLUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       041-recarregar-um-exit.
           EXIT.

       05-conferir section.
           OPEN INPUT ARQ-SPOOL.
           IF WS-RST-ACESS-SPOOL NOT = 0 THEN
               DISPLAY "CONVERTE_SPOOL: erro reabrindo "
                       WID-ARQ-SPOOL
               MOVE 8 TO WS-RC-BATCH
               GO TO 05-conferir-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO SPOOL-ID.
           START ARQ-SPOOL KEY IS NOT LESS THAN SPOOL-ID
             INVALID KEY MOVE 1 TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 051-contar-registro
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-SPOOL.
           IF WS-QTD-DEPOIS NOT = WS-QTD-ANTES THEN
               MOVE 8 TO WS-RC-BATCH
           END-IF.
       05-conferir-exit.
           EXIT.

       051-contar-registro section.
           READ ARQ-SPOOL NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END ADD 1 TO WS-QTD-DEPOIS
           END-READ.
       051-contar-registro-exit.
           EXIT.

       06-exibir-contagens section.
           MOVE WS-QTD-ANTES TO WS-QTD-ED.
           DISPLAY "CONVERTE_SPOOL: registros antes ....: "
                   WS-QTD-ED.
           MOVE WS-QTD-DESCARGA TO WS-QTD-ED.
           DISPLAY "CONVERTE_SPOOL: lidos da descarga ..: "
                   WS-QTD-ED.
           MOVE WS-QTD-GRAVADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_SPOOL: regravados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-REJEITADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_SPOOL: rejeitados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-DEPOIS TO WS-QTD-ED.
           DISPLAY "CONVERTE_SPOOL: registros depois ...: "
                   WS-QTD-ED.
           IF WS-RC-BATCH = 0 THEN
               DISPLAY "CONVERTE_SPOOL: conversao conferida"
           ELSE
               DISPLAY "CONVERTE_SPOOL: CONTAGENS DIVERGENTES - "
                       "descarga preservada em " WID-ARQ-SPLUNL
           END-IF.
       06-exibir-contagens-exit.
           EXIT.
