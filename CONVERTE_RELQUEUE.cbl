       identification division.
       program-id. "CONVERTE_RELQUEUE".
       author.     Roberto Holz.
      *    CONVERSAO UNICA DA FILA DE PEDIDOS DE RELATORIO
      *    (ARQ_RELQUEUE) PARA O LAYOUT COM A INDICACAO DE EXPLOSAO
      *    POR DESTINATARIO (RELQ-EXPLODIR).
      *    DESCARREGA O ARQUIVO ANTIGO NUM SEQUENCIAL DE TRABALHO
      *    (ARQ_RLQUNL), RECRIA O ARQ_RELQUEUE
      *    PELO LAYOUT NOVO E RECARREGA TUDO, COM OS CAMPOS NOVOS NO
      *    VALOR PADRAO. NO FIM CONTA O ARQUIVO NOVO; AS CONTAGENS DE
      *    ANTES E DEPOIS TEM DE BATER, SENAO A RODADA TERMINA COM
      *    RETORNO 8 E O SEQUENCIAL DE DESCARGA FICA PRESERVADO. RODA
      *    SOB A TRAVA EXCLUSIVA. SE O ARQUIVO JA ESTA NO LAYOUT NOVO,
      *    NAO FAZ NADA. COM CONVERTE_RELQUEUE_RECARGA=S NO
      *    AMBIENTE PULA A DESCARGA E SO RECARREGA DO SEQUENCIAL
      *    PRESERVADO (RETOMADA DE UMA RODADA QUE CAIU NA RECARGA).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-relqueue.cpy'.
      *    O MESMO ARQUIVO FISICO NO LAYOUT ANTERIOR, SO PARA A
      *    DESCARGA.
           SELECT ARQ-RLQANT
               ASSIGN TO WID-ARQ-RLQANT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLQANT-CHAVE
               FILE STATUS IS WS-RST-ACESS-RLQANT.
           SELECT ARQ-RLQUNL
               ASSIGN TO WID-ARQ-RLQUNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-RLQUNL.

       data division.
       file section.
         copy 'fd-arq-relqueue.cpy'.
      *    LAYOUT ANTERIOR (214 POSICOES), SO COM A CHAVE DESMEMBRADA.
       FD  ARQ-RLQANT
           LABEL RECORD IS STANDARD.
       01  RLQANT-REGISTRO.
           05 RLQANT-CHAVE                 PIC 9(07).
           05 RLQANT-RESTO                 PIC X(207).
       FD  ARQ-RLQUNL
           LABEL RECORD IS STANDARD.
       01  RLQUNL-REGISTRO                 PIC X(214).

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-RELQUEUE     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RELQUEUE PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-RLQANT       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RLQANT  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-RLQUNL       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RLQUNL  PIC 9(02) VALUE ZEROS.
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
                  "CONVERTE_RELQUEUE_RECARGA".

           MOVE "ARQ_RELQUEUE" TO WID-ARQ-RELQUEUE.
           MOVE "ARQ_RELQUEUE" TO WID-ARQ-RLQANT.
           MOVE "ARQ_RLQUNL" TO WID-ARQ-RLQUNL.

           MOVE "XE" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           IF WS-TRV-OK NOT = "S" THEN
               DISPLAY "CONVERTE_RELQUEUE: sistema travado por "
                       WS-TRV-DETENTOR
               MOVE 8 TO WS-RC-BATCH
           ELSE
               PERFORM 01-converter
               MOVE "XL" TO WS-TRV-FUNCAO
               MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR
               CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG
           END-IF.

           MOVE "CONVERTE_RELQUEUE" TO WS-JOB-PROGRAMA.
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
               DISPLAY "CONVERTE_RELQUEUE: recarga a partir de "
                       WID-ARQ-RLQUNL
           ELSE
               PERFORM 02-verificar-layout
               EVALUATE TRUE
                 WHEN WS-SIT-CONVERTIDO
                   DISPLAY "CONVERTE_RELQUEUE: " WID-ARQ-RELQUEUE
                           " ja esta no layout novo"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-INEXISTENTE
                   DISPLAY "CONVERTE_RELQUEUE: " WID-ARQ-RELQUEUE
                           " inexistente, nada a converter"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-ERRO
                   DISPLAY "CONVERTE_RELQUEUE: erro na abertura de "
                           WID-ARQ-RELQUEUE " status "
                           WS-RST-ACESS-RLQANT
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
           OPEN INPUT ARQ-RELQUEUE.
           IF WS-RST-ACESS-RELQUEUE = 00 THEN
               CLOSE ARQ-RELQUEUE
               MOVE "C" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           IF WS-RST-ACESS-RELQUEUE = 35 THEN
               MOVE "V" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           OPEN INPUT ARQ-RLQANT.
           IF WS-RST-ACESS-RLQANT = 00 THEN
               MOVE "A" TO WS-SITUACAO
           ELSE
               MOVE "E" TO WS-SITUACAO
           END-IF.
       02-verificar-layout-exit.
           EXIT.

      *    ARQ-RLQANT JA FOI ABERTO PELA VERIFICACAO.
       03-descarregar section.
           OPEN OUTPUT ARQ-RLQUNL.
           IF WS-RST-ACESS-RLQUNL NOT = 0 THEN
               DISPLAY "CONVERTE_RELQUEUE: erro na criacao de "
                       WID-ARQ-RLQUNL
               CLOSE ARQ-RLQANT
               MOVE 8 TO WS-RC-BATCH
               GO TO 03-descarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-RLQANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 031-descarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-RLQUNL.
           CLOSE ARQ-RLQANT.
       03-descarregar-exit.
           EXIT.

       031-descarregar-um section.
           MOVE RLQANT-REGISTRO TO RLQUNL-REGISTRO.
           WRITE RLQUNL-REGISTRO.
           IF WS-RST-ACESS-RLQUNL NOT = 0 THEN
               DISPLAY "CONVERTE_RELQUEUE: erro gravando descarga, "
                       "chave " RLQANT-CHAVE
               MOVE 8 TO WS-RC-BATCH
               MOVE 1 TO WS-FIM-ARQUIVO
               GO TO 031-descarregar-um-exit
           END-IF.
           ADD 1 TO WS-QTD-ANTES.
           READ ARQ-RLQANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       031-descarregar-um-exit.
           EXIT.

      *    O OPEN OUTPUT RECRIA O ARQ_RELQUEUE JA NO LAYOUT NOVO.
       04-recarregar section.
           OPEN INPUT ARQ-RLQUNL.
           IF WS-RST-ACESS-RLQUNL NOT = 0 THEN
               DISPLAY "CONVERTE_RELQUEUE: descarga " WID-ARQ-RLQUNL
                       " indisponivel"
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           OPEN OUTPUT ARQ-RELQUEUE.
           IF WS-RST-ACESS-RELQUEUE NOT = 0 THEN
               DISPLAY "CONVERTE_RELQUEUE: erro na recriacao de "
                       WID-ARQ-RELQUEUE
               CLOSE ARQ-RLQUNL
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-RLQUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 041-recarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-RELQUEUE.
           CLOSE ARQ-RLQUNL.
           IF WS-SO-RECARGA = "S" THEN
               MOVE WS-QTD-DESCARGA TO WS-QTD-ANTES
           END-IF.
       04-recarregar-exit.
           EXIT.

      *    OS PEDIDOS ANTIGOS NAO PEDIAM EXPLOSAO.
       041-recarregar-um section.
           ADD 1 TO WS-QTD-DESCARGA.
           MOVE SPACES TO RELQ-REGISTRO.
           MOVE RLQUNL-REGISTRO TO RELQ-REGISTRO(1:214).
           MOVE "N"    TO RELQ-EXPLODIR.
           WRITE RELQ-REGISTRO
             INVALID KEY
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "CONVERTE_RELQUEUE: chave " RLQUNL-REGISTRO(1:7)
                       " rejeitada, status " WS-RST-ACESS-RELQUEUE
             NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.
           READ ARQ-RLQUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       041-recarregar-um-exit.
           EXIT.

       05-conferir section.
           OPEN INPUT ARQ-RELQUEUE.
           IF WS-RST-ACESS-RELQUEUE NOT = 0 THEN
               DISPLAY "CONVERTE_RELQUEUE: erro reabrindo "
                       WID-ARQ-RELQUEUE
               MOVE 8 TO WS-RC-BATCH
               GO TO 05-conferir-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO RELQ-ID.
           START ARQ-RELQUEUE KEY IS NOT LESS THAN RELQ-ID
             INVALID KEY MOVE 1 TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 051-contar-registro
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-RELQUEUE.
           IF WS-QTD-DEPOIS NOT = WS-QTD-ANTES THEN
               MOVE 8 TO WS-RC-BATCH
           END-IF.
       05-conferir-exit.
           EXIT.

       051-contar-registro section.
           READ ARQ-RELQUEUE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END ADD 1 TO WS-QTD-DEPOIS
           END-READ.
       051-contar-registro-exit.
           EXIT.

       06-exibir-contagens section.
           MOVE WS-QTD-ANTES TO WS-QTD-ED.
           DISPLAY "CONVERTE_RELQUEUE: registros antes ....: "
                   WS-QTD-ED.
           MOVE WS-QTD-DESCARGA TO WS-QTD-ED.
           DISPLAY "CONVERTE_RELQUEUE: lidos da descarga ..: "
                   WS-QTD-ED.
           MOVE WS-QTD-GRAVADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_RELQUEUE: regravados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-REJEITADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_RELQUEUE: rejeitados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-DEPOIS TO WS-QTD-ED.
           DISPLAY "CONVERTE_RELQUEUE: registros depois ...: "
                   WS-QTD-ED.
           IF WS-RC-BATCH = 0 THEN
               DISPLAY "CONVERTE_RELQUEUE: conversao conferida"
           ELSE
               DISPLAY "CONVERTE_RELQUEUE: CONTAGENS DIVERGENTES - "
                       "descarga preservada em " WID-ARQ-RLQUNL
           END-IF.
       06-exibir-contagens-exit.
           EXIT.
