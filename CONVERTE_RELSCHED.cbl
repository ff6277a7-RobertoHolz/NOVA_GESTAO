       identification division.
       program-id. "CONVERTE_RELSCHED".
       author.     Roberto Holz.
      *    CONVERSAO UNICA DAS AGENDAS DE RELATORIO (ARQ_RELSCHED)
      *    PARA O LAYOUT COM A INDICACAO DE EXPLOSAO POR DESTINATARIO
      *    (RSC-EXPLODIR).
      *    DESCARREGA O ARQUIVO ANTIGO NUM SEQUENCIAL DE TRABALHO
      *    (ARQ_RSCUNL), RECRIA O ARQ_RELSCHED
      *    PELO LAYOUT NOVO E RECARREGA TUDO, COM OS CAMPOS NOVOS NO
      *    VALOR PADRAO. NO FIM CONTA O ARQUIVO NOVO; AS CONTAGENS DE
      *    ANTES E DEPOIS TEM DE BATER, SENAO A RODADA TERMINA COM
      *    RETORNO 8 E O SEQUENCIAL DE DESCARGA FICA PRESERVADO. RODA
      *    SOB A TRAVA EXCLUSIVA. SE O ARQUIVO JA ESTA NO LAYOUT NOVO,
      *    NAO FAZ NADA. COM CONVERTE_RELSCHED_RECARGA=S NO
      *    AMBIENTE PULA A DESCARGA E SO RECARREGA DO SEQUENCIAL
      *    PRESERVADO (RETOMADA DE UMA RODADA QUE CAIU NA RECARGA).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-relsched.cpy'.
      *    O MESMO ARQUIVO FISICO NO LAYOUT ANTERIOR, SO PARA A
      *    DESCARGA.
           SELECT ARQ-RSCANT
               ASSIGN TO WID-ARQ-RSCANT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSCANT-CHAVE
               FILE STATUS IS WS-RST-ACESS-RSCANT.
           SELECT ARQ-RSCUNL
               ASSIGN TO WID-ARQ-RSCUNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-RSCUNL.

       data division.
       file section.
         copy 'fd-arq-relsched.cpy'.
      *    LAYOUT ANTERIOR (186 POSICOES), SO COM A CHAVE DESMEMBRADA.
       FD  ARQ-RSCANT
           LABEL RECORD IS STANDARD.
       01  RSCANT-REGISTRO.
           05 RSCANT-CHAVE                 PIC 9(05).
           05 RSCANT-RESTO                 PIC X(181).
       FD  ARQ-RSCUNL
           LABEL RECORD IS STANDARD.
       01  RSCUNL-REGISTRO                 PIC X(186).

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-RELSCHED     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RELSCHED PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-RSCANT       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RSCANT  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-RSCUNL       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RSCUNL  PIC 9(02) VALUE ZEROS.
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
                  "CONVERTE_RELSCHED_RECARGA".

           MOVE "ARQ_RELSCHED" TO WID-ARQ-RELSCHED.
           MOVE "ARQ_RELSCHED" TO WID-ARQ-RSCANT.
           MOVE "ARQ_RSCUNL" TO WID-ARQ-RSCUNL.

           MOVE "XE" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           IF WS-TRV-OK NOT = "S" THEN
               DISPLAY "CONVERTE_RELSCHED: sistema travado por "
                       WS-TRV-DETENTOR
               MOVE 8 TO WS-RC-BATCH
           ELSE
               PERFORM 01-converter
               MOVE "XL" TO WS-TRV-FUNCAO
               MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR
               CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG
           END-IF.

           MOVE "CONVERTE_RELSCHED" TO WS-JOB-PROGRAMA.
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
               DISPLAY "CONVERTE_RELSCHED: recarga a partir de "
                       WID-ARQ-RSCUNL
           ELSE
               PERFORM 02-verificar-layout
               EVALUATE TRUE
                 WHEN WS-SIT-CONVERTIDO
                   DISPLAY "CONVERTE_RELSCHED: " WID-ARQ-RELSCHED
                           " ja esta no layout novo"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-INEXISTENTE
                   DISPLAY "CONVERTE_RELSCHED: " WID-ARQ-RELSCHED
                           " inexistente, nada a converter"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-ERRO
                   DISPLAY "CONVERTE_RELSCHED: erro na abertura de "
                           WID-ARQ-RELSCHED " status "
                           WS-RST-ACESS-RSCANT
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
           OPEN INPUT ARQ-RELSCHED.
           IF WS-RST-ACESS-RELSCHED = 00 THEN
               CLOSE ARQ-RELSCHED
               MOVE "C" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           IF WS-RST-ACESS-RELSCHED = 35 THEN
               MOVE "V" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           OPEN INPUT ARQ-RSCANT.
           IF WS-RST-ACESS-RSCANT = 00 THEN
               MOVE "A" TO WS-SITUACAO
           ELSE
               MOVE "E" TO WS-SITUACAO
           END-IF.
       02-verificar-layout-exit.
           EXIT.

      *    ARQ-RSCANT JA FOI ABERTO PELA VERIFICACAO.
       03-descarregar section.
           OPEN OUTPUT ARQ-RSCUNL.
           IF WS-RST-ACESS-RSCUNL NOT = 0 THEN
               DISPLAY "CONVERTE_RELSCHED: erro na criacao de "
                       WID-ARQ-RSCUNL
               CLOSE ARQ-RSCANT
               MOVE 8 TO WS-RC-BATCH
               GO TO 03-descarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-RSCANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 031-descarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-RSCUNL.
           CLOSE ARQ-RSCANT.
       03-descarregar-exit.
           EXIT.

       031-descarregar-um section.
           MOVE RSCANT-REGISTRO TO RSCUNL-REGISTRO.
           WRITE RSCUNL-REGISTRO.
           IF WS-RST-ACESS-RSCUNL NOT = 0 THEN
               DISPLAY "CONVERTE_RELSCHED: erro gravando descarga, "
                       "chave " RSCANT-CHAVE
               MOVE 8 TO WS-RC-BATCH
               MOVE 1 TO WS-FIM-ARQUIVO
               GO TO 031-descarregar-um-exit
           END-IF.
           ADD 1 TO WS-QTD-ANTES.
           READ ARQ-RSCANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       031-descarregar-um-exit.
           EXIT.

      *    O OPEN OUTPUT RECRIA O ARQ_RELSCHED JA NO LAYOUT NOVO.
       04-recarregar section.
           OPEN INPUT ARQ-RSCUNL.
           IF WS-RST-ACESS-RSCUNL NOT = 0 THEN
               DISPLAY "CONVERTE_RELSCHED: descarga " WID-ARQ-RSCUNL
                       " indisponivel"
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           OPEN OUTPUT ARQ-RELSCHED.
           IF WS-RST-ACESS-RELSCHED NOT = 0 THEN
               DISPLAY "CONVERTE_RELSCHED: erro na recriacao de "
                       WID-ARQ-RELSCHED
               CLOSE ARQ-RSCUNL
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-RSCUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 041-recarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-RELSCHED.
           CLOSE ARQ-RSCUNL.
           IF WS-SO-RECARGA = "S" THEN
               MOVE WS-QTD-DESCARGA TO WS-QTD-ANTES
           END-IF.
       04-recarregar-exit.
           EXIT.

      *    AS AGENDAS ANTIGAS CONTINUAM SEM EXPLOSAO.
       041-recarregar-um section.
           ADD 1 TO WS-QTD-DESCARGA.
           MOVE SPACES TO RSC-REGISTRO.
           MOVE RSCUNL-REGISTRO TO RSC-REGISTRO(1:186).
           MOVE "N"    TO RSC-EXPLODIR.
           WRITE RSC-REGISTRO
             INVALID KEY
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "CONVERTE_RELSCHED: chave " RSCUNL-REGISTRO(1:5)
                       " rejeitada, status " WS-RST-ACESS-RELSCHED
             NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.
           READ ARQ-RSCUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       041-recarregar-um-exit.
           EXIT.

       05-conferir section.
           OPEN INPUT ARQ-RELSCHED.
           IF WS-RST-ACESS-RELSCHED NOT = 0 THEN
               DISPLAY "CONVERTE_RELSCHED: erro reabrindo "
                       WID-ARQ-RELSCHED
               MOVE 8 TO WS-RC-BATCH
               GO TO 05-conferir-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO RSC-ID.
           START ARQ-RELSCHED KEY IS NOT LESS THAN RSC-ID
             INVALID KEY MOVE 1 TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 051-contar-registro
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-RELSCHED.
           IF WS-QTD-DEPOIS NOT = WS-QTD-ANTES THEN
               MOVE 8 TO WS-RC-BATCH
           END-IF.
       05-conferir-exit.
           EXIT.

       051-contar-registro section.
           READ ARQ-RELSCHED NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END ADD 1 TO WS-QTD-DEPOIS
           END-READ.
       051-contar-registro-exit.
           EXIT.

       06-exibir-contagens section.
           MOVE WS-QTD-ANTES TO WS-QTD-ED.
           DISPLAY "CONVERTE_RELSCHED: registros antes ....: "
                   WS-QTD-ED.
           MOVE WS-QTD-DESCARGA TO WS-QTD-ED.
           DISPLAY "CONVERTE_RELSCHED: lidos da descarga ..: "
                   WS-QTD-ED.
           MOVE WS-QTD-GRAVADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_RELSCHED: regravados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-REJEITADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_RELSCHED: rejeitados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-DEPOIS TO WS-QTD-ED.
           DISPLAY "CONVERTE_RELSCHED: registros depois ...: "
                   WS-QTD-ED.
           IF WS-RC-BATCH = 0 THEN
               DISPLAY "CONVERTE_RELSCHED: conversao conferida"
           ELSE
               DISPLAY "CONVERTE_RELSCHED: CONTAGENS DIVERGENTES - "
                       "descarga preservada em " WID-ARQ-RSCUNL
           END-IF.
       06-exibir-contagens-exit.
           EXIT.
