       identification division.
       program-id. "CONVERTE_ARQMORTO".
       author.     Roberto Holz.
      *    CONVERSAO UNICA DO ARQUIVO MORTO DE CLIENTES DA EMPRESA
      *    CORRENTE (ARQ_ARQMORTO, EMPRESA_CODIGO) PARA O LAYOUT COM O
      *    SEGMENTO E O MOTIVO DE INATIVACAO DO CLIENTE ARQUIVADO
      *    (MORTO-SEGMENTO E MORTO-MOTIVO-INATIV).
      *    DESCARREGA O ARQUIVO ANTIGO NUM SEQUENCIAL DE TRABALHO
      *    (ARQ_MRTUNL_<EMPRESA>), RECRIA O ARQ_ARQMORTO
      *    PELO LAYOUT NOVO E RECARREGA TUDO, COM OS CAMPOS NOVOS NO
      *    VALOR PADRAO. NO FIM CONTA O ARQUIVO NOVO; AS CONTAGENS DE
      *    ANTES E DEPOIS TEM DE BATER, SENAO A RODADA TERMINA COM
      *    RETORNO 8 E O SEQUENCIAL DE DESCARGA FICA PRESERVADO. RODA
      *    SOB A TRAVA EXCLUSIVA. SE O ARQUIVO JA ESTA NO LAYOUT NOVO,
      *    NAO FAZ NADA. COM CONVERTE_ARQMORTO_RECARGA=S NO
      *    AMBIENTE PULA A DESCARGA E SO RECARREGA DO SEQUENCIAL
      *    PRESERVADO (RETOMADA DE UMA RODADA QUE CAIU NA RECARGA).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-arqmorto.cpy'.
      *    O MESMO ARQUIVO FISICO NO LAYOUT ANTERIOR, SO PARA A
      *    DESCARGA.
           SELECT ARQ-MRTANT
               ASSIGN TO WID-ARQ-MRTANT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRTANT-CHAVE
               FILE STATUS IS WS-RST-ACESS-MRTANT.
           SELECT ARQ-MRTUNL
               ASSIGN TO WID-ARQ-MRTUNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-MRTUNL.

       data division.
       file section.
         copy 'fd-arq-arqmorto.cpy'.
      *    LAYOUT ANTERIOR (201 POSICOES), SO COM A CHAVE DESMEMBRADA.
       FD  ARQ-MRTANT
           LABEL RECORD IS STANDARD.
       01  MRTANT-REGISTRO.
           05 MRTANT-CHAVE                 PIC 9(07).
           05 MRTANT-RESTO                 PIC X(194).
       FD  ARQ-MRTUNL
           LABEL RECORD IS STANDARD.
       01  MRTUNL-REGISTRO                 PIC X(201).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE          PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME          PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-ARQMORTO     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-ARQMORTO PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-MRTANT       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MRTANT  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-MRTUNL       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-MRTUNL  PIC 9(02) VALUE ZEROS.
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
                  "CONVERTE_ARQMORTO_RECARGA".

           MOVE "ARQ_ARQMORTO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-ARQMORTO.
           MOVE WS-NAE-NOME TO WID-ARQ-MRTANT.
           MOVE "ARQ_MRTUNL" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-MRTUNL.

           MOVE "XE" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           IF WS-TRV-OK NOT = "S" THEN
               DISPLAY "CONVERTE_ARQMORTO: sistema travado por "
                       WS-TRV-DETENTOR
               MOVE 8 TO WS-RC-BATCH
           ELSE
               PERFORM 01-converter
               MOVE "XL" TO WS-TRV-FUNCAO
               MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR
               CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG
           END-IF.

           MOVE "CONVERTE_ARQMORTO" TO WS-JOB-PROGRAMA.
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
               DISPLAY "CONVERTE_ARQMORTO: recarga a partir de "
                       WID-ARQ-MRTUNL
           ELSE
               PERFORM 02-verificar-layout
               EVALUATE TRUE
                 WHEN WS-SIT-CONVERTIDO
                   DISPLAY "CONVERTE_ARQMORTO: " WID-ARQ-ARQMORTO
                           " ja esta no layout novo"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-INEXISTENTE
                   DISPLAY "CONVERTE_ARQMORTO: " WID-ARQ-ARQMORTO
                           " inexistente, nada a converter"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-ERRO
                   DISPLAY "CONVERTE_ARQMORTO: erro na abertura de "
                           WID-ARQ-ARQMORTO " status "
                           WS-RST-ACESS-MRTANT
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
           OPEN INPUT ARQ-ARQMORTO.
           IF WS-RST-ACESS-ARQMORTO = 00 THEN
               CLOSE ARQ-ARQMORTO
               MOVE "C" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           IF WS-RST-ACESS-ARQMORTO = 35 THEN
               MOVE "V" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           OPEN INPUT ARQ-MRTANT.
           IF WS-RST-ACESS-MRTANT = 00 THEN
               MOVE "A" TO WS-SITUACAO
           ELSE
               MOVE "E" TO WS-SITUACAO
           END-IF.
       02-verificar-layout-exit.
           EXIT.

      *    ARQ-MRTANT JA FOI ABERTO PELA VERIFICACAO.
       03-descarregar section.
           OPEN OUTPUT ARQ-MRTUNL.
           IF WS-RST-ACESS-MRTUNL NOT = 0 THEN
               DISPLAY "CONVERTE_ARQMORTO: erro na criacao de "
                       WID-ARQ-MRTUNL
               CLOSE ARQ-MRTANT
               MOVE 8 TO WS-RC-BATCH
               GO TO 03-descarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-MRTANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 031-descarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-MRTUNL.
           CLOSE ARQ-MRTANT.
       03-descarregar-exit.
           EXIT.

       031-descarregar-um section.
           MOVE MRTANT-REGISTRO TO MRTUNL-REGISTRO.
           WRITE MRTUNL-REGISTRO.
           IF WS-RST-ACESS-MRTUNL NOT = 0 THEN
               DISPLAY "CONVERTE_ARQMORTO: erro gravando descarga, "
                       "chave " MRTANT-CHAVE
               MOVE 8 TO WS-RC-BATCH
               MOVE 1 TO WS-FIM-ARQUIVO
               GO TO 031-descarregar-um-exit
           END-IF.
           ADD 1 TO WS-QTD-ANTES.
           READ ARQ-MRTANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       031-descarregar-um-exit.
           EXIT.

      *    O OPEN OUTPUT RECRIA O ARQ_ARQMORTO JA NO LAYOUT NOVO.
       04-recarregar section.
           OPEN INPUT ARQ-MRTUNL.
           IF WS-RST-ACESS-MRTUNL NOT = 0 THEN
               DISPLAY "CONVERTE_ARQMORTO: descarga " WID-ARQ-MRTUNL
                       " indisponivel"
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           OPEN OUTPUT ARQ-ARQMORTO.
           IF WS-RST-ACESS-ARQMORTO NOT = 0 THEN
               DISPLAY "CONVERTE_ARQMORTO: erro na recriacao de "
                       WID-ARQ-ARQMORTO
               CLOSE ARQ-MRTUNL
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-MRTUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 041-recarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-ARQMORTO.
           CLOSE ARQ-MRTUNL.
           IF WS-SO-RECARGA = "S" THEN
               MOVE WS-QTD-DESCARGA TO WS-QTD-ANTES
           END-IF.
       04-recarregar-exit.
           EXIT.

      *    OS CLIENTES ARQUIVADOS ANTES DA CONVERSAO FICAM SEM SEGMENTO
      *    E SEM MOTIVO DE INATIVACAO (NAO HA DE ONDE RECUPERA-LOS).
       041-recarregar-um section.
           ADD 1 TO WS-QTD-DESCARGA.
           MOVE SPACES TO MORTO-REGISTRO.
           MOVE MRTUNL-REGISTRO TO MORTO-REGISTRO(1:201).
           MOVE SPACES TO MORTO-SEGMENTO.
           MOVE SPACES TO MORTO-MOTIVO-INATIV.
           WRITE MORTO-REGISTRO
             INVALID KEY
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "CONVERTE_ARQMORTO: chave " MRTUNL-REGISTRO(1:7)
                       " rejeitada, status " WS-RST-ACESS-ARQMORTO
             NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.
           READ ARQ-MRTUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       041-recarregar-um-exit.
           EXIT.

       05-conferir section.
           OPEN INPUT ARQ-ARQMORTO.
           IF WS-RST-ACESS-ARQMORTO NOT = 0 THEN
               DISPLAY "CONVERTE_ARQMORTO: erro reabrindo "
                       WID-ARQ-ARQMORTO
               MOVE 8 TO WS-RC-BATCH
               GO TO 05-conferir-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO MORTO-CODIGO.
           START ARQ-ARQMORTO KEY IS NOT LESS THAN MORTO-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 051-contar-registro
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-ARQMORTO.
           IF WS-QTD-DEPOIS NOT = WS-QTD-ANTES THEN
               MOVE 8 TO WS-RC-BATCH
           END-IF.
       05-conferir-exit.
           EXIT.

       051-contar-registro section.
           READ ARQ-ARQMORTO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END ADD 1 TO WS-QTD-DEPOIS
           END-READ.
       051-contar-registro-exit.
           EXIT.

       06-exibir-contagens section.
           MOVE WS-QTD-ANTES TO WS-QTD-ED.
           DISPLAY "CONVERTE_ARQMORTO: registros antes ....: "
                   WS-QTD-ED.
           MOVE WS-QTD-DESCARGA TO WS-QTD-ED.
           DISPLAY "CONVERTE_ARQMORTO: lidos da descarga ..: "
                   WS-QTD-ED.
           MOVE WS-QTD-GRAVADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_ARQMORTO: regravados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-REJEITADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_ARQMORTO: rejeitados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-DEPOIS TO WS-QTD-ED.
           DISPLAY "CONVERTE_ARQMORTO: registros depois ...: "
                   WS-QTD-ED.
           IF WS-RC-BATCH = 0 THEN
               DISPLAY "CONVERTE_ARQMORTO: conversao conferida"
           ELSE
               DISPLAY "CONVERTE_ARQMORTO: CONTAGENS DIVERGENTES - "
                       "descarga preservada em " WID-ARQ-MRTUNL
           END-IF.
       06-exibir-contagens-exit.
           EXIT.
