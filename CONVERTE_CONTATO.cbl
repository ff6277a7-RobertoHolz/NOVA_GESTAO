       identification division.
       program-id. "CONVERTE_CONTATO".
       author.     Roberto Holz.
      *    CONVERSAO UNICA DOS CONTATOS DE CLIENTES DA EMPRESA
      *    CORRENTE (ARQ_CONTATO, EMPRESA_CODIGO) PARA O LAYOUT COM O
      *    CONSENTIMENTO DE COMUNICACAO (CONTATO-CONSENTIMENTO,
      *    CONTATO-DATA-CONSENT E CONTATO-ORIGEM-CONSENT).
      *    DESCARREGA O ARQUIVO ANTIGO NUM SEQUENCIAL DE TRABALHO
      *    (ARQ_CTTUNL_<EMPRESA>), RECRIA O ARQ_CONTATO
      *    PELO LAYOUT NOVO E RECARREGA TUDO, COM OS CAMPOS NOVOS NO
      *    VALOR PADRAO. NO FIM CONTA O ARQUIVO NOVO; AS CONTAGENS DE
      *    ANTES E DEPOIS TEM DE BATER, SENAO A RODADA TERMINA COM
      *    RETORNO 8 E O SEQUENCIAL DE DESCARGA FICA PRESERVADO. RODA
      *    SOB A TRAVA EXCLUSIVA. SE O ARQUIVO JA ESTA NO LAYOUT NOVO,
      *    NAO FAZ NADA. COM CONVERTE_CONTATO_RECARGA=S NO
      *    AMBIENTE PULA A DESCARGA E SO RECARREGA DO SEQUENCIAL
      *    PRESERVADO (RETOMADA DE UMA RODADA QUE CAIU NA RECARGA).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-contato.cpy'.
      *    O MESMO ARQUIVO FISICO NO LAYOUT ANTERIOR, SO PARA A
      *    DESCARGA.
           SELECT ARQ-CTTANT
               ASSIGN TO WID-ARQ-CTTANT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTTANT-CHAVE
               FILE STATUS IS WS-RST-ACESS-CTTANT.
           SELECT ARQ-CTTUNL
               ASSIGN TO WID-ARQ-CTTUNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-CTTUNL.

       data division.
       file section.
         copy 'fd-arq-contato.cpy'.
      *    LAYOUT ANTERIOR (115 POSICOES), SO COM A CHAVE DESMEMBRADA.
       FD  ARQ-CTTANT
           LABEL RECORD IS STANDARD.
       01  CTTANT-REGISTRO.
           05 CTTANT-CHAVE                 PIC X(10).
           05 CTTANT-RESTO                 PIC X(105).
       FD  ARQ-CTTUNL
           LABEL RECORD IS STANDARD.
       01  CTTUNL-REGISTRO                 PIC X(115).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE          PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME          PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-CONTATO      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CONTATO PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CTTANT       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CTTANT  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CTTUNL       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CTTUNL  PIC 9(02) VALUE ZEROS.
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
                  "CONVERTE_CONTATO_RECARGA".

           MOVE "ARQ_CONTATO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CONTATO.
           MOVE WS-NAE-NOME TO WID-ARQ-CTTANT.
           MOVE "ARQ_CTTUNL" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CTTUNL.

           MOVE "XE" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           IF WS-TRV-OK NOT = "S" THEN
               DISPLAY "CONVERTE_CONTATO: sistema travado por "
                       WS-TRV-DETENTOR
               MOVE 8 TO WS-RC-BATCH
           ELSE
               PERFORM 01-converter
               MOVE "XL" TO WS-TRV-FUNCAO
               MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR
               CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG
           END-IF.

           MOVE "CONVERTE_CONTATO" TO WS-JOB-PROGRAMA.
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
               DISPLAY "CONVERTE_CONTATO: recarga a partir de "
                       WID-ARQ-CTTUNL
           ELSE
               PERFORM 02-verificar-layout
               EVALUATE TRUE
                 WHEN WS-SIT-CONVERTIDO
                   DISPLAY "CONVERTE_CONTATO: " WID-ARQ-CONTATO
                           " ja esta no layout novo"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-INEXISTENTE
                   DISPLAY "CONVERTE_CONTATO: " WID-ARQ-CONTATO
                           " inexistente, nada a converter"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-ERRO
                   DISPLAY "CONVERTE_CONTATO: erro na abertura de "
                           WID-ARQ-CONTATO " status "
                           WS-RST-ACESS-CTTANT
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
           OPEN INPUT ARQ-CONTATO.
           IF WS-RST-ACESS-CONTATO = 00 THEN
               CLOSE ARQ-CONTATO
               MOVE "C" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           IF WS-RST-ACESS-CONTATO = 35 THEN
               MOVE "V" TO WS-SITUACAO
               GO TO 02-verificar-layout-exit
           END-IF.
           OPEN INPUT ARQ-CTTANT.
           IF WS-RST-ACESS-CTTANT = 00 THEN
               MOVE "A" TO WS-SITUACAO
           ELSE
               MOVE "E" TO WS-SITUACAO
           END-IF.
       02-verificar-layout-exit.
           EXIT.

      *    ARQ-CTTANT JA FOI ABERTO PELA VERIFICACAO.
       03-descarregar section.
           OPEN OUTPUT ARQ-CTTUNL.
           IF WS-RST-ACESS-CTTUNL NOT = 0 THEN
               DISPLAY "CONVERTE_CONTATO: erro na criacao de "
                       WID-ARQ-CTTUNL
               CLOSE ARQ-CTTANT
               MOVE 8 TO WS-RC-BATCH
               GO TO 03-descarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-CTTANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 031-descarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-CTTUNL.
           CLOSE ARQ-CTTANT.
       03-descarregar-exit.
           EXIT.

       031-descarregar-um section.
           MOVE CTTANT-REGISTRO TO CTTUNL-REGISTRO.
           WRITE CTTUNL-REGISTRO.
           IF WS-RST-ACESS-CTTUNL NOT = 0 THEN
               DISPLAY "CONVERTE_CONTATO: erro gravando descarga, "
                       "chave " CTTANT-CHAVE
               MOVE 8 TO WS-RC-BATCH
               MOVE 1 TO WS-FIM-ARQUIVO
               GO TO 031-descarregar-um-exit
           END-IF.
           ADD 1 TO WS-QTD-ANTES.
           READ ARQ-CTTANT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       031-descarregar-um-exit.
           EXIT.

      *    O OPEN OUTPUT RECRIA O ARQ_CONTATO JA NO LAYOUT NOVO.
       04-recarregar section.
           OPEN INPUT ARQ-CTTUNL.
           IF WS-RST-ACESS-CTTUNL NOT = 0 THEN
               DISPLAY "CONVERTE_CONTATO: descarga " WID-ARQ-CTTUNL
                       " indisponivel"
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           OPEN OUTPUT ARQ-CONTATO.
           IF WS-RST-ACESS-CONTATO NOT = 0 THEN
               DISPLAY "CONVERTE_CONTATO: erro na recriacao de "
                       WID-ARQ-CONTATO
               CLOSE ARQ-CTTUNL
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-CTTUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 041-recarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-CONTATO.
           CLOSE ARQ-CTTUNL.
           IF WS-SO-RECARGA = "S" THEN
               MOVE WS-QTD-DESCARGA TO WS-QTD-ANTES
           END-IF.
       04-recarregar-exit.
           EXIT.

      *    NENHUM CONTATO ANTIGO TEM CONSENTIMENTO REGISTRADO: ENTRA
      *    COMO "N", SEM DATA E SEM ORIGEM, ATE SER COLHIDO.
       041-recarregar-um section.
           ADD 1 TO WS-QTD-DESCARGA.
           MOVE SPACES TO CONTATO-REGISTRO.
           MOVE CTTUNL-REGISTRO TO CONTATO-REGISTRO(1:115).
           MOVE "N"    TO CONTATO-CONSENTIMENTO.
           MOVE 0      TO CONTATO-DATA-CONSENT.
           MOVE SPACES TO CONTATO-ORIGEM-CONSENT.
           WRITE CONTATO-REGISTRO
             INVALID KEY
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "CONVERTE_CONTATO: chave " CTTUNL-REGISTRO(1:10)
                       " rejeitada, status " WS-RST-ACESS-CONTATO
             NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.
           READ ARQ-CTTUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       041-recarregar-um-exit.
           EXIT.

       05-conferir section.
           OPEN INPUT ARQ-CONTATO.
           IF WS-RST-ACESS-CONTATO NOT = 0 THEN
               DISPLAY "CONVERTE_CONTATO: erro reabrindo "
                       WID-ARQ-CONTATO
               MOVE 8 TO WS-RC-BATCH
               GO TO 05-conferir-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CONTATO-CHAVE.
           START ARQ-CONTATO KEY IS NOT LESS THAN CONTATO-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 051-contar-registro
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-CONTATO.
           IF WS-QTD-DEPOIS NOT = WS-QTD-ANTES THEN
               MOVE 8 TO WS-RC-BATCH
           END-IF.
       05-conferir-exit.
           EXIT.

       051-contar-registro section.
           READ ARQ-CONTATO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END ADD 1 TO WS-QTD-DEPOIS
           END-READ.
       051-contar-registro-exit.
           EXIT.

       06-exibir-contagens section.
           MOVE WS-QTD-ANTES TO WS-QTD-ED.
           DISPLAY "CONVERTE_CONTATO: registros antes ....: "
                   WS-QTD-ED.
           MOVE WS-QTD-DESCARGA TO WS-QTD-ED.
           DISPLAY "CONVERTE_CONTATO: lidos da descarga ..: "
                   WS-QTD-ED.
           MOVE WS-QTD-GRAVADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_CONTATO: regravados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-REJEITADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_CONTATO: rejeitados .........: "
                   WS-QTD-ED.
           MOVE WS-QTD-DEPOIS TO WS-QTD-ED.
           DISPLAY "CONVERTE_CONTATO: registros depois ...: "
                   WS-QTD-ED.
           IF WS-RC-BATCH = 0 THEN
               DISPLAY "CONVERTE_CONTATO: conversao conferida"
           ELSE
               DISPLAY "CONVERTE_CONTATO: CONTAGENS DIVERGENTES - "
                       "descarga preservada em " WID-ARQ-CTTUNL
           END-IF.
       06-exibir-contagens-exit.
           EXIT.
