       identification division.
       program-id. "CONVERTE_CLIENTE".
       author.     Roberto Holz.
      *    CONVERSAO UNICA DO CADASTRO DE CLIENTES DA EMPRESA CORRENTE
      *    (EMPRESA_CODIGO) PARA A ORGANIZACAO COM A CHAVE ALTERNATIVA
      *    CLI-CODVND: DESCARREGA O ARQUIVO ANTIGO (SO COM AS CHAVES
      *    CODIGO, CNPJ E RAZAO) NUM SEQUENCIAL DE TRABALHO
      *    (ARQ_CLIUNL_<EMPRESA>), RECRIA O ARQ_CLIENTE PELO LAYOUT
      *    NOVO E RECARREGA TUDO. NO FIM CONTA O ARQUIVO NOVO PELA
      *    CHAVE PRINCIPAL E PELA CHAVE CLI-CODVND; AS CONTAGENS DE
      *    ANTES E DEPOIS TEM DE BATER, SENAO A RODADA TERMINA COM
      *    RETORNO 8 E O SEQUENCIAL DE DESCARGA FICA PRESERVADO.
      *    RODA SOB A TRAVA EXCLUSIVA (NINGUEM NOS CADASTROS NEM NA
      *    DISTRIBUICAO). SE O ARQUIVO JA ESTA NA ORGANIZACAO NOVA,
      *    NAO FAZ NADA. COM CONVERTE_CLIENTE_RECARGA=S NO AMBIENTE
      *    PULA A DESCARGA E SO RECARREGA DO SEQUENCIAL PRESERVADO
      *    (RETOMADA DE UMA RODADA QUE CAIU NA RECARGA).
      *    TAMBEM CONVERTE O ARQUIVO QUE JA TEM A CHAVE CLI-CODVND MAS
      *    AINDA ESTA NO LAYOUT DE 193 POSICOES (SEM CLI-SEGMENTO): O
      *    SEGMENTO ENTRA EM BRANCO NA RECARGA.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
      *    O MESMO ARQUIVO FISICO NA ORGANIZACAO ANTERIOR, SO PARA A
      *    DESCARGA.
           SELECT ARQ-CLIANT
               ASSIGN TO WID-ARQ-CLIANT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIANT-CODIGO
               ALTERNATE RECORD KEY IS CLIANT-CNPJ
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIANT-RAZAOSOCIAL
                   WITH DUPLICATES
               FILE STATUS IS WS-RST-ACESS-CLIANT.
      *    O MESMO ARQUIVO JA COM A CHAVE CLI-CODVND, MAS AINDA NO
      *    LAYOUT SEM O SEGMENTO.
           SELECT ARQ-CLIVND
               ASSIGN TO WID-ARQ-CLIANT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIVND-CODIGO
               ALTERNATE RECORD KEY IS CLIVND-CNPJ
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIVND-RAZAOSOCIAL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIVND-CODVND
                   WITH DUPLICATES
               FILE STATUS IS WS-RST-ACESS-CLIANT.
           SELECT ARQ-CLIUNL
               ASSIGN TO WID-ARQ-CLIUNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-CLIUNL.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
      *    LAYOUT ANTERIOR DO CADASTRO (193 POSICOES, SEM O SEGMENTO),
      *    SO COM AS CHAVES DA ORGANIZACAO ANTERIOR DESMEMBRADAS.
       FD  ARQ-CLIANT
           LABEL RECORD IS STANDARD.
       01  CLIANT-REGISTRO.
           05 CLIANT-CODIGO                 PIC 9(07).
           05 CLIANT-CNPJ                   PIC 9(14).
           05 CLIANT-RAZAOSOCIAL            PIC X(40).
           05 CLIANT-RESTO                  PIC X(132).
       FD  ARQ-CLIVND
           LABEL RECORD IS STANDARD.
       01  CLIVND-REGISTRO.
           05 CLIVND-CODIGO                 PIC 9(07).
           05 CLIVND-CNPJ                   PIC 9(14).
           05 CLIVND-RAZAOSOCIAL            PIC X(40).
           05 FILLER                        PIC X(22).
           05 CLIVND-CODVND                 PIC 9(05).
           05 CLIVND-RESTO                  PIC X(105).
      *    A DESCARGA GUARDA A IMAGEM DE 193 POSICOES; NA RECARGA O
      *    SEGMENTO FICA EM BRANCO.
       FD  ARQ-CLIUNL
           LABEL RECORD IS STANDARD.
       01  CLIUNL-REGISTRO                  PIC X(193).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-CLIANT       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLIANT  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CLIUNL       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLIUNL  PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE "CONVERSAO".
              05 WS-SO-RECARGA        PIC X(01) VALUE SPACES.
              05 WS-SITUACAO          PIC X(01) VALUE SPACES.
                 88 WS-SIT-CONVERTIDO          VALUE "C".
                 88 WS-SIT-INEXISTENTE         VALUE "V".
                 88 WS-SIT-ANTIGO              VALUE "A".
                 88 WS-SIT-SEM-SEGMENTO        VALUE "B".
                 88 WS-SIT-ERRO                VALUE "E".
              05 WS-FIM-ARQUIVO       PIC 9(01) VALUE ZEROS.
              05 WS-QTD-ANTES         PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DESCARGA      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-GRAVADOS      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-REJEITADOS    PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DEPOIS        PIC 9(07) VALUE ZEROS.
              05 WS-QTD-DEPOIS-VND    PIC 9(07) VALUE ZEROS.
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
                  "CONVERTE_CLIENTE_RECARGA".

           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           MOVE WS-NAE-NOME TO WID-ARQ-CLIANT.
           MOVE "ARQ_CLIUNL" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLIUNL.

           MOVE "XE" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           IF WS-TRV-OK NOT = "S" THEN
               DISPLAY "CONVERTE_CLIENTE: sistema travado por "
                       WS-TRV-DETENTOR
               MOVE 8 TO WS-RC-BATCH
           ELSE
               PERFORM 01-converter
               MOVE "XL" TO WS-TRV-FUNCAO
               MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR
               CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG
           END-IF.

           MOVE "CONVERTE_CLIENTE"  TO WS-JOB-PROGRAMA.
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
               DISPLAY "CONVERTE_CLIENTE: recarga a partir de "
                       WID-ARQ-CLIUNL
           ELSE
               PERFORM 02-verificar-organizacao
               EVALUATE TRUE
                 WHEN WS-SIT-CONVERTIDO
                   DISPLAY "CONVERTE_CLIENTE: " wid-arq-cliente
                           " ja esta na organizacao nova"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-INEXISTENTE
                   DISPLAY "CONVERTE_CLIENTE: " wid-arq-cliente
                           " inexistente, nada a converter"
                   GO TO 01-converter-exit
                 WHEN WS-SIT-ERRO
                   DISPLAY "CONVERTE_CLIENTE: erro na abertura de "
                           wid-arq-cliente " status "
                           WS-RST-ACESS-CLIANT
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
      *    TEM A CHAVE CLI-CODVND E O SEGMENTO; SENAO TENTA PELO
      *    LAYOUT COM A CHAVE E SEM O SEGMENTO E, POR ULTIMO, PELO
      *    LAYOUT ANTERIOR A CHAVE.
       02-verificar-organizacao section.
           OPEN INPUT ARQ-CLIENTE.
           IF WS-RESULTADO-ACESSO = 00 THEN
               CLOSE ARQ-CLIENTE
               MOVE "C" TO WS-SITUACAO
               GO TO 02-verificar-organizacao-exit
           END-IF.
           IF WS-RESULTADO-ACESSO = 35 THEN
               MOVE "V" TO WS-SITUACAO
               GO TO 02-verificar-organizacao-exit
           END-IF.
           OPEN INPUT ARQ-CLIVND.
           IF WS-RST-ACESS-CLIANT = 00 THEN
               MOVE "B" TO WS-SITUACAO
               GO TO 02-verificar-organizacao-exit
           END-IF.
           OPEN INPUT ARQ-CLIANT.
           IF WS-RST-ACESS-CLIANT = 00 THEN
               MOVE "A" TO WS-SITUACAO
           ELSE
               MOVE "E" TO WS-SITUACAO
           END-IF.
       02-verificar-organizacao-exit.
           EXIT.

      *    ARQ-CLIANT OU ARQ-CLIVND JA FOI ABERTO PELA VERIFICACAO.
       03-descarregar section.
           OPEN OUTPUT ARQ-CLIUNL.
           IF WS-RST-ACESS-CLIUNL NOT = 0 THEN
               DISPLAY "CONVERTE_CLIENTE: erro na criacao de "
                       WID-ARQ-CLIUNL
               PERFORM 033-fechar-anterior
               MOVE 8 TO WS-RC-BATCH
               GO TO 03-descarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           PERFORM 032-ler-anterior.
           PERFORM 031-descarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-CLIUNL.
           PERFORM 033-fechar-anterior.
       03-descarregar-exit.
           EXIT.

       031-descarregar-um section.
           IF WS-SIT-SEM-SEGMENTO THEN
               MOVE CLIVND-REGISTRO TO CLIUNL-REGISTRO
           ELSE
               MOVE CLIANT-REGISTRO TO CLIUNL-REGISTRO
           END-IF.
           WRITE CLIUNL-REGISTRO.
           IF WS-RST-ACESS-CLIUNL NOT = 0 THEN
               DISPLAY "CONVERTE_CLIENTE: erro gravando descarga, "
                       "cliente " CLIUNL-REGISTRO(1:7)
               MOVE 8 TO WS-RC-BATCH
               MOVE 1 TO WS-FIM-ARQUIVO
               GO TO 031-descarregar-um-exit
           END-IF.
           ADD 1 TO WS-QTD-ANTES.
           PERFORM 032-ler-anterior.
       031-descarregar-um-exit.
           EXIT.

       032-ler-anterior section.
           IF WS-SIT-SEM-SEGMENTO THEN
               READ ARQ-CLIVND NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQUIVO
                 NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
               END-READ
           ELSE
               READ ARQ-CLIANT NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQUIVO
                 NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
               END-READ
           END-IF.
       032-ler-anterior-exit.
           EXIT.

       033-fechar-anterior section.
           IF WS-SIT-SEM-SEGMENTO THEN
               CLOSE ARQ-CLIVND
           ELSE
               CLOSE ARQ-CLIANT
           END-IF.
       033-fechar-anterior-exit.
           EXIT.

      *    O OPEN OUTPUT RECRIA O ARQ_CLIENTE JA COM A CHAVE
      *    CLI-CODVND E O LAYOUT COM O SEGMENTO.
       04-recarregar section.
           OPEN INPUT ARQ-CLIUNL.
           IF WS-RST-ACESS-CLIUNL NOT = 0 THEN
               DISPLAY "CONVERTE_CLIENTE: descarga " WID-ARQ-CLIUNL
                       " indisponivel"
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           OPEN OUTPUT ARQ-CLIENTE.
           IF WS-RESULTADO-ACESSO NOT = 0 THEN
               DISPLAY "CONVERTE_CLIENTE: erro na recriacao de "
                       wid-arq-cliente
               CLOSE ARQ-CLIUNL
               MOVE 8 TO WS-RC-BATCH
               GO TO 04-recarregar-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           READ ARQ-CLIUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 041-recarregar-um
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-CLIUNL.
           IF WS-SO-RECARGA = "S" THEN
               MOVE WS-QTD-DESCARGA TO WS-QTD-ANTES
           END-IF.
       04-recarregar-exit.
           EXIT.

       041-recarregar-um section.
           ADD 1 TO WS-QTD-DESCARGA.
           MOVE SPACES TO CLI-REGISTRO.
           MOVE CLIUNL-REGISTRO TO CLI-REGISTRO(1:193).
           WRITE CLI-REGISTRO
             INVALID KEY
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "CONVERTE_CLIENTE: cliente " CLI-CODIGO
                       " rejeitado, status " WS-RESULTADO-ACESSO
             NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.
           READ ARQ-CLIUNL
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END MOVE 0 TO WS-FIM-ARQUIVO
           END-READ.
       041-recarregar-um-exit.
           EXIT.

      *    CONTA O ARQUIVO NOVO DUAS VEZES: PELA CHAVE PRINCIPAL E
      *    PELA CHAVE CLI-CODVND (QUE TEM DE ENXERGAR TODOS OS
      *    REGISTROS, INCLUSIVE OS SEM VENDEDOR).
       05-conferir section.
           OPEN INPUT ARQ-CLIENTE.
           IF WS-RESULTADO-ACESSO NOT = 0 THEN
               DISPLAY "CONVERTE_CLIENTE: erro reabrindo "
                       wid-arq-cliente
               MOVE 8 TO WS-RC-BATCH
               GO TO 05-conferir-exit
           END-IF.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 051-contar-principal
             UNTIL WS-FIM-ARQUIVO = 1.
           MOVE 0 TO WS-FIM-ARQUIVO.
           MOVE 0 TO CLI-CODVND.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODVND
             INVALID KEY MOVE 1 TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 052-contar-por-vendedor
             UNTIL WS-FIM-ARQUIVO = 1.
           CLOSE ARQ-CLIENTE.
           IF WS-QTD-DEPOIS     NOT = WS-QTD-ANTES
           OR WS-QTD-DEPOIS-VND NOT = WS-QTD-ANTES THEN
               MOVE 8 TO WS-RC-BATCH
           END-IF.
       05-conferir-exit.
           EXIT.

       051-contar-principal section.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END ADD 1 TO WS-QTD-DEPOIS
           END-READ.
       051-contar-principal-exit.
           EXIT.

       052-contar-por-vendedor section.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQUIVO
             NOT AT END ADD 1 TO WS-QTD-DEPOIS-VND
           END-READ.
       052-contar-por-vendedor-exit.
           EXIT.

       06-exibir-contagens section.
           MOVE WS-QTD-ANTES TO WS-QTD-ED.
           DISPLAY "CONVERTE_CLIENTE: registros antes ........: "
                   WS-QTD-ED.
           MOVE WS-QTD-DESCARGA TO WS-QTD-ED.
           DISPLAY "CONVERTE_CLIENTE: lidos da descarga ......: "
                   WS-QTD-ED.
           MOVE WS-QTD-GRAVADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_CLIENTE: regravados .............: "
                   WS-QTD-ED.
           MOVE WS-QTD-REJEITADOS TO WS-QTD-ED.
           DISPLAY "CONVERTE_CLIENTE: rejeitados .............: "
                   WS-QTD-ED.
           MOVE WS-QTD-DEPOIS TO WS-QTD-ED.
           DISPLAY "CONVERTE_CLIENTE: depois, chave principal : "
                   WS-QTD-ED.
           MOVE WS-QTD-DEPOIS-VND TO WS-QTD-ED.
           DISPLAY "CONVERTE_CLIENTE: depois, chave vendedor .: "
                   WS-QTD-ED.
           IF WS-RC-BATCH = 0 THEN
               DISPLAY "CONVERTE_CLIENTE: conversao conferida"
           ELSE
               DISPLAY "CONVERTE_CLIENTE: CONTAGENS DIVERGENTES - "
                       "descarga preservada em " WID-ARQ-CLIUNL
           END-IF.
       06-exibir-contagens-exit.
           EXIT.
