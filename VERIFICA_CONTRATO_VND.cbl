       identification division.
       program-id. "VERIFICA_CONTRATO_VND".
       author.     Roberto Holz.
      *    SITUACAO DO CONTRATO DE REPRESENTACAO DO VENDEDOR NA DATA
      *    INFORMADA (ZERADA = DATA DO DIA), LIDA NO ARQ_VNDDOC:
      *      "S" - CONTRATO VIGENTE (OU SEM DATA DE VALIDADE)
      *      "V" - CONTRATO VENCIDO: O VENDEDOR NAO RECEBE CLIENTE
      *            NOVO
      *      "N" - SEM CONTRATO CADASTRADO (NAO BLOQUEIA; OS
      *            CONTRATOS VAO SENDO CADASTRADOS AOS POUCOS)
      *    DEVOLVE TAMBEM A VALIDADE DO CONTRATO ENCONTRADO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-vnddoc.cpy'.

       data division.
       file section.
         copy 'fd-arq-vnddoc.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-VNDDOC       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDDOC  PIC 9(02) VALUE ZEROS.
              05 WS-DATA-REFERENCIA   PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
         copy 'lk-verifica-contrato-vnd.cpy'.

       PROCEDURE DIVISION USING WL-LINK-VERIFICA-CONTRATO.
       00-CONTROLE SECTION.
           MOVE "N"   TO WL-VCV-SITUACAO.
           MOVE ZEROS TO WL-VCV-VALIDADE.
           IF WL-VCV-DATA = 0 THEN
               ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           ELSE
               MOVE WL-VCV-DATA TO WS-DATA-REFERENCIA
           END-IF.
           PERFORM 01-LER-CONTRATO.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

       01-LER-CONTRATO SECTION.
           MOVE "ARQ_VNDDOC" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDDOC.
           OPEN INPUT ARQ-VNDDOC.
           IF  WS-RST-ACESS-VNDDOC <> 00
           AND WS-RST-ACESS-VNDDOC <> 05 THEN
               GO TO 01-LER-CONTRATO-EXIT
           END-IF.
           MOVE WL-VCV-CODVND TO VDC-CODVND.
           MOVE "C"           TO VDC-TIPO.
           READ ARQ-VNDDOC KEY IS VDC-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-VNDDOC = 0 THEN
               MOVE VDC-DATA-VALIDADE TO WL-VCV-VALIDADE
               IF  VDC-DATA-VALIDADE > 0
               AND VDC-DATA-VALIDADE < WS-DATA-REFERENCIA THEN
                   MOVE "V" TO WL-VCV-SITUACAO
               ELSE
                   MOVE "S" TO WL-VCV-SITUACAO
               END-IF
           END-IF.
           CLOSE ARQ-VNDDOC.
       01-LER-CONTRATO-EXIT.
           EXIT.
