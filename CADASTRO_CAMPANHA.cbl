       identification division.
       program-id. "CADASTRO_CAMPANHA".
       author.     Roberto Holz.
      *    CADASTRO DE CAMPANHAS COMERCIAIS (CODIGO, DESCRICAO,
      *    VIGENCIA E CRITERIOS DE ALVO) E MONTAGEM DA LISTA DE
      *    CLIENTES ALVO (ARQ_CAMPCLI), MANTIDO PELA SUPERVISAO.
      *    OS ALVOS VEM DE DUAS FORMAS, QUE PODEM SER COMBINADAS:
      *      4 - GERAR ALVOS: VARRE OS CLIENTES ATIVOS E INCLUI OS QUE
      *          ATENDEM A TODOS OS CRITERIOS INFORMADOS (REGIAO,
      *          LOCALIDADE, CLASSE DE PERIODICIDADE, SEGMENTO E FAIXA
      *          DE FATURAMENTO MEDIO MENSAL NOS 12 MESES ANTERIORES AO
      *          INICIO DA CAMPANHA);
      *      5 - CARREGAR LISTA: ARQUIVO TEXTO COM UM CODIGO DE
      *          CLIENTE POR LINHA (LISTA ENTREGUE PELO MARKETING).
      *    CLIENTE QUE JA E ALVO NAO E INCLUIDO DE NOVO. A EXCLUSAO DA
      *    CAMPANHA REMOVE TAMBEM OS SEUS ALVOS. O REGISTRO_VISITA
      *    CREDITA AS VISITAS NOS ALVOS E O RELATORIO_CAMPANHA MOSTRA
      *    O RESULTADO.
      *    A OPCAO 6 GERA A LISTA DE CONTATOS DOS ALVOS PARA A ACAO DE
      *    MARKETING (UMA LINHA POR CONTATO: CAMPANHA(5) + CLIENTE(7)
      *    + RAZAO(40) + SEQ(3) + NOME(30) + CARGO(20) + TELEFONE(15)
      *    + E-MAIL(40)). SO SAEM OS CONTATOS COM CONSENTIMENTO DE
      *    MARKETING (LGPD); OS DEMAIS SO SAO CONTADOS.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-campanha.cpy'.
         copy 'select-arq-campcli.cpy'.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-cliper.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-arq-impcmp.cpy'.
         copy 'select-arq-contato.cpy'.
           SELECT ARQ-LSTCTT
               ASSIGN TO WID-ARQ-LSTCTT
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-LSTCTT.

       data division.
       file section.
         copy 'fd-arq-campanha.cpy'.
         copy 'fd-arq-campcli.cpy'.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-cliper.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-arq-impcmp.cpy'.
         copy 'fd-arq-contato.cpy'.
       FD  ARQ-LSTCTT
           LABEL RECORD IS STANDARD.
       01  LSTCTT-REGISTRO.
           05 LSTCTT-CODCMP                 PIC 9(05).
           05 LSTCTT-CODCLI                 PIC 9(07).
           05 LSTCTT-RAZAO                  PIC X(40).
           05 LSTCTT-SEQ                    PIC 9(03).
           05 LSTCTT-NOME                   PIC X(30).
           05 LSTCTT-CARGO                  PIC X(20).
           05 LSTCTT-TELEFONE               PIC X(15).
           05 LSTCTT-EMAIL                  PIC X(40).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-CAMPANHA      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CAMPANHA PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CAMPCLI       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CAMPCLI  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CLIENTE       PIC X(22) VALUE SPACES.
              05 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CLIPER        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLIPER   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-FATURA        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FATURA   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-IMPCMP        PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPCMP   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CONTATO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CONTATO  PIC 9(02) VALUE ZEROS.
              05 WS-CONTATO-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-LSTCTT        PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-LSTCTT   PIC 9(02) VALUE ZEROS.
              05 WS-FIM-CONTATO        PIC 9(01) VALUE ZEROS.
              05 WS-QTD-CTT-LISTADOS   PIC 9(07) VALUE ZEROS.
              05 WS-QTD-CTT-SEM-CONS   PIC 9(07) VALUE ZEROS.
              05 WS-CLIENTE-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-CLIPER-DISPONIVEL  PIC X(01) VALUE "N".
              05 WS-FATURA-DISPONIVEL  PIC X(01) VALUE "N".
              05 WS-OPERADOR-ID        PIC X(10) VALUE SPACES.
              05 WS-ERRO-ABERTURA      PIC 9(02) VALUE ZEROS.
              05 ws-acao               pic 9(01) value zeros.
              05 WS-PARAM-OK           PIC X(02) VALUE SPACES.
              05 WS-EXISTE-CAMPANHA    PIC 9(01) VALUE ZEROS.
              05 WS-FIM-ARQCLI         PIC 9(01) VALUE ZEROS.
              05 WS-FIM-CAMPCLI        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-FATURA         PIC 9(01) VALUE ZEROS.
              05 WS-FIM-IMPCMP         PIC 9(01) VALUE ZEROS.
              05 WS-CLIENTE-ATENDE     PIC X(01) VALUE "N".
              05 WS-ORIGEM-ALVO        PIC X(01) VALUE SPACES.
              05 WS-QTD-INCLUIDOS      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-JA-ALVO        PIC 9(07) VALUE ZEROS.
              05 WS-QTD-IGNORADOS      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-EXCLUIDOS      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-ED             PIC Z(06)9.
              05 WS-QTD-ED-2           PIC Z(06)9.
      *       JANELA DO FATURAMENTO: OS 12 MESES ANTES DO MES DE INICIO.
              05 WS-DATA-INI-CMP       PIC 9(08) VALUE ZEROS.
              05 WS-DATA-INI-CMP-R REDEFINES WS-DATA-INI-CMP.
                 10 WS-INI-ANO         PIC 9(04).
                 10 WS-INI-MES         PIC 9(02).
                 10 WS-INI-DIA         PIC 9(02).
              05 WS-ANOMES-INI         PIC 9(06) VALUE ZEROS.
              05 WS-ANOMES-CORTE       PIC 9(06) VALUE ZEROS.
              05 WS-TOT-MESES          PIC 9(06) VALUE ZEROS.
              05 WS-ANO-CORTE          PIC 9(04) VALUE ZEROS.
              05 WS-MES-CORTE          PIC 9(02) VALUE ZEROS.
              05 WS-FAT-CLIENTE        PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-FAT-MEDIA          PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-TELA-CMP.
                 15 WS-MSG-CMP              PIC X(40) VALUE SPACES.
                 15 WS-MSG-CMP-R REDEFINES WS-MSG-CMP.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-cmp.
                 15 WS-TEL-CMP-CODIGO       PIC 9(005) VALUES ZEROS.
                 15 WS-TEL-CMP-DESCRICAO    PIC X(040) VALUES SPACES.
                 15 WS-TEL-CMP-DATA-INI     PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-CMP-DATA-FIM     PIC 9(008) VALUES ZEROS.
                 15 WS-TEL-CMP-REGIAO       PIC 9(003) VALUES ZEROS.
                 15 WS-TEL-CMP-LOCALIDADE   PIC X(030) VALUES SPACES.
                 15 WS-TEL-CMP-CLASSE       PIC X(001) VALUES SPACES.
                 15 WS-TEL-CMP-SEGMENTO     PIC X(004) VALUES SPACES.
                 15 WS-TEL-CMP-FAT-MIN      PIC 9(011)V9(002)
                    VALUES ZEROS.
                 15 WS-TEL-CMP-FAT-MAX      PIC 9(011)V9(002)
                    VALUES ZEROS.
              05 WS-TEL-CMP-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-TEL-CMP-NMLISTA         PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CAD-CMP.
          05 VALUE "--- CADASTRO DE CAMPANHAS COMERCIAIS ---"
          BLANK SCREEN LINE 1 COL 25.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-EXCLUIR 4-GERAR ALVOS (FILTRO)"
          LINE 17 COL 20.
          05 VALUE
          "5-CARREGAR LISTA DE ALVOS 6-LISTA CONTATOS 9-VOLTAR"
          LINE 18 COL 20.
          05 TELA-CAD-CMP-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CMP.

       01 TELA-DADOS-CMP-CH.
          05 TELA-DADOS-CMP-CODIGO.
             10 LINE 05 COL 20 VALUE "Codigo da campanha......:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-CMP-CODIGO.
       01 TELA-DADOS-CMP-CORPO.
          05 TELA-DADOS-CMP-DESCRICAO.
             10 LINE 06 COL 20 VALUE "Descricao...............:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-CMP-DESCRICAO.
          05 TELA-DADOS-CMP-DATA-INI.
             10 LINE 07 COL 20 VALUE "Inicio (AAAAMMDD).......:".
             10 COLUMN PLUS 2 PIC 9(08) USING WS-TEL-CMP-DATA-INI.
          05 TELA-DADOS-CMP-DATA-FIM.
             10 LINE 08 COL 20 VALUE "Fim (AAAAMMDD)..........:".
             10 COLUMN PLUS 2 PIC 9(08) USING WS-TEL-CMP-DATA-FIM.
          05 TELA-DADOS-CMP-REGIAO.
             10 LINE 09 COL 20 VALUE "Regiao (0=todas)........:".
             10 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-CMP-REGIAO.
          05 TELA-DADOS-CMP-LOCALIDADE.
             10 LINE 10 COL 20 VALUE "Localidade (branco=tod.):".
             10 COLUMN PLUS 2 PIC X(30) USING WS-TEL-CMP-LOCALIDADE.
          05 TELA-DADOS-CMP-CLASSE.
             10 LINE 11 COL 20 VALUE "Classe period. (A/B/C)..:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-CMP-CLASSE.
          05 TELA-DADOS-CMP-SEGMENTO.
             10 LINE 12 COL 20 VALUE "Segmento (branco=todos).:".
             10 COLUMN PLUS 2 PIC X(04) USING WS-TEL-CMP-SEGMENTO.
          05 TELA-DADOS-CMP-FAT-MIN.
             10 LINE 13 COL 20 VALUE "Fat.medio mes minimo....:".
             10 COLUMN PLUS 2 PIC 9(011)V9(002)
                USING WS-TEL-CMP-FAT-MIN.
          05 TELA-DADOS-CMP-FAT-MAX.
             10 LINE 14 COL 20 VALUE "Fat.medio mes max(0=sem):".
             10 COLUMN PLUS 2 PIC 9(011)V9(002)
                USING WS-TEL-CMP-FAT-MAX.
       01 TELA-DADOS-CONFIRMAR-CMP.
          05 LINE 15 COL 20 VALUE "Confirmar(S/N).:".
          05 COLUMN PLUS 2 PIC X(01) USING WS-TEL-CMP-CONFIRMAR.
       01 TELA-DADOS-CMP-LISTA.
          05 LINE 15 COL 20 VALUE "Arquivo da lista........:".
          05 COLUMN PLUS 2 PIC X(40) USING WS-TEL-CMP-NMLISTA.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           perform 01-inicializar.
           perform 02-processar
             until ws-acao = 9
                OR WS-ERRO-ABERTURA <> 0.
           perform 03-finalizar.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           initialize ws-variaveis.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           MOVE "ARQ_CAMPANHA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CAMPANHA.
           OPEN I-O ARQ-CAMPANHA.
           IF WS-RST-ACESS-CAMPANHA = 35 THEN
               OPEN OUTPUT ARQ-CAMPANHA
               CLOSE ARQ-CAMPANHA
               OPEN I-O ARQ-CAMPANHA
           END-IF.
           IF  WS-RST-ACESS-CAMPANHA <> 00
           AND WS-RST-ACESS-CAMPANHA <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQCMP" TO WS-MSG-1
               MOVE WS-RST-ACESS-CAMPANHA TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-CMP
               ACCEPT TELA-CAD-CMP
               GO TO 01-inicializar-exit
           END-IF.

           MOVE "ARQ_CAMPCLI" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CAMPCLI.
           OPEN I-O ARQ-CAMPCLI.
           IF WS-RST-ACESS-CAMPCLI = 35 THEN
               OPEN OUTPUT ARQ-CAMPCLI
               CLOSE ARQ-CAMPCLI
               OPEN I-O ARQ-CAMPCLI
           END-IF.
           IF  WS-RST-ACESS-CAMPCLI <> 00
           AND WS-RST-ACESS-CAMPCLI <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQCPC" TO WS-MSG-1
               MOVE WS-RST-ACESS-CAMPCLI TO WS-MSG-STATUS
               MOVE 2 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-CMP
               ACCEPT TELA-CAD-CMP
               GO TO 01-inicializar-exit
           END-IF.

      *    CLIENTES, CLASSES E FATURAMENTO SO SAO USADOS NA MONTAGEM
      *    DOS ALVOS; SEM ELES O CADASTRO DA CAMPANHA CONTINUA
      *    FUNCIONANDO.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLIENTE.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO = 00
           OR  WS-RESULTADO-ACESSO = 05 THEN
               MOVE "S" TO WS-CLIENTE-DISPONIVEL
           END-IF.
           MOVE "ARQ_CLIPER" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLIPER.
           OPEN INPUT ARQ-CLIPER.
           IF  WS-RST-ACESS-CLIPER = 00
           OR  WS-RST-ACESS-CLIPER = 05 THEN
               MOVE "S" TO WS-CLIPER-DISPONIVEL
           END-IF.
           MOVE "ARQ_FATURA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-FATURA.
           OPEN INPUT ARQ-FATURA.
           IF  WS-RST-ACESS-FATURA = 00
           OR  WS-RST-ACESS-FATURA = 05 THEN
               MOVE "S" TO WS-FATURA-DISPONIVEL
           END-IF.
           MOVE "ARQ_CONTATO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CONTATO.
           OPEN INPUT ARQ-CONTATO.
           IF  WS-RST-ACESS-CONTATO = 00
           OR  WS-RST-ACESS-CONTATO = 05 THEN
               MOVE "S" TO WS-CONTATO-DISPONIVEL
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-CMP.
           ACCEPT TELA-CAD-CMP.
           MOVE SPACES TO WS-MSG-CMP
           DISPLAY TELA-CAD-CMP-MSG.
           if ws-acao = 9 then
              continue
           else
           if ws-acao = 1
           or ws-acao = 2
           or ws-acao = 3
           or ws-acao = 4
           or ws-acao = 5
           or ws-acao = 6 then
              DISPLAY TELA-DADOS-CMP-CH
              MOVE " " TO WS-PARAM-OK
              PERFORM 021-INFORMA-CODIGO
                UNTIL WS-PARAM-OK EQUAL "OK"
              PERFORM 029-VERIFICAR-CAMPANHA
              if ws-acao = 1 then
                  IF WS-EXISTE-CAMPANHA = 0 THEN
                      PERFORM 023-INCLUIR-CAMPANHA
                  ELSE
                      MOVE "Campanha ja cadastrada" TO WS-MSG-CMP
                  END-IF
              else
              if WS-EXISTE-CAMPANHA = 0 then
                  MOVE "Campanha inexistente" TO WS-MSG-CMP
              else
              if ws-acao = 2 then
                  PERFORM 024-ALTERAR-CAMPANHA
              else
              if ws-acao = 3 then
                  PERFORM 025-EXCLUIR-CAMPANHA
              else
              if ws-acao = 4 then
                  PERFORM 02A-GERAR-ALVOS
              else
              if ws-acao = 5 then
                  PERFORM 02B-CARREGAR-LISTA
              else
                  PERFORM 02E-LISTAR-CONTATOS
              end-if
              end-if
              end-if
              end-if
              end-if
              end-if
           else
              MOVE "Opcao invalida" TO WS-MSG-CMP
           end-if
           end-if.
       02-processar-exit. exit.

       021-INFORMA-CODIGO section.
            ACCEPT  TELA-DADOS-CMP-CODIGO.
            IF WS-TEL-CMP-CODIGO = 0 THEN
                MOVE "Codigo deve ser informado" TO WS-MSG-CMP
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CMP
            END-IF.
            DISPLAY TELA-CAD-CMP-MSG.
       021-INFORMA-CODIGO-EXIT.
           EXIT.

       022-INFORMA-VIGENCIA section.
            ACCEPT  TELA-DADOS-CMP-DATA-INI.
            ACCEPT  TELA-DADOS-CMP-DATA-FIM.
            IF WS-TEL-CMP-DATA-INI = 0
            OR WS-TEL-CMP-DATA-FIM = 0 THEN
                MOVE "Inicio e fim devem ser informados" TO WS-MSG-CMP
            ELSE
            IF WS-TEL-CMP-DATA-FIM < WS-TEL-CMP-DATA-INI THEN
                MOVE "Fim anterior ao inicio" TO WS-MSG-CMP
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CMP
            END-IF
            END-IF.
            DISPLAY TELA-CAD-CMP-MSG.
       022-INFORMA-VIGENCIA-EXIT.
           EXIT.

       023-INCLUIR-CAMPANHA section.
           MOVE SPACES TO WS-TEL-CMP-DESCRICAO.
           MOVE 0      TO WS-TEL-CMP-DATA-INI.
           MOVE 0      TO WS-TEL-CMP-DATA-FIM.
           MOVE 0      TO WS-TEL-CMP-REGIAO.
           MOVE SPACES TO WS-TEL-CMP-LOCALIDADE.
           MOVE SPACES TO WS-TEL-CMP-CLASSE.
           MOVE SPACES TO WS-TEL-CMP-SEGMENTO.
           MOVE 0      TO WS-TEL-CMP-FAT-MIN.
           MOVE 0      TO WS-TEL-CMP-FAT-MAX.
           DISPLAY TELA-DADOS-CMP-CORPO.
           PERFORM 026-ACEITA-DADOS-CAMPANHA.
           IF WS-TEL-CMP-CONFIRMAR = "S" THEN
               PERFORM 028-MONTAR-REGISTRO-CAMPANHA
               WRITE CMP-REGISTRO
               IF WS-RST-ACESS-CAMPANHA <> 0 THEN
                   MOVE "ERRO WRITE ARQ ARQCMP" TO WS-MSG-1
                   MOVE WS-RST-ACESS-CAMPANHA TO WS-MSG-STATUS
               ELSE
                   MOVE "Campanha incluida com sucesso" TO WS-MSG-CMP
               END-IF
           ELSE
               MOVE "Inclusao nao realizada" TO WS-MSG-CMP
           END-IF.
       023-INCLUIR-CAMPANHA-EXIT.
           EXIT.

       024-ALTERAR-CAMPANHA section.
           PERFORM 02C-MOSTRAR-CAMPANHA.
           PERFORM 026-ACEITA-DADOS-CAMPANHA.
           IF WS-TEL-CMP-CONFIRMAR = "S" THEN
               PERFORM 028-MONTAR-REGISTRO-CAMPANHA
               REWRITE CMP-REGISTRO
               IF WS-RST-ACESS-CAMPANHA <> 0 THEN
                   MOVE "ERRO REWRITE ARQ ARQCMP" TO WS-MSG-1
                   MOVE WS-RST-ACESS-CAMPANHA TO WS-MSG-STATUS
               ELSE
                   MOVE "Campanha alterada com sucesso" TO WS-MSG-CMP
               END-IF
           ELSE
               MOVE "Alteracao nao realizada" TO WS-MSG-CMP
           END-IF.
       024-ALTERAR-CAMPANHA-EXIT.
           EXIT.

      *    OS ALVOS SAO EXCLUIDOS ANTES DA CAMPANHA: SE A EXCLUSAO
      *    PARAR NO MEIO, A CAMPANHA CONTINUA CADASTRADA E PODE SER
      *    EXCLUIDA DE NOVO.
       025-EXCLUIR-CAMPANHA section.
           PERFORM 02C-MOSTRAR-CAMPANHA.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-CMP-CONFIRMAR NOT = "S" THEN
               MOVE "Exclusao nao realizada" TO WS-MSG-CMP
               GO TO 025-EXCLUIR-CAMPANHA-EXIT
           END-IF.
           MOVE 0 TO WS-QTD-EXCLUIDOS.
           MOVE 0 TO WS-FIM-CAMPCLI.
           MOVE WS-TEL-CMP-CODIGO TO CPC-CODCMP.
           MOVE 0                 TO CPC-CODCLI.
           START ARQ-CAMPCLI KEY IS NOT LESS THAN CPC-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-CAMPCLI
           END-START.
           IF WS-FIM-CAMPCLI = 0 THEN
               READ ARQ-CAMPCLI NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-CAMPCLI
               END-READ
               PERFORM 0251-EXCLUIR-ALVO
                 UNTIL WS-FIM-CAMPCLI = 1
           END-IF.
           MOVE WS-TEL-CMP-CODIGO TO CMP-CODIGO.
           DELETE ARQ-CAMPANHA RECORD.
           IF WS-RST-ACESS-CAMPANHA <> 0 THEN
               MOVE "ERRO DELETE ARQ ARQCMP" TO WS-MSG-1
               MOVE WS-RST-ACESS-CAMPANHA TO WS-MSG-STATUS
           ELSE
               MOVE WS-QTD-EXCLUIDOS TO WS-QTD-ED
               MOVE SPACES TO WS-MSG-CMP
               STRING "Campanha excluida; alvos: " DELIMITED BY SIZE
                      WS-QTD-ED                    DELIMITED BY SIZE
                 INTO WS-MSG-CMP
           END-IF.
       025-EXCLUIR-CAMPANHA-EXIT.
           EXIT.

       0251-EXCLUIR-ALVO section.
           IF CPC-CODCMP NOT = WS-TEL-CMP-CODIGO THEN
               MOVE 1 TO WS-FIM-CAMPCLI
               GO TO 0251-EXCLUIR-ALVO-EXIT
           END-IF.
           DELETE ARQ-CAMPCLI RECORD.
           IF WS-RST-ACESS-CAMPCLI = 0 THEN
               ADD 1 TO WS-QTD-EXCLUIDOS
           END-IF.
           READ ARQ-CAMPCLI NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CAMPCLI
           END-READ.
       0251-EXCLUIR-ALVO-EXIT.
           EXIT.

       026-ACEITA-DADOS-CAMPANHA section.
           ACCEPT TELA-DADOS-CMP-DESCRICAO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 022-INFORMA-VIGENCIA
             UNTIL WS-PARAM-OK EQUAL "OK".
           ACCEPT TELA-DADOS-CMP-REGIAO.
           ACCEPT TELA-DADOS-CMP-LOCALIDADE.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0261-INFORMA-CLASSE
             UNTIL WS-PARAM-OK EQUAL "OK".
           ACCEPT TELA-DADOS-CMP-SEGMENTO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0262-INFORMA-FAIXA-FAT
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       026-ACEITA-DADOS-CAMPANHA-EXIT.
           EXIT.

       0261-INFORMA-CLASSE section.
            ACCEPT  TELA-DADOS-CMP-CLASSE.
            IF  WS-TEL-CMP-CLASSE <> SPACE
            AND WS-TEL-CMP-CLASSE <> "A"
            AND WS-TEL-CMP-CLASSE <> "B"
            AND WS-TEL-CMP-CLASSE <> "C" THEN
                MOVE "Classe deve ser A, B, C ou branco" TO WS-MSG-CMP
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CMP
            END-IF.
            DISPLAY TELA-CAD-CMP-MSG.
       0261-INFORMA-CLASSE-EXIT.
           EXIT.

       0262-INFORMA-FAIXA-FAT section.
            ACCEPT  TELA-DADOS-CMP-FAT-MIN.
            ACCEPT  TELA-DADOS-CMP-FAT-MAX.
            IF  WS-TEL-CMP-FAT-MAX > 0
            AND WS-TEL-CMP-FAT-MAX < WS-TEL-CMP-FAT-MIN THEN
                MOVE "Faturamento maximo menor que minimo"
                  TO WS-MSG-CMP
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CMP
            END-IF.
            DISPLAY TELA-CAD-CMP-MSG.
       0262-INFORMA-FAIXA-FAT-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-CMP.
            IF  WS-TEL-CMP-CONFIRMAR <> "S"
            AND WS-TEL-CMP-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-CMP
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CMP
            END-IF.
            DISPLAY TELA-CAD-CMP-MSG.
       027-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       028-MONTAR-REGISTRO-CAMPANHA section.
           MOVE WS-TEL-CMP-CODIGO     TO CMP-CODIGO.
           MOVE WS-TEL-CMP-DESCRICAO  TO CMP-DESCRICAO.
           MOVE WS-TEL-CMP-DATA-INI   TO CMP-DATA-INI.
           MOVE WS-TEL-CMP-DATA-FIM   TO CMP-DATA-FIM.
           MOVE WS-TEL-CMP-REGIAO     TO CMP-REGIAO.
           MOVE WS-TEL-CMP-LOCALIDADE TO CMP-LOCALIDADE.
           MOVE WS-TEL-CMP-CLASSE     TO CMP-CLASSE.
           MOVE WS-TEL-CMP-SEGMENTO   TO CMP-SEGMENTO.
           MOVE WS-TEL-CMP-FAT-MIN    TO CMP-FAT-MIN.
           MOVE WS-TEL-CMP-FAT-MAX    TO CMP-FAT-MAX.
           MOVE WS-OPERADOR-ID        TO CMP-OPERADOR.
           ACCEPT CMP-DATA FROM DATE YYYYMMDD.
       028-MONTAR-REGISTRO-CAMPANHA-EXIT.
           EXIT.

       029-VERIFICAR-CAMPANHA section.
           MOVE WS-TEL-CMP-CODIGO TO CMP-CODIGO.
           READ ARQ-CAMPANHA KEY IS CMP-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-CAMPANHA = 0 THEN
               MOVE 1 TO WS-EXISTE-CAMPANHA
           ELSE
               MOVE 0 TO WS-EXISTE-CAMPANHA
           END-IF.
       029-VERIFICAR-CAMPANHA-EXIT.
           EXIT.

      *    ALVOS PELOS CRITERIOS GRAVADOS NA CAMPANHA (ALTERAR A
      *    CAMPANHA ANTES, SE PRECISO). CLASSE INFORMADA EXIGE O
      *    ARQ_CLIPER E FAIXA DE FATURAMENTO EXIGE O ARQ_FATURA.
       02A-GERAR-ALVOS section.
           PERFORM 02C-MOSTRAR-CAMPANHA.
           IF WS-CLIENTE-DISPONIVEL = "N" THEN
               MOVE "Arquivo de clientes indisponivel" TO WS-MSG-CMP
               GO TO 02A-GERAR-ALVOS-EXIT
           END-IF.
           IF  CMP-CLASSE NOT = SPACE
           AND WS-CLIPER-DISPONIVEL = "N" THEN
               MOVE "Sem ARQ_CLIPER para filtrar classe" TO WS-MSG-CMP
               GO TO 02A-GERAR-ALVOS-EXIT
           END-IF.
           IF (CMP-FAT-MIN > 0 OR CMP-FAT-MAX > 0)
           AND WS-FATURA-DISPONIVEL = "N" THEN
               MOVE "Sem ARQ_FATURA para faixa de fatur."
                 TO WS-MSG-CMP
               GO TO 02A-GERAR-ALVOS-EXIT
           END-IF.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-CMP-CONFIRMAR NOT = "S" THEN
               MOVE "Geracao nao realizada" TO WS-MSG-CMP
               GO TO 02A-GERAR-ALVOS-EXIT
           END-IF.

           MOVE CMP-DATA-INI TO WS-DATA-INI-CMP.
           COMPUTE WS-ANOMES-INI = WS-INI-ANO * 100 + WS-INI-MES.
           COMPUTE WS-TOT-MESES =
                   WS-INI-ANO * 12 + WS-INI-MES - 12.
           COMPUTE WS-ANO-CORTE = (WS-TOT-MESES - 1) / 12.
           COMPUTE WS-MES-CORTE = WS-TOT-MESES - WS-ANO-CORTE * 12.
           COMPUTE WS-ANOMES-CORTE =
                   WS-ANO-CORTE * 100 + WS-MES-CORTE.

           MOVE 0   TO WS-QTD-INCLUIDOS.
           MOVE 0   TO WS-QTD-JA-ALVO.
           MOVE "F" TO WS-ORIGEM-ALVO.
           MOVE 0   TO WS-FIM-ARQCLI.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQCLI
           END-START.
           IF WS-FIM-ARQCLI = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQCLI
               END-READ
               PERFORM 02A1-AVALIAR-CLIENTE-ALVO
                 UNTIL WS-FIM-ARQCLI = 1
           END-IF.
           MOVE WS-QTD-INCLUIDOS TO WS-QTD-ED.
           MOVE WS-QTD-JA-ALVO   TO WS-QTD-ED-2.
           MOVE SPACES TO WS-MSG-CMP.
           STRING "Alvos incl.:"  DELIMITED BY SIZE
                  WS-QTD-ED       DELIMITED BY SIZE
                  " ja eram:"     DELIMITED BY SIZE
                  WS-QTD-ED-2     DELIMITED BY SIZE
             INTO WS-MSG-CMP.
       02A-GERAR-ALVOS-EXIT.
           EXIT.

       02A1-AVALIAR-CLIENTE-ALVO section.
           MOVE "S" TO WS-CLIENTE-ATENDE.
           IF NOT CLI-STATUS-ATIVO THEN
               MOVE "N" TO WS-CLIENTE-ATENDE
           END-IF.
           IF  CMP-REGIAO NOT = 0
           AND CMP-REGIAO NOT = CLI-REGIAO THEN
               MOVE "N" TO WS-CLIENTE-ATENDE
           END-IF.
           IF  CMP-LOCALIDADE NOT = SPACES
           AND CMP-LOCALIDADE NOT = CLI-LOCALIDADE THEN
               MOVE "N" TO WS-CLIENTE-ATENDE
           END-IF.
           IF  CMP-SEGMENTO NOT = SPACES
           AND CMP-SEGMENTO NOT = CLI-SEGMENTO THEN
               MOVE "N" TO WS-CLIENTE-ATENDE
           END-IF.
           IF  CMP-CLASSE NOT = SPACE
           AND WS-CLIENTE-ATENDE = "S" THEN
               MOVE CLI-CODIGO TO CLP-CODCLI
               READ ARQ-CLIPER KEY IS CLP-CODCLI
                 INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-CLIPER <> 0
               OR CLP-CLASSE NOT = CMP-CLASSE THEN
                   MOVE "N" TO WS-CLIENTE-ATENDE
               END-IF
           END-IF.
           IF (CMP-FAT-MIN > 0 OR CMP-FAT-MAX > 0)
           AND WS-CLIENTE-ATENDE = "S" THEN
               PERFORM 02A11-SOMAR-FATURAMENTO
               COMPUTE WS-FAT-MEDIA ROUNDED = WS-FAT-CLIENTE / 12
               IF WS-FAT-MEDIA < CMP-FAT-MIN THEN
                   MOVE "N" TO WS-CLIENTE-ATENDE
               END-IF
               IF  CMP-FAT-MAX > 0
               AND WS-FAT-MEDIA > CMP-FAT-MAX THEN
                   MOVE "N" TO WS-CLIENTE-ATENDE
               END-IF
           END-IF.
           IF WS-CLIENTE-ATENDE = "S" THEN
               PERFORM 02D-GRAVAR-ALVO
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
           END-READ.
       02A1-AVALIAR-CLIENTE-ALVO-EXIT.
           EXIT.

       02A11-SOMAR-FATURAMENTO section.
           MOVE 0 TO WS-FAT-CLIENTE.
           MOVE 0 TO WS-FIM-FATURA.
           MOVE CLI-CODIGO      TO FAT-CODCLI.
           MOVE WS-ANOMES-CORTE TO FAT-ANOMES.
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-FATURA
           END-START.
           IF WS-FIM-FATURA = 0 THEN
               READ ARQ-FATURA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FATURA
               END-READ
               PERFORM 02A111-ACUMULAR-MES
                 UNTIL WS-FIM-FATURA = 1
           END-IF.
       02A11-SOMAR-FATURAMENTO-EXIT.
           EXIT.

       02A111-ACUMULAR-MES section.
           IF FAT-CODCLI NOT = CLI-CODIGO
           OR FAT-ANOMES NOT < WS-ANOMES-INI THEN
               MOVE 1 TO WS-FIM-FATURA
           ELSE
               ADD FAT-VALOR TO WS-FAT-CLIENTE
               READ ARQ-FATURA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FATURA
               END-READ
           END-IF.
       02A111-ACUMULAR-MES-EXIT.
           EXIT.

      *    LISTA DO MARKETING: CODIGO INEXISTENTE, NAO NUMERICO OU DE
      *    CLIENTE INATIVO E IGNORADO E SO ENTRA NA CONTAGEM.
       02B-CARREGAR-LISTA section.
           PERFORM 02C-MOSTRAR-CAMPANHA.
           IF WS-CLIENTE-DISPONIVEL = "N" THEN
               MOVE "Arquivo de clientes indisponivel" TO WS-MSG-CMP
               GO TO 02B-CARREGAR-LISTA-EXIT
           END-IF.
           MOVE SPACES TO WS-TEL-CMP-NMLISTA.
           ACCEPT TELA-DADOS-CMP-LISTA.
           IF WS-TEL-CMP-NMLISTA = SPACES THEN
               MOVE "Carga nao realizada" TO WS-MSG-CMP
               GO TO 02B-CARREGAR-LISTA-EXIT
           END-IF.
           MOVE WS-TEL-CMP-NMLISTA TO WID-ARQ-IMPCMP.
           OPEN INPUT ARQ-IMPCMP.
           IF WS-RST-ACESS-IMPCMP <> 0 THEN
               MOVE "ERRO ABERTURA ARQ LISTA" TO WS-MSG-1
               MOVE WS-RST-ACESS-IMPCMP TO WS-MSG-STATUS
               GO TO 02B-CARREGAR-LISTA-EXIT
           END-IF.
           MOVE 0   TO WS-QTD-INCLUIDOS.
           MOVE 0   TO WS-QTD-JA-ALVO.
           MOVE 0   TO WS-QTD-IGNORADOS.
           MOVE "L" TO WS-ORIGEM-ALVO.
           MOVE 0   TO WS-FIM-IMPCMP.
           READ ARQ-IMPCMP
             AT END MOVE 1 TO WS-FIM-IMPCMP
           END-READ.
           PERFORM 02B1-IMPORTAR-ALVO-LISTA
             UNTIL WS-FIM-IMPCMP = 1.
           CLOSE ARQ-IMPCMP.
           MOVE WS-QTD-INCLUIDOS TO WS-QTD-ED.
           MOVE WS-QTD-IGNORADOS TO WS-QTD-ED-2.
           MOVE SPACES TO WS-MSG-CMP.
           STRING "Alvos incl.:"  DELIMITED BY SIZE
                  WS-QTD-ED       DELIMITED BY SIZE
                  " ignor.:"      DELIMITED BY SIZE
                  WS-QTD-ED-2     DELIMITED BY SIZE
             INTO WS-MSG-CMP.
       02B-CARREGAR-LISTA-EXIT.
           EXIT.

       02B1-IMPORTAR-ALVO-LISTA section.
           IF IMPCMP-CODCLI IS NOT NUMERIC THEN
               ADD 1 TO WS-QTD-IGNORADOS
           ELSE
               MOVE IMPCMP-CODCLI TO CLI-CODIGO
               READ ARQ-CLIENTE KEY IS CLI-CODIGO
                 INVALID KEY CONTINUE
               END-READ
               IF WS-RESULTADO-ACESSO <> 0
               OR NOT CLI-STATUS-ATIVO THEN
                   ADD 1 TO WS-QTD-IGNORADOS
               ELSE
                   PERFORM 02D-GRAVAR-ALVO
               END-IF
           END-IF.
           READ ARQ-IMPCMP
             AT END MOVE 1 TO WS-FIM-IMPCMP
           END-READ.
       02B1-IMPORTAR-ALVO-LISTA-EXIT.
           EXIT.

       02C-MOSTRAR-CAMPANHA section.
           MOVE CMP-DESCRICAO  TO WS-TEL-CMP-DESCRICAO.
           MOVE CMP-DATA-INI   TO WS-TEL-CMP-DATA-INI.
           MOVE CMP-DATA-FIM   TO WS-TEL-CMP-DATA-FIM.
           MOVE CMP-REGIAO     TO WS-TEL-CMP-REGIAO.
           MOVE CMP-LOCALIDADE TO WS-TEL-CMP-LOCALIDADE.
           MOVE CMP-CLASSE     TO WS-TEL-CMP-CLASSE.
           MOVE CMP-SEGMENTO   TO WS-TEL-CMP-SEGMENTO.
           MOVE CMP-FAT-MIN    TO WS-TEL-CMP-FAT-MIN.
           MOVE CMP-FAT-MAX    TO WS-TEL-CMP-FAT-MAX.
           DISPLAY TELA-DADOS-CMP-CORPO.
       02C-MOSTRAR-CAMPANHA-EXIT.
           EXIT.

      *    CLIENTE CORRENTE EM CLI-REGISTRO. CHAVE DUPLICADA = O
      *    CLIENTE JA ERA ALVO (A RESPOSTA REGISTRADA E PRESERVADA).
       02D-GRAVAR-ALVO section.
           INITIALIZE CPC-REGISTRO.
           MOVE CMP-CODIGO     TO CPC-CODCMP.
           MOVE CLI-CODIGO     TO CPC-CODCLI.
           MOVE WS-ORIGEM-ALVO TO CPC-ORIGEM.
           ACCEPT CPC-DATA-INCLUSAO FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-ID TO CPC-OPERADOR.
           WRITE CPC-REGISTRO.
           IF WS-RST-ACESS-CAMPCLI = 0 THEN
               ADD 1 TO WS-QTD-INCLUIDOS
           ELSE
           IF WS-RST-ACESS-CAMPCLI = 22 THEN
               ADD 1 TO WS-QTD-JA-ALVO
           ELSE
               ADD 1 TO WS-QTD-IGNORADOS
           END-IF
           END-IF.
       02D-GRAVAR-ALVO-EXIT.
           EXIT.

      *    LISTA DE CONTATOS DOS ALVOS DA CAMPANHA PARA O MARKETING:
      *    CONTATO SEM CONSENTIMENTO NAO SAI NA LISTA.
       02E-LISTAR-CONTATOS section.
           PERFORM 02C-MOSTRAR-CAMPANHA.
           IF WS-CONTATO-DISPONIVEL = "N"
           OR WS-CLIENTE-DISPONIVEL = "N" THEN
               MOVE "Arquivo de contatos indisponivel" TO WS-MSG-CMP
               GO TO 02E-LISTAR-CONTATOS-EXIT
           END-IF.
           MOVE SPACES TO WS-TEL-CMP-NMLISTA.
           ACCEPT TELA-DADOS-CMP-LISTA.
           IF WS-TEL-CMP-NMLISTA = SPACES THEN
               MOVE "Lista nao gerada" TO WS-MSG-CMP
               GO TO 02E-LISTAR-CONTATOS-EXIT
           END-IF.
           MOVE WS-TEL-CMP-NMLISTA TO WID-ARQ-LSTCTT.
           OPEN OUTPUT ARQ-LSTCTT.
           IF WS-RST-ACESS-LSTCTT <> 0 THEN
               MOVE "ERRO ABERTURA ARQ LISTA" TO WS-MSG-1
               MOVE WS-RST-ACESS-LSTCTT TO WS-MSG-STATUS
               GO TO 02E-LISTAR-CONTATOS-EXIT
           END-IF.
           MOVE 0 TO WS-QTD-CTT-LISTADOS.
           MOVE 0 TO WS-QTD-CTT-SEM-CONS.
           MOVE 0 TO WS-FIM-CAMPCLI.
           MOVE CMP-CODIGO TO CPC-CODCMP.
           MOVE 0          TO CPC-CODCLI.
           START ARQ-CAMPCLI KEY IS GREATER THAN CPC-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-CAMPCLI
           END-START.
           PERFORM 02E1-LISTAR-CONTATOS-ALVO
             UNTIL WS-FIM-CAMPCLI = 1.
           CLOSE ARQ-LSTCTT.
           MOVE WS-QTD-CTT-LISTADOS TO WS-QTD-ED.
           MOVE WS-QTD-CTT-SEM-CONS TO WS-QTD-ED-2.
           MOVE SPACES TO WS-MSG-CMP.
           STRING "Contatos:"     DELIMITED BY SIZE
                  WS-QTD-ED       DELIMITED BY SIZE
                  " s/consent.:"  DELIMITED BY SIZE
                  WS-QTD-ED-2     DELIMITED BY SIZE
             INTO WS-MSG-CMP.
       02E-LISTAR-CONTATOS-EXIT.
           EXIT.

       02E1-LISTAR-CONTATOS-ALVO section.
           READ ARQ-CAMPCLI NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CAMPCLI
           END-READ.
           IF WS-FIM-CAMPCLI = 1 THEN
               GO TO 02E1-LISTAR-CONTATOS-ALVO-EXIT
           END-IF.
           IF CPC-CODCMP NOT = CMP-CODIGO THEN
               MOVE 1 TO WS-FIM-CAMPCLI
               GO TO 02E1-LISTAR-CONTATOS-ALVO-EXIT
           END-IF.
           MOVE CPC-CODCLI TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO
               INVALID KEY MOVE SPACES TO CLI-RAZAOSOCIAL
           END-READ.
           MOVE 0 TO WS-FIM-CONTATO.
           MOVE CPC-CODCLI TO CONTATO-CODCLI.
           MOVE 0          TO CONTATO-SEQ.
           START ARQ-CONTATO KEY IS GREATER THAN CONTATO-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-CONTATO
           END-START.
           PERFORM 02E11-LISTAR-UM-CONTATO
             UNTIL WS-FIM-CONTATO = 1.
       02E1-LISTAR-CONTATOS-ALVO-EXIT.
           EXIT.

       02E11-LISTAR-UM-CONTATO section.
           READ ARQ-CONTATO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CONTATO
           END-READ.
           IF WS-FIM-CONTATO = 1 THEN
               GO TO 02E11-LISTAR-UM-CONTATO-EXIT
           END-IF.
           IF CONTATO-CODCLI NOT = CPC-CODCLI THEN
               MOVE 1 TO WS-FIM-CONTATO
               GO TO 02E11-LISTAR-UM-CONTATO-EXIT
           END-IF.
           IF NOT CONTATO-CONSENTE THEN
               ADD 1 TO WS-QTD-CTT-SEM-CONS
               GO TO 02E11-LISTAR-UM-CONTATO-EXIT
           END-IF.
           MOVE CPC-CODCMP       TO LSTCTT-CODCMP.
           MOVE CPC-CODCLI       TO LSTCTT-CODCLI.
           MOVE CLI-RAZAOSOCIAL  TO LSTCTT-RAZAO.
           MOVE CONTATO-SEQ      TO LSTCTT-SEQ.
           MOVE CONTATO-NOME     TO LSTCTT-NOME.
           MOVE CONTATO-CARGO    TO LSTCTT-CARGO.
           MOVE CONTATO-TELEFONE TO LSTCTT-TELEFONE.
           MOVE CONTATO-EMAIL    TO LSTCTT-EMAIL.
           WRITE LSTCTT-REGISTRO.
           ADD 1 TO WS-QTD-CTT-LISTADOS.
       02E11-LISTAR-UM-CONTATO-EXIT.
           EXIT.

       03-finalizar section.
           IF WS-ERRO-ABERTURA = 1 THEN
               GO TO 03-finalizar-exit
           END-IF.
           CLOSE ARQ-CAMPANHA.
           IF WS-ERRO-ABERTURA = 2 THEN
               GO TO 03-finalizar-exit
           END-IF.
           CLOSE ARQ-CAMPCLI.
           IF WS-CLIENTE-DISPONIVEL = "S" THEN
               CLOSE ARQ-CLIENTE
           END-IF.
           IF WS-CLIPER-DISPONIVEL = "S" THEN
               CLOSE ARQ-CLIPER
           END-IF.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               CLOSE ARQ-FATURA
           END-IF.
           IF WS-CONTATO-DISPONIVEL = "S" THEN
               CLOSE ARQ-CONTATO
           END-IF.
       03-finalizar-exit. exit.
