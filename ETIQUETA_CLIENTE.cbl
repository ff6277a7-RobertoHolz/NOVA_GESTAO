       identification division.
       program-id. "ETIQUETA_CLIENTE".
       author.     Roberto Holz.
      *    ETIQUETAS DE ENDERECAMENTO E ARQUIVO DE MALA DIRETA PARA AS
      *    REMESSAS DE CATALOGO E CORRESPONDENCIA DE FIM DE ANO.
      *    SELECIONA OS CLIENTES ATIVOS PELOS CRITERIOS INFORMADOS
      *    (VENDEDOR, REGIAO, LOCALIDADE, CLASSE DE PERIODICIDADE E
      *    CAMPANHA; CRITERIO EM BRANCO/ZERO NAO FILTRA) E GERA:
      *      - A FOLHA DE ETIQUETAS (1 A 4 ETIQUETAS POR LINHA), COM O
      *        PRIMEIRO ENDERECO DE ENTREGA (ARQ_ENDERECO) E, COMO
      *        DESTINATARIO (A/C), O PRIMEIRO CONTATO DO CLIENTE;
      *      - O ARQUIVO CSV DE MALA DIRETA (SEPARADOR ";", PRIMEIRA
      *        LINHA COM OS NOMES DAS COLUNAS);
      *      - A LISTA DE EXCECOES, COM OS CLIENTES SEM ENDERECO DE
      *        ENTREGA, QUE NAO SAEM NAS ETIQUETAS NEM NO CSV.
      *    SO CONTATOS COM CONSENTIMENTO DE MARKETING (LGPD) PODEM SER
      *    DESTINATARIOS; OS DEMAIS SAO PULADOS E SO CONTADOS. CLIENTE
      *    SEM CONTATO COM CONSENTIMENTO SAI SO COM A RAZAO SOCIAL.
      *    AS ETIQUETAS E O CSV SAEM EM ORDEM DE CEP, PARA A TRIAGEM
      *    DA POSTAGEM.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-endereco.cpy'.
         copy 'select-arq-contato.cpy'.
         copy 'select-arq-cliper.cpy'.
         copy 'select-arq-campcli.cpy'.
         copy 'select-impresso.cpy'.
           SELECT ARQ-MALADIR
               ASSIGN TO WID-ARQ-MALADIR
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-MALADIR.
           SELECT ARQ-ETQEXC
               ASSIGN TO WID-ARQ-ETQEXC
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-ETQEXC.
         SELECT ETQ-SORT ASSIGN TO DISK WID-ETQ-SORT.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-endereco.cpy'.
         copy 'fd-arq-contato.cpy'.
         copy 'fd-arq-cliper.cpy'.
         copy 'fd-arq-campcli.cpy'.
         copy 'fd-impresso.cpy'.
       FD  ARQ-MALADIR
           LABEL RECORD IS STANDARD.
       01  MALADIR-LINHA                    PIC X(300).
       FD  ARQ-ETQEXC
           LABEL RECORD IS STANDARD.
       01  ETQEXC-LINHA                     PIC X(80).

       SD ETQ-SORT
          DATA RECORD IS REG-ETQ-SORT.
       01 REG-ETQ-SORT.
           05 CEP-ESORT                     PIC 9(08).
           05 CODCLI-ESORT                  PIC 9(07).
           05 CODVND-ESORT                  PIC 9(05).
           05 RAZAO-ESORT                   PIC X(40).
           05 CONTATO-ESORT                 PIC X(30).
           05 CARGO-ESORT                   PIC X(20).
           05 EMAIL-ESORT                   PIC X(40).
           05 LOGRADOURO-ESORT              PIC X(40).
           05 NUMERO-ESORT                  PIC X(08).
           05 COMPLEMENTO-ESORT             PIC X(20).
           05 BAIRRO-ESORT                  PIC X(25).
           05 MUNICIPIO-ESORT               PIC X(30).
           05 UF-ESORT                      PIC X(02).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-CLIENTE       PIC X(22) VALUE SPACES.
              05 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-ENDERECO      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-ENDERECO PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CONTATO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CONTATO  PIC 9(02) VALUE ZEROS.
              05 WS-CONTATO-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-CLIPER        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLIPER   PIC 9(02) VALUE ZEROS.
              05 WS-CLIPER-DISPONIVEL  PIC X(01) VALUE "N".
              05 WID-ARQ-CAMPCLI       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CAMPCLI  PIC 9(02) VALUE ZEROS.
              05 WS-CAMPCLI-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-NM-IMPRESSO        PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-MALADIR       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-MALADIR  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-ETQEXC        PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-ETQEXC   PIC 9(02) VALUE ZEROS.
              05 WID-ETQ-SORT          PIC X(22) VALUE SPACES.
              05 ws-acao               pic 9(01) value zeros.
              05 WS-SAIR               PIC X(01) VALUE SPACE.
              05 WS-MSG-ETQ            PIC X(40) VALUE SPACES.
              05 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
              05 WS-FIM-ARQCLI         PIC 9(01) VALUE ZEROS.
              05 WS-FIM-CONTATO        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-ETQ       PIC 9(01) VALUE ZEROS.
              05 WS-CLIENTE-ATENDE     PIC X(01) VALUE "N".
              05 WS-TEM-ENDERECO       PIC X(01) VALUE "N".
              05 WS-ACHOU-CONTATO      PIC X(01) VALUE "N".
              05 WS-QTD-ETIQUETAS      PIC 9(07) VALUE ZEROS.
              05 WS-QTD-SEM-ENDERECO   PIC 9(07) VALUE ZEROS.
              05 WS-QTD-SEM-CONTATO    PIC 9(07) VALUE ZEROS.
              05 WS-QTD-CTT-SEM-CONS   PIC 9(07) VALUE ZEROS.
              05 WS-QTD-ED             PIC Z(06)9.
              05 WS-QTD-ED-2           PIC Z(06)9.
              05 WS-POS-CSV            PIC 9(03) VALUE ZEROS.
              05 WS-TEXTO-CSV          PIC X(40) VALUE SPACES.
              05 WS-CEP-NUM            PIC 9(08) VALUE ZEROS.
              05 WS-CEP-NUM-R REDEFINES WS-CEP-NUM.
                 10 WS-CEP-PREFIXO     PIC 9(05).
                 10 WS-CEP-SUFIXO      PIC 9(03).
              05 WS-CEP-ED.
                 10 WS-CEP-ED-PREFIXO  PIC 9(05).
                 10 FILLER             PIC X(01) VALUE "-".
                 10 WS-CEP-ED-SUFIXO   PIC 9(03).
      *       CRITERIOS E ARQUIVOS INFORMADOS NA TELA.
              05 WS-TEL-ETQ-VENDEDOR   PIC 9(05) VALUE ZEROS.
              05 WS-TEL-ETQ-REGIAO     PIC 9(03) VALUE ZEROS.
              05 WS-TEL-ETQ-LOCALIDADE PIC X(30) VALUE SPACES.
              05 WS-TEL-ETQ-CLASSE     PIC X(01) VALUE SPACES.
              05 WS-TEL-ETQ-CAMPANHA   PIC 9(05) VALUE ZEROS.
              05 WS-TEL-ETQ-POR-LINHA  PIC 9(01) VALUE 2.
              05 WS-TEL-NMETIQUETAS    PIC X(40) VALUE SPACES.
              05 WS-TEL-NMMALADIR      PIC X(40) VALUE SPACES.
              05 WS-TEL-NMEXCECOES     PIC X(40) VALUE SPACES.
      *       MONTAGEM DA LINHA DE ETIQUETAS: CADA ETIQUETA OCUPA UMA
      *       COLUNA DE 80 / ETIQUETAS-POR-LINHA POSICOES.
              05 WS-LARG-ETIQUETA      PIC 9(02) VALUE ZEROS.
              05 WS-LARG-UTIL          PIC 9(02) VALUE ZEROS.
              05 WS-COL-ETIQUETA       PIC 9(02) VALUE ZEROS.
              05 WS-POS-ETIQUETA       PIC 9(02) VALUE ZEROS.
              05 WS-IDX-LINHA-ETQ      PIC 9(01) VALUE ZEROS.
              05 WS-TEXTO-ETQ          PIC X(80) VALUE SPACES.
              05 WS-TAB-ETIQUETA.
                 10 WS-ETQ-LINHA       PIC X(80) OCCURS 5 TIMES.

           01 WS-LINHAS-ETIQUETA.
              05 WS-LINHA-CSV-CAB.
                 10 FILLER                  PIC X(40) VALUE
                    "CODIGO;RAZAO_SOCIAL;CONTATO;CARGO;EMAIL;".
                 10 FILLER                  PIC X(40) VALUE
                    "LOGRADOURO;NUMERO;COMPLEMENTO;BAIRRO;MUN".
                 10 FILLER                  PIC X(23) VALUE
                    "ICIPIO;UF;CEP;VENDEDOR".
              05 WS-LINHA-EXC-CAB-1.
                 10 FILLER                  PIC X(50) VALUE
                    "  MALA DIRETA - CLIENTES SEM ENDERECO - EM ".
                 10 WS-EXC-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-EXC-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "  CLIENTE RAZAO SOCIAL                  ".
                 10 FILLER                  PIC X(40) VALUE
                    "            VEND. LOCALIDADE            ".
              05 WS-LINHA-EXC-DET.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-EXC-DET-CODCLI       PIC 9(07)B.
                 10 WS-EXC-DET-RAZAO        PIC X(40)B.
                 10 WS-EXC-DET-CODVND       PIC 9(05)B.
                 10 WS-EXC-DET-LOCALIDADE   PIC X(24).
              05 WS-LINHA-EXC-NENHUMA.
                 10 FILLER                  PIC X(40) VALUE
                    "  (TODOS OS CLIENTES COM ENDERECO)".
              05 WS-LINHA-EXC-TOT.
                 10 FILLER                  PIC X(14) VALUE
                    "  Etiquetas: ".
                 10 WS-EXC-TOT-ETIQUETAS    PIC ZZZZZZ9.
                 10 FILLER                  PIC X(18) VALUE
                    "  Sem endereco: ".
                 10 WS-EXC-TOT-SEM-ENDERECO PIC ZZZZZZ9.
                 10 FILLER                  PIC X(24) VALUE
                    "  Contatos s/consent.: ".
                 10 WS-EXC-TOT-SEM-CONS     PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-ETQ.
          05 VALUE "--- ETIQUETAS E MALA DIRETA ---"
          BLANK SCREEN LINE 1 COL 20.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 18 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 19 COL 20.
          05 TELA-ETQ-MSG.
             10 LINE 21 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-ETQ.

       01 TELA-ETQ-PRM.
          05 TELA-ETQ-VENDEDOR.
             10 LINE 5 COL 20 VALUE "Vendedor (0=todos)......:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-ETQ-VENDEDOR.
          05 TELA-ETQ-REGIAO.
             10 LINE 6 COL 20 VALUE "Regiao (0=todas)........:".
             10 COLUMN PLUS 2 PIC 9(03) USING WS-TEL-ETQ-REGIAO.
          05 TELA-ETQ-LOCALIDADE.
             10 LINE 7 COL 20 VALUE "Localidade..............:".
             10 COLUMN PLUS 2 PIC X(30) USING WS-TEL-ETQ-LOCALIDADE.
          05 TELA-ETQ-CLASSE.
             10 LINE 8 COL 20 VALUE "Classe de periodicidade.:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-ETQ-CLASSE.
          05 TELA-ETQ-CAMPANHA.
             10 LINE 9 COL 20 VALUE "Campanha (0=nenhuma)....:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-ETQ-CAMPANHA.
          05 TELA-ETQ-POR-LINHA.
             10 LINE 10 COL 20 VALUE "Etiquetas por linha(1-4):".
             10 COLUMN PLUS 2 PIC 9(01) USING WS-TEL-ETQ-POR-LINHA.
          05 TELA-ETQ-NMETIQUETAS.
             10 LINE 12 COL 20 VALUE "Arquivo de etiquetas....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMETIQUETAS.
          05 TELA-ETQ-NMMALADIR.
             10 LINE 13 COL 20 VALUE "Arquivo CSV mala direta.:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMMALADIR.
          05 TELA-ETQ-NMEXCECOES.
             10 LINE 14 COL 20 VALUE "Arquivo de excecoes.....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMEXCECOES.

       01 TELA-ETQ-SAIR.
          05 LINE 16 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               PERFORM 02-informar-parametros
               IF WS-TEL-NMETIQUETAS = SPACES
               OR WS-TEL-NMMALADIR   = SPACES
               OR WS-TEL-NMEXCECOES  = SPACES THEN
                   MOVE "Geracao das etiquetas cancelada" TO
                        WS-MSG-ETQ
               ELSE
                   PERFORM 03-gerar-etiquetas
               END-IF
               DISPLAY TELA-ETQ-MSG
               DISPLAY TELA-ETQ-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-ETQ.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-ETQ
               DISPLAY TELA-ETQ-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

       02-informar-parametros section.
           MOVE 0                    TO WS-TEL-ETQ-VENDEDOR.
           MOVE 0                    TO WS-TEL-ETQ-REGIAO.
           MOVE SPACES               TO WS-TEL-ETQ-LOCALIDADE.
           MOVE SPACES               TO WS-TEL-ETQ-CLASSE.
           MOVE 0                    TO WS-TEL-ETQ-CAMPANHA.
           MOVE 2                    TO WS-TEL-ETQ-POR-LINHA.
           MOVE "ETIQUETAS"          TO WS-TEL-NMETIQUETAS.
           MOVE "MALA_DIRETA.CSV"    TO WS-TEL-NMMALADIR.
           MOVE "ETIQUETAS_EXCECOES" TO WS-TEL-NMEXCECOES.
           DISPLAY TELA-ETQ-PRM.
           ACCEPT TELA-ETQ-VENDEDOR.
           ACCEPT TELA-ETQ-REGIAO.
           ACCEPT TELA-ETQ-LOCALIDADE.
           ACCEPT TELA-ETQ-CLASSE.
           ACCEPT TELA-ETQ-CAMPANHA.
           ACCEPT TELA-ETQ-POR-LINHA.
           ACCEPT TELA-ETQ-NMETIQUETAS.
           ACCEPT TELA-ETQ-NMMALADIR.
           ACCEPT TELA-ETQ-NMEXCECOES.
       02-informar-parametros-exit.
           EXIT.

       03-gerar-etiquetas section.
           IF WS-TEL-ETQ-POR-LINHA < 1
           OR WS-TEL-ETQ-POR-LINHA > 4 THEN
               MOVE "Etiquetas por linha: de 1 a 4" TO WS-MSG-ETQ
               GO TO 03-gerar-etiquetas-exit
           END-IF.
           PERFORM 031-abrir-arquivos.
           IF WS-MSG-ETQ NOT = SPACES THEN
               GO TO 03-gerar-etiquetas-exit
           END-IF.

           COMPUTE WS-LARG-ETIQUETA = 80 / WS-TEL-ETQ-POR-LINHA.
           COMPUTE WS-LARG-UTIL = WS-LARG-ETIQUETA - 1.
           MOVE 0      TO WS-COL-ETIQUETA.
           MOVE SPACES TO WS-TAB-ETIQUETA.
           MOVE 0 TO WS-QTD-ETIQUETAS.
           MOVE 0 TO WS-QTD-SEM-ENDERECO.
           MOVE 0 TO WS-QTD-SEM-CONTATO.
           MOVE 0 TO WS-QTD-CTT-SEM-CONS.

           MOVE WS-LINHA-CSV-CAB TO MALADIR-LINHA.
           WRITE MALADIR-LINHA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-EXC-CAB-DATA.
           MOVE WS-LINHA-EXC-CAB-1 TO ETQEXC-LINHA.
           WRITE ETQEXC-LINHA.
           MOVE SPACES TO ETQEXC-LINHA.
           WRITE ETQEXC-LINHA.
           MOVE WS-LINHA-EXC-CAB-2 TO ETQEXC-LINHA.
           WRITE ETQEXC-LINHA.

           SORT ETQ-SORT
             ON ASCENDING KEY CEP-ESORT CODCLI-ESORT
             INPUT PROCEDURE IS 032-ENTRADA-SORT-ETQ
            OUTPUT PROCEDURE IS 033-SAIDA-SORT-ETQ.

           IF WS-QTD-SEM-ENDERECO = 0 THEN
               MOVE WS-LINHA-EXC-NENHUMA TO ETQEXC-LINHA
               WRITE ETQEXC-LINHA
           END-IF.
           MOVE SPACES TO ETQEXC-LINHA.
           WRITE ETQEXC-LINHA.
           MOVE WS-QTD-ETIQUETAS    TO WS-EXC-TOT-ETIQUETAS.
           MOVE WS-QTD-SEM-ENDERECO TO WS-EXC-TOT-SEM-ENDERECO.
           MOVE WS-QTD-CTT-SEM-CONS TO WS-EXC-TOT-SEM-CONS.
           MOVE WS-LINHA-EXC-TOT TO ETQEXC-LINHA.
           WRITE ETQEXC-LINHA.

           PERFORM 039-fechar-arquivos.
           MOVE WS-QTD-ETIQUETAS    TO WS-QTD-ED.
           MOVE WS-QTD-SEM-ENDERECO TO WS-QTD-ED-2.
           MOVE SPACES TO WS-MSG-ETQ.
           STRING "Etiquetas:"    DELIMITED BY SIZE
                  WS-QTD-ED       DELIMITED BY SIZE
                  " s/ender.:"    DELIMITED BY SIZE
                  WS-QTD-ED-2     DELIMITED BY SIZE
             INTO WS-MSG-ETQ.
       03-gerar-etiquetas-exit.
           EXIT.

      *    CLIENTES E ENDERECOS SAO OBRIGATORIOS; CONTATOS SAO
      *    OPCIONAIS (SEM O ARQUIVO, AS ETIQUETAS SAEM SEM A/C). A
      *    CLASSE EXIGE O ARQ_CLIPER E A CAMPANHA O ARQ_CAMPCLI.
       031-abrir-arquivos section.
           MOVE SPACES TO WS-MSG-ETQ.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLIENTE.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               MOVE "Cadastro de clientes indisponivel" TO WS-MSG-ETQ
               GO TO 031-abrir-arquivos-exit
           END-IF.

           MOVE "ARQ_ENDERECO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-ENDERECO.
           OPEN INPUT ARQ-ENDERECO.
           IF  WS-RST-ACESS-ENDERECO <> 00
           AND WS-RST-ACESS-ENDERECO <> 05 THEN
               CLOSE ARQ-CLIENTE
               MOVE "Cadastro de enderecos indisponivel" TO WS-MSG-ETQ
               GO TO 031-abrir-arquivos-exit
           END-IF.

           MOVE "N" TO WS-CONTATO-DISPONIVEL.
           MOVE "ARQ_CONTATO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CONTATO.
           OPEN INPUT ARQ-CONTATO.
           IF  WS-RST-ACESS-CONTATO = 00
           OR  WS-RST-ACESS-CONTATO = 05 THEN
               MOVE "S" TO WS-CONTATO-DISPONIVEL
           END-IF.

           MOVE "N" TO WS-CLIPER-DISPONIVEL.
           IF WS-TEL-ETQ-CLASSE NOT = SPACE THEN
               MOVE "ARQ_CLIPER" TO WS-NAE-BASE
               CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
               MOVE WS-NAE-NOME TO WID-ARQ-CLIPER
               OPEN INPUT ARQ-CLIPER
               IF  WS-RST-ACESS-CLIPER = 00
               OR  WS-RST-ACESS-CLIPER = 05 THEN
                   MOVE "S" TO WS-CLIPER-DISPONIVEL
               ELSE
                   MOVE "Sem ARQ_CLIPER para filtrar classe" TO
                        WS-MSG-ETQ
                   PERFORM 039-fechar-arquivos
                   GO TO 031-abrir-arquivos-exit
               END-IF
           END-IF.

           MOVE "N" TO WS-CAMPCLI-DISPONIVEL.
           IF WS-TEL-ETQ-CAMPANHA NOT = 0 THEN
               MOVE "ARQ_CAMPCLI" TO WS-NAE-BASE
               CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
               MOVE WS-NAE-NOME TO WID-ARQ-CAMPCLI
               OPEN INPUT ARQ-CAMPCLI
               IF  WS-RST-ACESS-CAMPCLI = 00
               OR  WS-RST-ACESS-CAMPCLI = 05 THEN
                   MOVE "S" TO WS-CAMPCLI-DISPONIVEL
               ELSE
                   MOVE "Sem alvos de campanha cadastrados" TO
                        WS-MSG-ETQ
                   PERFORM 039-fechar-arquivos
                   GO TO 031-abrir-arquivos-exit
               END-IF
           END-IF.

           MOVE WS-TEL-NMETIQUETAS TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-TEL-NMMALADIR TO WID-ARQ-MALADIR.
           OPEN OUTPUT ARQ-MALADIR.
           MOVE WS-TEL-NMEXCECOES TO WID-ARQ-ETQEXC.
           OPEN OUTPUT ARQ-ETQEXC.
           IF WS-RST-ACESS-IMPRESSO <> 0
           OR WS-RST-ACESS-MALADIR  <> 0
           OR WS-RST-ACESS-ETQEXC   <> 0 THEN
               MOVE "Erro na abertura dos arquivos de saida" TO
                    WS-MSG-ETQ
               CLOSE ARQ-IMPRESSO
               CLOSE ARQ-MALADIR
               CLOSE ARQ-ETQEXC
               PERFORM 039-fechar-arquivos
           END-IF.
       031-abrir-arquivos-exit.
           EXIT.

       032-ENTRADA-SORT-ETQ section.
           MOVE 0 TO WS-FIM-ARQCLI.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQCLI
           END-START.
           IF WS-FIM-ARQCLI = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQCLI
               END-READ
               PERFORM 0321-AVALIAR-CLIENTE
                 UNTIL WS-FIM-ARQCLI = 1
           END-IF.
       032-ENTRADA-SORT-ETQ-EXIT.
           EXIT.

      *    CLIENTE QUE ATENDE AOS CRITERIOS: SEM ENDERECO VAI PARA A
      *    LISTA DE EXCECOES; COM ENDERECO VAI PARA A ORDENACAO.
       0321-AVALIAR-CLIENTE section.
           PERFORM 0322-TESTAR-CRITERIOS.
           IF WS-CLIENTE-ATENDE = "S" THEN
               PERFORM 0323-LOCALIZAR-ENDERECO
               IF WS-TEM-ENDERECO = "S" THEN
                   PERFORM 0324-LOCALIZAR-CONTATO
                   PERFORM 0325-LIBERAR-CLIENTE
               ELSE
                   ADD 1 TO WS-QTD-SEM-ENDERECO
                   MOVE CLI-CODIGO      TO WS-EXC-DET-CODCLI
                   MOVE CLI-RAZAOSOCIAL TO WS-EXC-DET-RAZAO
                   MOVE CLI-CODVND      TO WS-EXC-DET-CODVND
                   MOVE CLI-LOCALIDADE  TO WS-EXC-DET-LOCALIDADE
                   MOVE WS-LINHA-EXC-DET TO ETQEXC-LINHA
                   WRITE ETQEXC-LINHA
               END-IF
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
           END-READ.
       0321-AVALIAR-CLIENTE-EXIT.
           EXIT.

       0322-TESTAR-CRITERIOS section.
           MOVE "S" TO WS-CLIENTE-ATENDE.
           IF NOT CLI-STATUS-ATIVO THEN
               MOVE "N" TO WS-CLIENTE-ATENDE
           END-IF.
           IF  WS-TEL-ETQ-VENDEDOR NOT = 0
           AND WS-TEL-ETQ-VENDEDOR NOT = CLI-CODVND THEN
               MOVE "N" TO WS-CLIENTE-ATENDE
           END-IF.
           IF  WS-TEL-ETQ-REGIAO NOT = 0
           AND WS-TEL-ETQ-REGIAO NOT = CLI-REGIAO THEN
               MOVE "N" TO WS-CLIENTE-ATENDE
           END-IF.
           IF  WS-TEL-ETQ-LOCALIDADE NOT = SPACES
           AND WS-TEL-ETQ-LOCALIDADE NOT = CLI-LOCALIDADE THEN
               MOVE "N" TO WS-CLIENTE-ATENDE
           END-IF.
           IF  WS-TEL-ETQ-CLASSE NOT = SPACE
           AND WS-CLIENTE-ATENDE = "S" THEN
               MOVE CLI-CODIGO TO CLP-CODCLI
               READ ARQ-CLIPER KEY IS CLP-CODCLI
                 INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-CLIPER <> 0
               OR CLP-CLASSE NOT = WS-TEL-ETQ-CLASSE THEN
                   MOVE "N" TO WS-CLIENTE-ATENDE
               END-IF
           END-IF.
           IF  WS-TEL-ETQ-CAMPANHA NOT = 0
           AND WS-CLIENTE-ATENDE = "S" THEN
               MOVE WS-TEL-ETQ-CAMPANHA TO CPC-CODCMP
               MOVE CLI-CODIGO          TO CPC-CODCLI
               READ ARQ-CAMPCLI KEY IS CPC-CHAVE
                 INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-CAMPCLI <> 0 THEN
                   MOVE "N" TO WS-CLIENTE-ATENDE
               END-IF
           END-IF.
       0322-TESTAR-CRITERIOS-EXIT.
           EXIT.

      *    PRIMEIRO ENDERECO DE ENTREGA (MENOR SEQUENCIA) COM
      *    LOGRADOURO PREENCHIDO.
       0323-LOCALIZAR-ENDERECO section.
           MOVE "N" TO WS-TEM-ENDERECO.
           MOVE CLI-CODIGO TO ENDR-CODCLI.
           MOVE 0          TO ENDR-SEQ.
           START ARQ-ENDERECO KEY IS NOT LESS THAN ENDR-CHAVE
             INVALID KEY GO TO 0323-LOCALIZAR-ENDERECO-EXIT
           END-START.
           READ ARQ-ENDERECO NEXT RECORD
             AT END GO TO 0323-LOCALIZAR-ENDERECO-EXIT
           END-READ.
           IF  ENDR-CODCLI = CLI-CODIGO
           AND ENDR-LOGRADOURO NOT = SPACES THEN
               MOVE "S" TO WS-TEM-ENDERECO
           END-IF.
       0323-LOCALIZAR-ENDERECO-EXIT.
           EXIT.

      *    DESTINATARIO: O PRIMEIRO CONTATO COM CONSENTIMENTO DE
      *    MARKETING. OS CONTATOS SEM CONSENTIMENTO SAO PULADOS.
       0324-LOCALIZAR-CONTATO section.
           MOVE "N" TO WS-ACHOU-CONTATO.
           IF WS-CONTATO-DISPONIVEL = "N" THEN
               GO TO 0324-LOCALIZAR-CONTATO-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-CONTATO.
           MOVE CLI-CODIGO TO CONTATO-CODCLI.
           MOVE 0          TO CONTATO-SEQ.
           START ARQ-CONTATO KEY IS NOT LESS THAN CONTATO-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-CONTATO
           END-START.
           PERFORM 03241-LER-CONTATO
             UNTIL WS-FIM-CONTATO = 1
                OR WS-ACHOU-CONTATO = "S".
       0324-LOCALIZAR-CONTATO-EXIT.
           EXIT.

       03241-LER-CONTATO section.
           READ ARQ-CONTATO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CONTATO
           END-READ.
           IF WS-FIM-CONTATO = 1 THEN
               GO TO 03241-LER-CONTATO-EXIT
           END-IF.
           IF CONTATO-CODCLI NOT = CLI-CODIGO THEN
               MOVE 1 TO WS-FIM-CONTATO
               GO TO 03241-LER-CONTATO-EXIT
           END-IF.
           IF CONTATO-CONSENTE THEN
               MOVE "S" TO WS-ACHOU-CONTATO
           ELSE
               ADD 1 TO WS-QTD-CTT-SEM-CONS
           END-IF.
       03241-LER-CONTATO-EXIT.
           EXIT.

       0325-LIBERAR-CLIENTE section.
           MOVE CLI-CEP          TO CEP-ESORT.
           MOVE CLI-CODIGO       TO CODCLI-ESORT.
           MOVE CLI-CODVND       TO CODVND-ESORT.
           MOVE CLI-RAZAOSOCIAL  TO RAZAO-ESORT.
           IF WS-ACHOU-CONTATO = "S" THEN
               MOVE CONTATO-NOME  TO CONTATO-ESORT
               MOVE CONTATO-CARGO TO CARGO-ESORT
               MOVE CONTATO-EMAIL TO EMAIL-ESORT
           ELSE
               ADD 1 TO WS-QTD-SEM-CONTATO
               MOVE SPACES TO CONTATO-ESORT
               MOVE SPACES TO CARGO-ESORT
               MOVE SPACES TO EMAIL-ESORT
           END-IF.
           MOVE ENDR-LOGRADOURO  TO LOGRADOURO-ESORT.
           MOVE ENDR-NUMERO      TO NUMERO-ESORT.
           MOVE ENDR-COMPLEMENTO TO COMPLEMENTO-ESORT.
           MOVE ENDR-BAIRRO      TO BAIRRO-ESORT.
           MOVE ENDR-MUNICIPIO   TO MUNICIPIO-ESORT.
           MOVE ENDR-UF          TO UF-ESORT.
           RELEASE REG-ETQ-SORT.
       0325-LIBERAR-CLIENTE-EXIT.
           EXIT.

       033-SAIDA-SORT-ETQ section.
           MOVE 0 TO WS-FIM-SORT-ETQ.
           PERFORM 0331-EMITIR-CLIENTE
             UNTIL WS-FIM-SORT-ETQ = 1.
           IF WS-COL-ETIQUETA > 0 THEN
               PERFORM 0334-IMPRIMIR-LINHA-ETIQUETAS
           END-IF.
       033-SAIDA-SORT-ETQ-EXIT.
           EXIT.

       0331-EMITIR-CLIENTE section.
           RETURN ETQ-SORT
             AT END MOVE 1 TO WS-FIM-SORT-ETQ.
           IF WS-FIM-SORT-ETQ = 1 THEN
               GO TO 0331-EMITIR-CLIENTE-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ETIQUETAS.
           MOVE CEP-ESORT      TO WS-CEP-NUM.
           MOVE WS-CEP-PREFIXO TO WS-CEP-ED-PREFIXO.
           MOVE WS-CEP-SUFIXO  TO WS-CEP-ED-SUFIXO.
           PERFORM 0332-GRAVAR-CSV.
           PERFORM 0333-MONTAR-ETIQUETA.
       0331-EMITIR-CLIENTE-EXIT.
           EXIT.

      *    O ";" DENTRO DOS TEXTOS VIRA "," PARA NAO QUEBRAR AS
      *    COLUNAS DO CSV.
       0332-GRAVAR-CSV section.
           MOVE SPACES TO MALADIR-LINHA.
           MOVE 1 TO WS-POS-CSV.
           STRING CODCLI-ESORT DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
             INTO MALADIR-LINHA WITH POINTER WS-POS-CSV.
           MOVE RAZAO-ESORT       TO WS-TEXTO-CSV.
           PERFORM 03321-COLUNA-TEXTO.
           MOVE CONTATO-ESORT     TO WS-TEXTO-CSV.
           PERFORM 03321-COLUNA-TEXTO.
           MOVE CARGO-ESORT       TO WS-TEXTO-CSV.
           PERFORM 03321-COLUNA-TEXTO.
           MOVE EMAIL-ESORT       TO WS-TEXTO-CSV.
           PERFORM 03321-COLUNA-TEXTO.
           MOVE LOGRADOURO-ESORT  TO WS-TEXTO-CSV.
           PERFORM 03321-COLUNA-TEXTO.
           MOVE NUMERO-ESORT      TO WS-TEXTO-CSV.
           PERFORM 03321-COLUNA-TEXTO.
           MOVE COMPLEMENTO-ESORT TO WS-TEXTO-CSV.
           PERFORM 03321-COLUNA-TEXTO.
           MOVE BAIRRO-ESORT      TO WS-TEXTO-CSV.
           PERFORM 03321-COLUNA-TEXTO.
           MOVE MUNICIPIO-ESORT   TO WS-TEXTO-CSV.
           PERFORM 03321-COLUNA-TEXTO.
           MOVE UF-ESORT          TO WS-TEXTO-CSV.
           PERFORM 03321-COLUNA-TEXTO.
           STRING WS-CEP-ED    DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  CODVND-ESORT DELIMITED BY SIZE
             INTO MALADIR-LINHA WITH POINTER WS-POS-CSV.
           WRITE MALADIR-LINHA.
       0332-GRAVAR-CSV-EXIT.
           EXIT.

       03321-COLUNA-TEXTO section.
           INSPECT WS-TEXTO-CSV REPLACING ALL ";" BY ",".
           IF WS-TEXTO-CSV NOT = SPACES THEN
               STRING FUNCTION TRIM(WS-TEXTO-CSV)
                      DELIMITED BY SIZE
                 INTO MALADIR-LINHA WITH POINTER WS-POS-CSV
           END-IF.
           STRING ";" DELIMITED BY SIZE
             INTO MALADIR-LINHA WITH POINTER WS-POS-CSV.
       03321-COLUNA-TEXTO-EXIT.
           EXIT.

      *    ETIQUETA DE 5 LINHAS: RAZAO SOCIAL / A/C CONTATO /
      *    LOGRADOURO, NUMERO E COMPLEMENTO / BAIRRO / CEP, MUNICIPIO
      *    E UF. O TEXTO E CORTADO NA LARGURA DA COLUNA.
       0333-MONTAR-ETIQUETA section.
           COMPUTE WS-POS-ETIQUETA =
                   WS-COL-ETIQUETA * WS-LARG-ETIQUETA + 1.

           MOVE RAZAO-ESORT TO WS-TEXTO-ETQ.
           MOVE 1 TO WS-IDX-LINHA-ETQ.
           PERFORM 03331-COLOCAR-TEXTO.

           MOVE SPACES TO WS-TEXTO-ETQ.
           IF CONTATO-ESORT NOT = SPACES THEN
               STRING "A/C " DELIMITED BY SIZE
                      FUNCTION TRIM(CONTATO-ESORT) DELIMITED BY SIZE
                 INTO WS-TEXTO-ETQ
           END-IF.
           MOVE 2 TO WS-IDX-LINHA-ETQ.
           PERFORM 03331-COLOCAR-TEXTO.

           MOVE SPACES TO WS-TEXTO-ETQ.
           STRING FUNCTION TRIM(LOGRADOURO-ESORT) DELIMITED BY SIZE
                  ", "                             DELIMITED BY SIZE
                  FUNCTION TRIM(NUMERO-ESORT)      DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(COMPLEMENTO-ESORT) DELIMITED BY SIZE
             INTO WS-TEXTO-ETQ.
           MOVE 3 TO WS-IDX-LINHA-ETQ.
           PERFORM 03331-COLOCAR-TEXTO.

           MOVE BAIRRO-ESORT TO WS-TEXTO-ETQ.
           MOVE 4 TO WS-IDX-LINHA-ETQ.
           PERFORM 03331-COLOCAR-TEXTO.

           MOVE SPACES TO WS-TEXTO-ETQ.
           STRING WS-CEP-ED                       DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(MUNICIPIO-ESORT)  DELIMITED BY SIZE
                  "/"                             DELIMITED BY SIZE
                  UF-ESORT                        DELIMITED BY SIZE
             INTO WS-TEXTO-ETQ.
           MOVE 5 TO WS-IDX-LINHA-ETQ.
           PERFORM 03331-COLOCAR-TEXTO.

           ADD 1 TO WS-COL-ETIQUETA.
           IF WS-COL-ETIQUETA >= WS-TEL-ETQ-POR-LINHA THEN
               PERFORM 0334-IMPRIMIR-LINHA-ETIQUETAS
           END-IF.
       0333-MONTAR-ETIQUETA-EXIT.
           EXIT.

       03331-COLOCAR-TEXTO section.
           MOVE WS-TEXTO-ETQ TO
                WS-ETQ-LINHA(WS-IDX-LINHA-ETQ)
                            (WS-POS-ETIQUETA:WS-LARG-UTIL).
       03331-COLOCAR-TEXTO-EXIT.
           EXIT.

      *    GRAVA AS 5 LINHAS DA FILA DE ETIQUETAS E UMA LINHA EM
      *    BRANCO DE SEPARACAO.
       0334-IMPRIMIR-LINHA-ETIQUETAS section.
           MOVE 1 TO WS-IDX-LINHA-ETQ.
           PERFORM 03341-GRAVAR-LINHA-ETQ
             UNTIL WS-IDX-LINHA-ETQ > 5.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO WS-TAB-ETIQUETA.
           MOVE 0 TO WS-COL-ETIQUETA.
       0334-IMPRIMIR-LINHA-ETIQUETAS-EXIT.
           EXIT.

       03341-GRAVAR-LINHA-ETQ section.
           MOVE WS-ETQ-LINHA(WS-IDX-LINHA-ETQ) TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-IDX-LINHA-ETQ.
       03341-GRAVAR-LINHA-ETQ-EXIT.
           EXIT.

       039-fechar-arquivos section.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-ENDERECO.
           IF WS-CONTATO-DISPONIVEL = "S" THEN
               CLOSE ARQ-CONTATO
           END-IF.
           IF WS-CLIPER-DISPONIVEL = "S" THEN
               CLOSE ARQ-CLIPER
           END-IF.
           IF WS-CAMPCLI-DISPONIVEL = "S" THEN
               CLOSE ARQ-CAMPCLI
           END-IF.
           IF WS-MSG-ETQ = SPACES THEN
               CLOSE ARQ-IMPRESSO
               CLOSE ARQ-MALADIR
               CLOSE ARQ-ETQEXC
           END-IF.
       039-fechar-arquivos-exit.
           EXIT.
