       identification division.
       program-id. "RELATORIO_CNPJ_EMPRESAS".
       author.     Roberto Holz.
      *    CONFLITO DE CNPJ ENTRE EMPRESAS: VARRE O CADASTRO DE
      *    CLIENTES DE CADA EMPRESA CADASTRADA NO ARQ_EMPRESA E LISTA
      *    OS CLIENTES ATIVOS CUJA RAIZ DE CNPJ (PRIMEIROS 8 DIGITOS,
      *    O GRUPO ECONOMICO) ESTA ATIVA EM MAIS DE UMA EMPRESA. NO
      *    GRUPO, A LINHA MARCADA COM "CNPJ" E O MESMO CNPJ ATIVO EM
      *    OUTRA EMPRESA; "GRUPO" E SO A MESMA RAIZ. PARA CADA
      *    CLIENTE SAEM O VENDEDOR, A ULTIMA VISITA E O FATURAMENTO
      *    DOS ULTIMOS 12 MESES NA SUA EMPRESA, PARA A DIRETORIA
      *    COMERCIAL DECIDIR DE QUEM E A CONTA (A MUDANCA E FEITA
      *    DEPOIS PELA TRANSFERENCIA ENTRE EMPRESAS).
      *    OS ARQUIVOS DE CADA EMPRESA SAO NOMEADOS PELO CODIGO LIDO
      *    NO CADASTRO, SEM MUDAR A EMPRESA DA SESSAO. EMPRESA SEM
      *    ARQUIVO DE CLIENTES E IGNORADA; SEM VISITAS OU SEM
      *    FATURAMENTO AS COLUNAS SAEM ZERADAS.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-empresa.cpy'.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-impresso.cpy'.
         SELECT CNP-SORT ASSIGN TO DISK WID-CNP-SORT.

       data division.
       file section.
         copy 'fd-arq-empresa.cpy'.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-impresso.cpy'.

       SD CNP-SORT
          DATA RECORD IS REG-CNP-SORT.
       01 REG-CNP-SORT.
           05 CNPJ-CSORT                    PIC 9(14).
           05 EMPRESA-CSORT                 PIC 9(02).
           05 CODCLI-CSORT                  PIC 9(07).
           05 RAZAO-CSORT                   PIC X(40).
           05 CODVND-CSORT                  PIC 9(05).
           05 NOMVND-CSORT                  PIC X(40).
           05 ULTVIS-CSORT                  PIC 9(08).
           05 FATUR-CSORT                   PIC 9(13)V9(02).

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-EMPRESA      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EMPRESA PIC 9(02) VALUE ZEROS.
              05 wid-arq-cliente      PIC X(22) VALUE SPACES.
              05 WS-RESULTADO-ACESSO  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-VENDEDOR     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VND     PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-VISITA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VISITA  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-FATURA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FATURA  PIC 9(02) VALUE ZEROS.
              05 WID-CNP-SORT         PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-SAIR              PIC X(01) VALUE SPACE.
              05 WS-MSG-CNP           PIC X(40) VALUE SPACES.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-FIM-EMPRESAS      PIC 9(01) VALUE ZEROS.
              05 WS-FIM-ARQCLI        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-VISITAS       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-FATURA        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT-CNP      PIC 9(01) VALUE ZEROS.
              05 WS-EMP-CORRENTE      PIC 9(02) VALUE ZEROS.
              05 WS-EMP-COD-ED        PIC 9(02) VALUE ZEROS.
              05 WS-VENDEDOR-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-VISITA-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-FATURA-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-ULTIMA-VISITA     PIC 9(08) VALUE ZEROS.
              05 WS-FAT-CLIENTE       PIC 9(13)V9(02) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
                 10 WS-HOJE-ANO       PIC 9(04).
                 10 WS-HOJE-MES       PIC 9(02).
                 10 WS-HOJE-DIA       PIC 9(02).
              05 WS-TOT-MESES         PIC 9(06) VALUE ZEROS.
              05 WS-ANO-CORTE         PIC 9(04) VALUE ZEROS.
              05 WS-MES-CORTE         PIC 9(02) VALUE ZEROS.
              05 WS-ANOMES-CORTE      PIC 9(06) VALUE ZEROS.
              05 WS-CNPJ-DESMONTADO   PIC 9(14) VALUE ZEROS.
              05 WS-CNPJ-DESMONTADO-R REDEFINES WS-CNPJ-DESMONTADO.
                 10 WS-CNPJ-RAIZ      PIC 9(08).
                 10 WS-CNPJ-FILIAL    PIC 9(04).
                 10 WS-CNPJ-DV        PIC 9(02).
              05 WS-RAIZ-GRUPO        PIC 9(08) VALUE ZEROS.
              05 WS-CNPJ-ANTERIOR     PIC 9(14) VALUE ZEROS.
              05 WS-QTD-EMP-GRUPO     PIC 9(02) VALUE ZEROS.
              05 WS-TOT-EMPRESAS      PIC 9(03) VALUE ZEROS.
              05 WS-TOT-LIDOS         PIC 9(07) VALUE ZEROS.
              05 WS-TOT-GRUPOS        PIC 9(07) VALUE ZEROS.
              05 WS-TOT-CNPJ          PIC 9(07) VALUE ZEROS.
              05 WS-TOT-LISTADOS      PIC 9(07) VALUE ZEROS.
              05 WS-TOT-EXCEDENTES    PIC 9(07) VALUE ZEROS.

      *    CLIENTES DE UMA MESMA RAIZ DE CNPJ (TODAS AS EMPRESAS), NA
      *    ORDEM DE CNPJ E EMPRESA, GUARDADOS ATE A RAIZ MUDAR PARA
      *    SABER SE O GRUPO ESTA EM MAIS DE UMA EMPRESA.
           01 WS-TAB-GRUPO.
              05 WS-QTD-GRP           PIC 9(03) VALUE ZEROS.
              05 WS-IDX-GRP           PIC 9(03) VALUE ZEROS.
              05 WS-IDX-GRP-2         PIC 9(03) VALUE ZEROS.
              05 WS-TAB-GRP-ITEM OCCURS 500 TIMES.
                 10 WS-GRP-CNPJ       PIC 9(14).
                 10 WS-GRP-EMPRESA    PIC 9(02).
                 10 WS-GRP-CODCLI     PIC 9(07).
                 10 WS-GRP-RAZAO      PIC X(40).
                 10 WS-GRP-CODVND     PIC 9(05).
                 10 WS-GRP-NOMVND     PIC X(40).
                 10 WS-GRP-ULTVIS     PIC 9(08).
                 10 WS-GRP-FATUR      PIC 9(13)V9(02).
                 10 WS-GRP-CONFLITO   PIC X(01).
           01 WS-EMPRESAS-NO-GRUPO.
              05 WS-EMP-NO-GRUPO      PIC X(01) OCCURS 99 TIMES.

           01 WS-LINHAS-CNP.
              05 WS-LINHA-CNP-CAB-1.
                 10 FILLER                  PIC X(50) VALUE
                    "  CNPJ ATIVO EM MAIS DE UMA EMPRESA - POSICAO EM ".
                 10 WS-CNP-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-CNP-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "  CNPJ = MESMO CNPJ EM OUTRA EMPRESA; GR".
                 10 FILLER                  PIC X(40) VALUE
                    "UPO = SO A MESMA RAIZ (GRUPO ECONOMICO)".
              05 WS-LINHA-CNP-CAB-3.
                 10 FILLER                  PIC X(40) VALUE
                    "  TIPO  CNPJ           EMP CLIENTE RAZAO".
                 10 FILLER                  PIC X(40) VALUE
                    " SOCIAL".
              05 WS-LINHA-CNP-CAB-4.
                 10 FILLER                  PIC X(40) VALUE
                    "        VEND. NOME                      ".
                 10 FILLER                  PIC X(40) VALUE
                    "ULT.VISITA   FATURAM. 12M".
              05 WS-LINHA-CNP-GRUPO.
                 10 FILLER                  PIC X(07) VALUE
                    "  RAIZ ".
                 10 WS-CNP-GRP-RAIZ         PIC 9(08).
                 10 FILLER                  PIC X(11) VALUE
                    " - ATIVA EM".
                 10 WS-CNP-GRP-QTDEMP       PIC ZZ9.
                 10 FILLER                  PIC X(09) VALUE
                    " EMPRESAS".
              05 WS-LINHA-CNP-DET-1.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-CNP-DET-TIPO         PIC X(05)B.
                 10 WS-CNP-DET-CNPJ         PIC 9(14)B.
                 10 WS-CNP-DET-EMPRESA      PIC Z9BB.
                 10 WS-CNP-DET-CODCLI       PIC 9(07)B.
                 10 WS-CNP-DET-RAZAO        PIC X(40).
              05 WS-LINHA-CNP-DET-2.
                 10 FILLER                  PIC X(08) VALUE SPACES.
                 10 WS-CNP-DET-CODVND       PIC 9(05)B.
                 10 WS-CNP-DET-NOMVND       PIC X(25)B.
                 10 WS-CNP-DET-ULTVIS       PIC 9999/99/99B.
                 10 WS-CNP-DET-FATUR        PIC ZZZZZZZZZZ9,99.
              05 WS-LINHA-CNP-NENHUM.
                 10 FILLER                  PIC X(46) VALUE
                    "  (NENHUM CNPJ ATIVO EM MAIS DE UMA EMPRESA)".
              05 WS-LINHA-CNP-EXCEDE.
                 10 FILLER                  PIC X(40) VALUE
                    "  ATENCAO: GRUPOS COM MAIS DE 500 CLIENT".
                 10 FILLER                  PIC X(26) VALUE
                    "ES SAIRAM INCOMPLETOS: ".
                 10 WS-CNP-EXC-QTDE         PIC ZZZZZZ9.
              05 WS-LINHA-CNP-TOT-1.
                 10 FILLER                  PIC X(22) VALUE
                    "  Empresas varridas: ".
                 10 WS-CNP-TOT-EMPRESAS     PIC ZZ9.
                 10 FILLER                  PIC X(27) VALUE
                    "  Clientes ativos lidos: ".
                 10 WS-CNP-TOT-LIDOS        PIC ZZZZZZ9.
              05 WS-LINHA-CNP-TOT-2.
                 10 FILLER                  PIC X(22) VALUE
                    "  Raizes em conflito: ".
                 10 WS-CNP-TOT-GRUPOS       PIC ZZZZZZ9.
                 10 FILLER                  PIC X(22) VALUE
                    "  CNPJs em conflito: ".
                 10 WS-CNP-TOT-CNPJ         PIC ZZZZZZ9.
                 10 FILLER                  PIC X(14) VALUE
                    "  Clientes: ".
                 10 WS-CNP-TOT-LISTADOS     PIC ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-CNP.
          05 VALUE "--- CNPJ ATIVO EM MAIS DE UMA EMPRESA ---"
          BLANK SCREEN LINE 1 COL 20.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE "Clientes ativos com o mesmo CNPJ ou a mesma raiz"
             LINE 6 COL 20.
          05 VALUE "de CNPJ em mais de uma empresa do cadastro."
             LINE 7 COL 20.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-GERAR  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CNP-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CNP.

       01 TELA-CNP-PRM.
          05 TELA-CNP-NMARQ.
             10 LINE 10 COL 20 VALUE "Arquivo do relatorio....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-CNP-SAIR.
          05 LINE 13 COL 20 VALUE
             "Processo encerrado. Aperte qualquer tecla para voltar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-SAIR.

       procedure division.
       00-controle section.
           perform 01-pegar-acao
             until ws-acao = 1
                or ws-acao = 9.
           if ws-acao = 1 then
               MOVE "CNPJ_EMPRESAS" TO WS-TEL-NMARQUIVO
               DISPLAY TELA-CNP-PRM
               ACCEPT  TELA-CNP-NMARQ
               IF WS-TEL-NMARQUIVO = SPACES THEN
                   MOVE "Geracao do relatorio cancelada" TO WS-MSG-CNP
               ELSE
                   PERFORM 03-gerar-relatorio
               END-IF
               DISPLAY TELA-CNP-MSG
               DISPLAY TELA-CNP-SAIR
               ACCEPT WS-SAIR
           end-if.
           goback.
       00-controle-exit. exit.

       01-pegar-acao section.
           DISPLAY TELA-CNP.
           ACCEPT  ACAO-INPUT.
           IF  ws-acao <> 1
           AND ws-acao <> 9 THEN
               MOVE "Opcao invalida" TO WS-MSG-CNP
               DISPLAY TELA-CNP-MSG
           END-IF.
       01-pegar-acao-exit.
           EXIT.

      *    SEM O CADASTRO DE EMPRESAS NAO HA COM O QUE COMPARAR: O
      *    CNPJ REPETIDO DENTRO DA PROPRIA EMPRESA JA E BARRADO NO
      *    CADASTRO DE CLIENTES.
       03-gerar-relatorio section.
           MOVE "ARQ_EMPRESA" TO WID-ARQ-EMPRESA.
           OPEN INPUT ARQ-EMPRESA.
           IF  WS-RST-ACESS-EMPRESA <> 00
           AND WS-RST-ACESS-EMPRESA <> 05 THEN
               MOVE "Cadastro de empresas nao encontrado" TO WS-MSG-CNP
               GO TO 03-gerar-relatorio-exit
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-TOT-MESES = WS-HOJE-ANO * 12 + WS-HOJE-MES - 11.
           COMPUTE WS-ANO-CORTE = (WS-TOT-MESES - 1) / 12.
           COMPUTE WS-MES-CORTE = WS-TOT-MESES - WS-ANO-CORTE * 12.
           COMPUTE WS-ANOMES-CORTE = WS-ANO-CORTE * 100 + WS-MES-CORTE.
           MOVE 0 TO WS-TOT-EMPRESAS.
           MOVE 0 TO WS-TOT-LIDOS.
           MOVE 0 TO WS-TOT-GRUPOS.
           MOVE 0 TO WS-TOT-CNPJ.
           MOVE 0 TO WS-TOT-LISTADOS.
           MOVE 0 TO WS-TOT-EXCEDENTES.

           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-DATA-HOJE TO WS-CNP-CAB-DATA.
           MOVE WS-LINHA-CNP-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CNP-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CNP-CAB-3 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-CNP-CAB-4 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           SORT CNP-SORT
             ON ASCENDING KEY CNPJ-CSORT EMPRESA-CSORT CODCLI-CSORT
             INPUT PROCEDURE IS 032-ENTRADA-SORT-CNP
            OUTPUT PROCEDURE IS 033-SAIDA-SORT-CNP.

           IF WS-TOT-GRUPOS = 0 THEN
               MOVE WS-LINHA-CNP-NENHUM TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF WS-TOT-EXCEDENTES > 0 THEN
               MOVE WS-TOT-EXCEDENTES TO WS-CNP-EXC-QTDE
               MOVE WS-LINHA-CNP-EXCEDE TO ARQ-IMPRESSO-LINHA
               WRITE ARQ-IMPRESSO-LINHA
           END-IF.
           MOVE WS-TOT-EMPRESAS TO WS-CNP-TOT-EMPRESAS.
           MOVE WS-TOT-LIDOS    TO WS-CNP-TOT-LIDOS.
           MOVE WS-LINHA-CNP-TOT-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-TOT-GRUPOS   TO WS-CNP-TOT-GRUPOS.
           MOVE WS-TOT-CNPJ     TO WS-CNP-TOT-CNPJ.
           MOVE WS-TOT-LISTADOS TO WS-CNP-TOT-LISTADOS.
           MOVE WS-LINHA-CNP-TOT-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.
           CLOSE ARQ-EMPRESA.
           MOVE "Relatorio de conflitos de CNPJ gerado" TO WS-MSG-CNP.
       03-gerar-relatorio-exit.
           EXIT.

       032-ENTRADA-SORT-CNP section.
           MOVE 0 TO WS-FIM-EMPRESAS.
           MOVE LOW-VALUES TO EMP-CODIGO.
           START ARQ-EMPRESA KEY IS NOT LESS THAN EMP-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-EMPRESAS
           END-START.
           IF WS-FIM-EMPRESAS = 0 THEN
               READ ARQ-EMPRESA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-EMPRESAS
               END-READ
               PERFORM 0321-VARRER-UMA-EMPRESA
                 UNTIL WS-FIM-EMPRESAS = 1
           END-IF.
       032-ENTRADA-SORT-CNP-EXIT.
           EXIT.

       0321-VARRER-UMA-EMPRESA section.
           MOVE EMP-CODIGO TO WS-EMP-CORRENTE.
           MOVE EMP-CODIGO TO WS-EMP-COD-ED.
           MOVE SPACES TO wid-arq-cliente.
           STRING "ARQ_CLIENTE_"  DELIMITED BY SIZE
                  WS-EMP-COD-ED   DELIMITED BY SIZE
             INTO wid-arq-cliente.
           MOVE SPACES TO WID-ARQ-VENDEDOR.
           STRING "ARQ_VENDEDOR_" DELIMITED BY SIZE
                  WS-EMP-COD-ED   DELIMITED BY SIZE
             INTO WID-ARQ-VENDEDOR.
           MOVE SPACES TO WID-ARQ-VISITA.
           STRING "ARQ_VISITA_"   DELIMITED BY SIZE
                  WS-EMP-COD-ED   DELIMITED BY SIZE
             INTO WID-ARQ-VISITA.
           MOVE SPACES TO WID-ARQ-FATURA.
           STRING "ARQ_FATURA_"   DELIMITED BY SIZE
                  WS-EMP-COD-ED   DELIMITED BY SIZE
             INTO WID-ARQ-FATURA.

           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               GO TO 0321-VARRER-UMA-EMPRESA-PROX
           END-IF.
           ADD 1 TO WS-TOT-EMPRESAS.
           OPEN INPUT ARQ-VENDEDOR.
           IF  WS-RST-ACESS-VND = 00
           OR  WS-RST-ACESS-VND = 05 THEN
               MOVE "S" TO WS-VENDEDOR-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VENDEDOR-DISPONIVEL
           END-IF.
           OPEN INPUT ARQ-VISITA.
           IF  WS-RST-ACESS-VISITA = 00
           OR  WS-RST-ACESS-VISITA = 05 THEN
               MOVE "S" TO WS-VISITA-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VISITA-DISPONIVEL
           END-IF.
           OPEN INPUT ARQ-FATURA.
           IF  WS-RST-ACESS-FATURA = 00
           OR  WS-RST-ACESS-FATURA = 05 THEN
               MOVE "S" TO WS-FATURA-DISPONIVEL
           ELSE
               MOVE "N" TO WS-FATURA-DISPONIVEL
           END-IF.

           MOVE 0 TO WS-FIM-ARQCLI.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQCLI
           END-START.
           IF WS-FIM-ARQCLI = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQCLI
               END-READ
               PERFORM 03211-AVALIAR-CLIENTE
                 UNTIL WS-FIM-ARQCLI = 1
           END-IF.

           IF WS-FATURA-DISPONIVEL = "S" THEN
               CLOSE ARQ-FATURA
           END-IF.
           IF WS-VISITA-DISPONIVEL = "S" THEN
               CLOSE ARQ-VISITA
           END-IF.
           IF WS-VENDEDOR-DISPONIVEL = "S" THEN
               CLOSE ARQ-VENDEDOR
           END-IF.
           CLOSE ARQ-CLIENTE.
       0321-VARRER-UMA-EMPRESA-PROX.
           READ ARQ-EMPRESA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-EMPRESAS
           END-READ.
       0321-VARRER-UMA-EMPRESA-EXIT.
           EXIT.

      *    SO ENTRA CLIENTE ATIVO COM CNPJ INFORMADO.
       03211-AVALIAR-CLIENTE section.
           IF NOT CLI-STATUS-ATIVO
           OR CLI-CNPJ = 0 THEN
               GO TO 03211-AVALIAR-CLIENTE-PROX
           END-IF.
           ADD 1 TO WS-TOT-LIDOS.
           MOVE SPACES TO VND-NOME.
           IF WS-VENDEDOR-DISPONIVEL = "S"
           AND CLI-CODVND > 0 THEN
               MOVE CLI-CODVND TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                 INVALID KEY MOVE SPACES TO VND-NOME
               END-READ
           END-IF.
           PERFORM 032111-ULTIMA-VISITA.
           PERFORM 032112-FATURAMENTO-CLIENTE.
           MOVE CLI-CNPJ          TO CNPJ-CSORT.
           MOVE WS-EMP-CORRENTE   TO EMPRESA-CSORT.
           MOVE CLI-CODIGO        TO CODCLI-CSORT.
           MOVE CLI-RAZAOSOCIAL   TO RAZAO-CSORT.
           MOVE CLI-CODVND        TO CODVND-CSORT.
           MOVE VND-NOME          TO NOMVND-CSORT.
           MOVE WS-ULTIMA-VISITA  TO ULTVIS-CSORT.
           MOVE WS-FAT-CLIENTE    TO FATUR-CSORT.
           RELEASE REG-CNP-SORT.
       03211-AVALIAR-CLIENTE-PROX.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
           END-READ.
       03211-AVALIAR-CLIENTE-EXIT.
           EXIT.

      *    DATA DA VISITA MAIS RECENTE DO CLIENTE, MESMA VARREDURA DA
      *    EXPORTACAO DE CARTEIRA.
       032111-ULTIMA-VISITA section.
           MOVE 0 TO WS-ULTIMA-VISITA.
           MOVE 1 TO WS-FIM-VISITAS.
           IF WS-VISITA-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-VISITAS
               MOVE CLI-CODIGO TO VISITA-CODCLI
               MOVE 0          TO VISITA-DATA
               MOVE 0          TO VISITA-HORA
               START ARQ-VISITA KEY IS GREATER THAN VISITA-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-VISITAS
               END-START
           END-IF.
           IF WS-FIM-VISITAS = 0 THEN
               READ ARQ-VISITA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VISITAS
               END-READ
               PERFORM 0321111-ACUMULAR-VISITA
                 UNTIL WS-FIM-VISITAS = 1
           END-IF.
       032111-ULTIMA-VISITA-EXIT.
           EXIT.

       0321111-ACUMULAR-VISITA section.
           IF VISITA-CODCLI NOT = CLI-CODIGO THEN
               MOVE 1 TO WS-FIM-VISITAS
           ELSE
               IF VISITA-DATA > WS-ULTIMA-VISITA THEN
                   MOVE VISITA-DATA TO WS-ULTIMA-VISITA
               END-IF
               READ ARQ-VISITA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VISITAS
               END-READ
           END-IF.
       0321111-ACUMULAR-VISITA-EXIT.
           EXIT.

      *    FATURAMENTO DOS ULTIMOS 12 MESES, A PARTIR DO ANO/MES DE
      *    CORTE, COMO NO RELATORIO DE CARGA DOS VENDEDORES.
       032112-FATURAMENTO-CLIENTE section.
           MOVE 0 TO WS-FAT-CLIENTE.
           MOVE 1 TO WS-FIM-FATURA.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-FATURA
               MOVE CLI-CODIGO      TO FAT-CODCLI
               MOVE WS-ANOMES-CORTE TO FAT-ANOMES
               START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-FATURA
               END-START
           END-IF.
           IF WS-FIM-FATURA = 0 THEN
               READ ARQ-FATURA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FATURA
               END-READ
               PERFORM 0321121-ACUMULAR-MES-FAT
                 UNTIL WS-FIM-FATURA = 1
           END-IF.
       032112-FATURAMENTO-CLIENTE-EXIT.
           EXIT.

       0321121-ACUMULAR-MES-FAT section.
           IF FAT-CODCLI NOT = CLI-CODIGO THEN
               MOVE 1 TO WS-FIM-FATURA
           ELSE
               ADD FAT-VALOR TO WS-FAT-CLIENTE
               READ ARQ-FATURA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FATURA
               END-READ
           END-IF.
       0321121-ACUMULAR-MES-FAT-EXIT.
           EXIT.

      *    A ORDEM POR CNPJ JA JUNTA AS FILIAIS DE CADA RAIZ: O GRUPO
      *    E MONTADO NA TABELA ATE A RAIZ MUDAR E SO ENTAO AVALIADO.
       033-SAIDA-SORT-CNP section.
           MOVE 0 TO WS-FIM-SORT-CNP.
           RETURN CNP-SORT
             AT END MOVE 1 TO WS-FIM-SORT-CNP.
           IF WS-FIM-SORT-CNP = 0 THEN
               MOVE CNPJ-CSORT TO WS-CNPJ-DESMONTADO
           END-IF.
           PERFORM 0331-MONTAR-GRUPO
             UNTIL WS-FIM-SORT-CNP = 1.
       033-SAIDA-SORT-CNP-EXIT.
           EXIT.

       0331-MONTAR-GRUPO section.
           MOVE WS-CNPJ-RAIZ TO WS-RAIZ-GRUPO.
           MOVE 0 TO WS-QTD-GRP.
           PERFORM 03311-GUARDAR-CLIENTE
             UNTIL WS-FIM-SORT-CNP = 1
                OR WS-CNPJ-RAIZ NOT = WS-RAIZ-GRUPO.
           PERFORM 0332-AVALIAR-GRUPO.
       0331-MONTAR-GRUPO-EXIT.
           EXIT.

       03311-GUARDAR-CLIENTE section.
           IF WS-QTD-GRP < 500 THEN
               ADD 1 TO WS-QTD-GRP
               MOVE CNPJ-CSORT    TO WS-GRP-CNPJ(WS-QTD-GRP)
               MOVE EMPRESA-CSORT TO WS-GRP-EMPRESA(WS-QTD-GRP)
               MOVE CODCLI-CSORT  TO WS-GRP-CODCLI(WS-QTD-GRP)
               MOVE RAZAO-CSORT   TO WS-GRP-RAZAO(WS-QTD-GRP)
               MOVE CODVND-CSORT  TO WS-GRP-CODVND(WS-QTD-GRP)
               MOVE NOMVND-CSORT  TO WS-GRP-NOMVND(WS-QTD-GRP)
               MOVE ULTVIS-CSORT  TO WS-GRP-ULTVIS(WS-QTD-GRP)
               MOVE FATUR-CSORT   TO WS-GRP-FATUR(WS-QTD-GRP)
               MOVE "N"           TO WS-GRP-CONFLITO(WS-QTD-GRP)
           ELSE
               ADD 1 TO WS-TOT-EXCEDENTES
           END-IF.
           RETURN CNP-SORT
             AT END MOVE 1 TO WS-FIM-SORT-CNP.
           IF WS-FIM-SORT-CNP = 0 THEN
               MOVE CNPJ-CSORT TO WS-CNPJ-DESMONTADO
           END-IF.
       03311-GUARDAR-CLIENTE-EXIT.
           EXIT.

      *    GRUPO TODO NUMA EMPRESA SO NAO E CONFLITO. NO GRUPO QUE
      *    ATRAVESSA EMPRESAS, CADA CLIENTE E MARCADO QUANDO O SEU
      *    PROPRIO CNPJ TAMBEM ESTA ATIVO EM OUTRA EMPRESA.
       0332-AVALIAR-GRUPO section.
           MOVE SPACES TO WS-EMPRESAS-NO-GRUPO.
           MOVE 0 TO WS-QTD-EMP-GRUPO.
           PERFORM 03321-CONTAR-EMPRESA
             VARYING WS-IDX-GRP FROM 1 BY 1
               UNTIL WS-IDX-GRP > WS-QTD-GRP.
           IF WS-QTD-EMP-GRUPO < 2 THEN
               GO TO 0332-AVALIAR-GRUPO-EXIT
           END-IF.
           ADD 1 TO WS-TOT-GRUPOS.
           PERFORM 03322-MARCAR-CONFLITO
             VARYING WS-IDX-GRP FROM 1 BY 1
               UNTIL WS-IDX-GRP > WS-QTD-GRP.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-RAIZ-GRUPO    TO WS-CNP-GRP-RAIZ.
           MOVE WS-QTD-EMP-GRUPO TO WS-CNP-GRP-QTDEMP.
           MOVE WS-LINHA-CNP-GRUPO TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-CNPJ-ANTERIOR.
           PERFORM 03323-IMPRIMIR-CLIENTE
             VARYING WS-IDX-GRP FROM 1 BY 1
               UNTIL WS-IDX-GRP > WS-QTD-GRP.
       0332-AVALIAR-GRUPO-EXIT.
           EXIT.

       03321-CONTAR-EMPRESA section.
           IF WS-GRP-EMPRESA(WS-IDX-GRP) > 0 THEN
               IF WS-EMP-NO-GRUPO(WS-GRP-EMPRESA(WS-IDX-GRP))
                  NOT = "S" THEN
                   MOVE "S" TO
                        WS-EMP-NO-GRUPO(WS-GRP-EMPRESA(WS-IDX-GRP))
                   ADD 1 TO WS-QTD-EMP-GRUPO
               END-IF
           END-IF.
       03321-CONTAR-EMPRESA-EXIT.
           EXIT.

       03322-MARCAR-CONFLITO section.
           PERFORM 033221-COMPARAR-CNPJ
             VARYING WS-IDX-GRP-2 FROM 1 BY 1
               UNTIL WS-IDX-GRP-2 > WS-QTD-GRP
                  OR WS-GRP-CONFLITO(WS-IDX-GRP) = "S".
       03322-MARCAR-CONFLITO-EXIT.
           EXIT.

       033221-COMPARAR-CNPJ section.
           IF  WS-GRP-CNPJ(WS-IDX-GRP-2) = WS-GRP-CNPJ(WS-IDX-GRP)
           AND WS-GRP-EMPRESA(WS-IDX-GRP-2) NOT =
               WS-GRP-EMPRESA(WS-IDX-GRP) THEN
               MOVE "S" TO WS-GRP-CONFLITO(WS-IDX-GRP)
           END-IF.
       033221-COMPARAR-CNPJ-EXIT.
           EXIT.

       03323-IMPRIMIR-CLIENTE section.
           ADD 1 TO WS-TOT-LISTADOS.
           IF WS-GRP-CONFLITO(WS-IDX-GRP) = "S" THEN
               MOVE "CNPJ"  TO WS-CNP-DET-TIPO
               IF WS-GRP-CNPJ(WS-IDX-GRP) NOT = WS-CNPJ-ANTERIOR THEN
                   ADD 1 TO WS-TOT-CNPJ
               END-IF
           ELSE
               MOVE "GRUPO" TO WS-CNP-DET-TIPO
           END-IF.
           MOVE WS-GRP-CNPJ(WS-IDX-GRP) TO WS-CNPJ-ANTERIOR.
           MOVE WS-GRP-CNPJ(WS-IDX-GRP)    TO WS-CNP-DET-CNPJ.
           MOVE WS-GRP-EMPRESA(WS-IDX-GRP) TO WS-CNP-DET-EMPRESA.
           MOVE WS-GRP-CODCLI(WS-IDX-GRP)  TO WS-CNP-DET-CODCLI.
           MOVE WS-GRP-RAZAO(WS-IDX-GRP)   TO WS-CNP-DET-RAZAO.
           MOVE WS-LINHA-CNP-DET-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-GRP-CODVND(WS-IDX-GRP)  TO WS-CNP-DET-CODVND.
           MOVE WS-GRP-NOMVND(WS-IDX-GRP)  TO WS-CNP-DET-NOMVND.
           MOVE WS-GRP-ULTVIS(WS-IDX-GRP)  TO WS-CNP-DET-ULTVIS.
           MOVE WS-GRP-FATUR(WS-IDX-GRP)   TO WS-CNP-DET-FATUR.
           MOVE WS-LINHA-CNP-DET-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       03323-IMPRIMIR-CLIENTE-EXIT.
           EXIT.
