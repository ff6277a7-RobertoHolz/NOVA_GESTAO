       identification division.
       program-id. "EXPLODE_RELATORIO".
       author.     Roberto Holz.
      *    EXPLOSAO DE RELATORIO POR DESTINATARIO: RECEBE UM IMPRESSO
      *    JA GERADO NO MODO EXPLODIDO E PRODUZ UM ARQUIVO SEPARADO
      *    PARA CADA VENDEDOR E OUTRO PARA CADA EQUIPE (ENDERECADO AO
      *    SUPERVISOR DA EQUIPE, EQP-SUPERVISOR), CADA UM COM O SEU
      *    CABECALHO E A SUA PROPRIA NUMERACAO DE PAGINAS. CADA PARTE
      *    E CATALOGADA NO SPOOL (FUNCAO "D" DO REGISTRA_SPOOL) COM O
      *    DESTINATARIO E O NUMERO DO SPOOL DE ORIGEM E, SE PEDIDO,
      *    SEGUE POR E-MAIL AO DESTINATARIO (ENVIA_NOTIFICACAO).
      *
      *    O GERADOR MARCA NO IMPRESSO O DONO DAS LINHAS SEGUINTES COM
      *    UMA LINHA DE DESTINO:
      *      POSICOES 01-09 "*DESTINO*"
      *      POSICAO  10    V = LINHAS DO VENDEDOR INFORMADO
      *                     G = LINHAS GERAIS (TOTAIS, QUEBRAS), QUE
      *                         SO FICAM NO IMPRESSO COMPLETO
      *      POSICOES 11-15 CODIGO DO VENDEDOR
      *    AS LINHAS ANTERIORES A PRIMEIRA MARCA SAO O CABECALHO DO
      *    RELATORIO, REPETIDO EM CADA PAGINA DE CADA PARTE. A EQUIPE
      *    DE CADA VENDEDOR VEM DO CADASTRO DE VENDEDORES (VND-EQUIPE);
      *    VENDEDOR ZERO (CLIENTE SEM VENDEDOR) NAO GERA PARTE.
      *    NO FIM, O IMPRESSO COMPLETO E REGRAVADO SEM AS MARCAS.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-equipe.cpy'.
           SELECT ARQ-EXPORIG
               ASSIGN TO WID-ARQ-EXPORIG
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-EXPORIG.
           SELECT ARQ-EXPPECA
               ASSIGN TO WID-ARQ-EXPPECA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-EXPPECA.
         SELECT ARQEXP-SORT ASSIGN TO DISK WID-ARQEXP-SORT.

       data division.
       file section.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-equipe.cpy'.
       FD  ARQ-EXPORIG
           LABEL RECORD IS STANDARD.
       01  EXPORIG-LINHA                    PIC X(80).
       01  EXPORIG-MARCA REDEFINES EXPORIG-LINHA.
           05 EXPORIG-MARCA-ID              PIC X(09).
           05 EXPORIG-MARCA-TIPO            PIC X(01).
           05 EXPORIG-MARCA-CODVND          PIC 9(05).
           05 FILLER                        PIC X(65).
       FD  ARQ-EXPPECA
           LABEL RECORD IS STANDARD.
       01  EXPPECA-LINHA                    PIC X(80).

       SD ARQEXP-SORT
          DATA RECORD IS ARQEXP-SORT-REC.
       01 REG-EXP-SORT.
           05 EQUIPE-EXSORT                 PIC 9(03).
           05 CODVND-EXSORT                 PIC 9(05).
           05 SEQ-EXSORT                    PIC 9(07).
           05 TIPO-EXSORT                   PIC X(01).
           05 LINHA-EXSORT                  PIC X(80).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-VENDEDOR     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VND     PIC 9(02) VALUE ZEROS.
              05 WS-VENDEDOR-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-EQUIPE       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EQUIPE  PIC 9(02) VALUE ZEROS.
              05 WS-EQUIPE-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-EXPORIG      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EXPORIG PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-EXPPECA      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EXPPECA PIC 9(02) VALUE ZEROS.
              05 WID-ARQEXP-SORT      PIC X(22) VALUE SPACES.
              05 WS-FIM-EXPORIG       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT          PIC 9(01) VALUE ZEROS.
      *       1 = PARTES POR VENDEDOR, 2 = PARTES POR EQUIPE,
      *       3 = REGRAVACAO DO IMPRESSO COMPLETO SEM AS MARCAS.
              05 WS-PASSE             PIC 9(01) VALUE ZEROS.
              05 WS-ACHOU-MARCA       PIC X(01) VALUE "N".
              05 WS-QTD-MARCAS        PIC 9(07) VALUE ZEROS.
              05 WS-SEQ-LINHA         PIC 9(07) VALUE ZEROS.
              05 WS-DONO-TIPO         PIC X(01) VALUE SPACES.
              05 WS-DONO-CODVND       PIC 9(05) VALUE ZEROS.
              05 WS-DONO-EQUIPE       PIC 9(03) VALUE ZEROS.
              05 WS-PECA-ABERTA       PIC X(01) VALUE "N".
              05 WS-PECA-CODVND       PIC 9(05) VALUE ZEROS.
              05 WS-PECA-EQUIPE       PIC 9(03) VALUE ZEROS.
              05 WS-PECA-VND-ATUAL    PIC 9(05) VALUE ZEROS.
              05 WS-PECA-DEST-TIPO    PIC X(01) VALUE SPACES.
              05 WS-PECA-DEST-CODIGO  PIC X(10) VALUE SPACES.
              05 WS-PECA-QTD-LINHAS   PIC 9(07) VALUE ZEROS.
              05 WS-NUM-PAGINA        PIC 9(04) VALUE ZEROS.
              05 WS-CONT-LINHAS       PIC 9(02) VALUE ZEROS.
              05 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 55.
              05 WS-QTD-CABECALHO     PIC 9(02) VALUE ZEROS.
              05 WS-LINHA-CABECALHO   PIC X(80) OCCURS 10 TIMES.
              05 WS-IDX-CAB           PIC 9(02) VALUE ZEROS.
              05 WS-CODVND-ED         PIC 9(05) VALUE ZEROS.
              05 WS-EQUIPE-ED         PIC 9(03) VALUE ZEROS.
              05 WS-ORIGEM-ED         PIC Z(6)9.
              05 WS-DATA-EXECUCAO     PIC 9(08) VALUE ZEROS.
              05 WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
                 10 WS-DATA-EXEC-ANO  PIC 9(04).
                 10 WS-DATA-EXEC-MES  PIC 9(02).
                 10 WS-DATA-EXEC-DIA  PIC 9(02).
              05 WS-SPOOL-REG.
                 10 WS-SPL-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-SPL-TIPO       PIC X(08) VALUE SPACES.
                 10 WS-SPL-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-SPL-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-SPL-ID         PIC 9(07) VALUE ZEROS.
                 10 WS-SPL-PARAMETROS PIC X(150) VALUE SPACES.
                 10 WS-SPL-DEST-TIPO  PIC X(01) VALUE SPACES.
                 10 WS-SPL-DEST-CODIGO PIC X(10) VALUE SPACES.
                 10 WS-SPL-ORIGEM-ID  PIC 9(07) VALUE ZEROS.
              05 WS-NOTIFICACAO-PRM.
                 10 WS-NOT-ORIGEM     PIC X(08) VALUE SPACES.
                 10 WS-NOT-DEST-TIPO  PIC X(01) VALUE SPACES.
                 10 WS-NOT-DEST-CODIGO PIC X(10) VALUE SPACES.
                 10 WS-NOT-EMPRESA    PIC X(02) VALUE SPACES.
                 10 WS-NOT-ASSUNTO    PIC X(60) VALUE SPACES.
                 10 WS-NOT-ANEXO      PIC X(22) VALUE SPACES.
                 10 WS-NOT-QTD-LINHAS PIC 9(02) VALUE ZEROS.
                 10 WS-NOT-LINHA      PIC X(70) OCCURS 5 TIMES.
                 10 WS-NOT-QTD-ENVIADAS PIC 9(03) VALUE ZEROS.

       01 WS-LINHAS-PECA.
          05 WS-LINHA-PECA-CAB.
             10 FILLER                   PIC X(06) VALUE "Data: ".
             10 WS-PCA-DATA              PIC X(10).
             10 FILLER                   PIC X(08) VALUE "  Para: ".
             10 WS-PCA-PARA              PIC X(44).
             10 FILLER                   PIC X(08) VALUE "Pagina: ".
             10 WS-PCA-PAGINA            PIC ZZZ9.
          05 WS-LINHA-PECA-VND           PIC X(80) VALUE SPACES.
          05 WS-LINHA-PECA-FIM.
             10 FILLER                   PIC X(30) VALUE
                "Linhas deste destinatario...:".
             10 WS-PCF-QTD-LINHAS        PIC ZZZZZZ9.
             10 FILLER                   PIC X(16) VALUE
                "  Spool origem:".
             10 WS-PCF-ORIGEM            PIC ZZZZZZ9.

       LINKAGE SECTION.
         copy 'lk-explode-relatorio.cpy'.

       PROCEDURE DIVISION USING WL-LINK-EXPLODE-RELATORIO.
       00-CONTROLE SECTION.
           MOVE 0 TO WL-EXP-QTD-PECAS.
           MOVE WL-EXP-NMARQUIVO TO WID-ARQ-EXPORIG.
           OPEN INPUT ARQ-EXPORIG.
           IF  WS-RST-ACESS-EXPORIG <> 00
           AND WS-RST-ACESS-EXPORIG <> 05 THEN
               goback
           END-IF.
           CLOSE ARQ-EXPORIG.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE WS-DATA-EXEC-DIA TO WS-PCA-DATA(1:2).
           MOVE "/"              TO WS-PCA-DATA(3:1).
           MOVE WS-DATA-EXEC-MES TO WS-PCA-DATA(4:2).
           MOVE "/"              TO WS-PCA-DATA(6:1).
           MOVE WS-DATA-EXEC-ANO TO WS-PCA-DATA(7:4).

      *    OS CADASTROS DE VENDEDORES E EQUIPES SAO OPCIONAIS: SEM
      *    ELES AS PARTES SAEM SEM NOME E SEM O AGRUPAMENTO POR EQUIPE.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VENDEDOR.
           OPEN INPUT ARQ-VENDEDOR.
           IF  WS-RST-ACESS-VND = 00
           OR  WS-RST-ACESS-VND = 05 THEN
               MOVE "S" TO WS-VENDEDOR-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VENDEDOR-DISPONIVEL
           END-IF.
           MOVE "ARQ_EQUIPE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-EQUIPE.
           OPEN INPUT ARQ-EQUIPE.
           IF  WS-RST-ACESS-EQUIPE = 00
           OR  WS-RST-ACESS-EQUIPE = 05 THEN
               MOVE "S" TO WS-EQUIPE-DISPONIVEL
           ELSE
               MOVE "N" TO WS-EQUIPE-DISPONIVEL
           END-IF.

           MOVE 1 TO WS-PASSE.
           SORT ARQEXP-SORT
             ON ASCENDING KEY CODVND-EXSORT SEQ-EXSORT
             INPUT PROCEDURE IS 01-ENTRADA-SORT
            OUTPUT PROCEDURE IS 02-SAIDA-VENDEDOR.

           IF WS-QTD-MARCAS > 0 THEN
               MOVE 2 TO WS-PASSE
               SORT ARQEXP-SORT
                 ON ASCENDING KEY EQUIPE-EXSORT CODVND-EXSORT
                                  SEQ-EXSORT
                 INPUT PROCEDURE IS 01-ENTRADA-SORT
                OUTPUT PROCEDURE IS 03-SAIDA-EQUIPE
               MOVE 3 TO WS-PASSE
               SORT ARQEXP-SORT
                 ON ASCENDING KEY SEQ-EXSORT
                 INPUT PROCEDURE IS 01-ENTRADA-SORT
                OUTPUT PROCEDURE IS 04-SAIDA-ORIGINAL
           END-IF.

           IF WS-VENDEDOR-DISPONIVEL = "S" THEN
               CLOSE ARQ-VENDEDOR
           END-IF.
           IF WS-EQUIPE-DISPONIVEL = "S" THEN
               CLOSE ARQ-EQUIPE
           END-IF.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

      *    LE O IMPRESSO COMPLETO: GUARDA O CABECALHO (LINHAS ANTES DA
      *    PRIMEIRA MARCA), ACOMPANHA O DONO CORRENTE PELAS MARCAS E
      *    LIBERA PARA O SORT AS LINHAS QUE INTERESSAM AO PASSE.
       01-ENTRADA-SORT SECTION.
           MOVE 0      TO WS-QTD-CABECALHO.
           MOVE 0      TO WS-QTD-MARCAS.
           MOVE 0      TO WS-SEQ-LINHA.
           MOVE "N"    TO WS-ACHOU-MARCA.
           MOVE "G"    TO WS-DONO-TIPO.
           MOVE 0      TO WS-DONO-CODVND.
           MOVE 0      TO WS-DONO-EQUIPE.
           MOVE 0      TO WS-FIM-EXPORIG.
           OPEN INPUT ARQ-EXPORIG.
           READ ARQ-EXPORIG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-EXPORIG
           END-READ.
           PERFORM 011-TRATAR-LINHA
             UNTIL WS-FIM-EXPORIG = 1.
           CLOSE ARQ-EXPORIG.
       01-ENTRADA-SORT-EXIT.
           EXIT.

       011-TRATAR-LINHA SECTION.
           ADD 1 TO WS-SEQ-LINHA.
           IF EXPORIG-MARCA-ID = "*DESTINO*" THEN
               PERFORM 0111-TROCAR-DONO
           ELSE
               IF WS-ACHOU-MARCA = "N" THEN
                   IF WS-QTD-CABECALHO < 10 THEN
                       ADD 1 TO WS-QTD-CABECALHO
                       MOVE EXPORIG-LINHA TO
                            WS-LINHA-CABECALHO(WS-QTD-CABECALHO)
                   END-IF
                   IF WS-PASSE = 3 THEN
                       MOVE "T" TO TIPO-EXSORT
                       PERFORM 0112-LIBERAR-LINHA
                   END-IF
               ELSE
                   IF WS-PASSE = 3
                   OR (WS-DONO-TIPO = "V" AND WS-DONO-CODVND > 0
                       AND WS-PASSE = 1)
                   OR (WS-DONO-TIPO = "V" AND WS-DONO-CODVND > 0
                       AND WS-DONO-EQUIPE > 0 AND WS-PASSE = 2) THEN
                       MOVE WS-DONO-TIPO TO TIPO-EXSORT
                       PERFORM 0112-LIBERAR-LINHA
                   END-IF
               END-IF
           END-IF.
           READ ARQ-EXPORIG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-EXPORIG
           END-READ.
       011-TRATAR-LINHA-EXIT.
           EXIT.

       0111-TROCAR-DONO SECTION.
           MOVE "S" TO WS-ACHOU-MARCA.
           ADD 1 TO WS-QTD-MARCAS.
           MOVE EXPORIG-MARCA-TIPO TO WS-DONO-TIPO.
           MOVE 0 TO WS-DONO-CODVND.
           MOVE 0 TO WS-DONO-EQUIPE.
           IF  WS-DONO-TIPO = "V"
           AND EXPORIG-MARCA-CODVND IS NUMERIC THEN
               MOVE EXPORIG-MARCA-CODVND TO WS-DONO-CODVND
               IF  WS-PASSE = 2
               AND WS-VENDEDOR-DISPONIVEL = "S"
               AND WS-DONO-CODVND > 0 THEN
                   MOVE WS-DONO-CODVND TO VND-CODIGO
                   READ ARQ-VENDEDOR KEY IS VND-CODIGO
                       INVALID KEY MOVE 0 TO VND-EQUIPE
                   END-READ
                   MOVE VND-EQUIPE TO WS-DONO-EQUIPE
               END-IF
           END-IF.
       0111-TROCAR-DONO-EXIT.
           EXIT.

       0112-LIBERAR-LINHA SECTION.
           MOVE WS-DONO-EQUIPE TO EQUIPE-EXSORT.
           MOVE WS-DONO-CODVND TO CODVND-EXSORT.
           MOVE WS-SEQ-LINHA   TO SEQ-EXSORT.
           MOVE EXPORIG-LINHA  TO LINHA-EXSORT.
           RELEASE REG-EXP-SORT.
       0112-LIBERAR-LINHA-EXIT.
           EXIT.

      *    PASSE 1: UMA PARTE POR VENDEDOR.
       02-SAIDA-VENDEDOR SECTION.
           MOVE "N" TO WS-PECA-ABERTA.
           MOVE 0   TO WS-FIM-SORT.
           RETURN ARQEXP-SORT
             AT END MOVE 1 TO WS-FIM-SORT
           END-RETURN.
           PERFORM 021-LINHA-VENDEDOR
             UNTIL WS-FIM-SORT = 1.
           IF WS-PECA-ABERTA = "S" THEN
               PERFORM 06-FECHAR-PECA
           END-IF.
       02-SAIDA-VENDEDOR-EXIT.
           EXIT.

       021-LINHA-VENDEDOR SECTION.
           IF WS-PECA-ABERTA = "N"
           OR CODVND-EXSORT NOT = WS-PECA-CODVND THEN
               IF WS-PECA-ABERTA = "S" THEN
                   PERFORM 06-FECHAR-PECA
               END-IF
               MOVE CODVND-EXSORT TO WS-PECA-CODVND
               MOVE "V"           TO WS-PECA-DEST-TIPO
               MOVE SPACES        TO WS-PECA-DEST-CODIGO
               MOVE CODVND-EXSORT TO WS-CODVND-ED
               MOVE WS-CODVND-ED  TO WS-PECA-DEST-CODIGO
               PERFORM 0211-MONTAR-PARA-VENDEDOR
               PERFORM 05-ABRIR-PECA
           END-IF.
           PERFORM 07-GRAVAR-LINHA-PECA.
           RETURN ARQEXP-SORT
             AT END MOVE 1 TO WS-FIM-SORT
           END-RETURN.
       021-LINHA-VENDEDOR-EXIT.
           EXIT.

       0211-MONTAR-PARA-VENDEDOR SECTION.
           MOVE SPACES TO VND-NOME.
           IF WS-VENDEDOR-DISPONIVEL = "S" THEN
               MOVE WS-PECA-CODVND TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                   INVALID KEY MOVE "(VENDEDOR NAO CADASTRADO)" TO
                               VND-NOME
               END-READ
           END-IF.
           MOVE SPACES TO WS-PCA-PARA.
           STRING "VENDEDOR "  DELIMITED BY SIZE
                  WS-CODVND-ED DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  VND-NOME     DELIMITED BY SIZE
             INTO WS-PCA-PARA.
       0211-MONTAR-PARA-VENDEDOR-EXIT.
           EXIT.

      *    PASSE 2: UMA PARTE POR EQUIPE, PARA O SUPERVISOR, COM O
      *    MATERIAL DE CADA VENDEDOR DA EQUIPE SEPARADO POR UMA LINHA
      *    DE IDENTIFICACAO DO VENDEDOR.
       03-SAIDA-EQUIPE SECTION.
           MOVE "N" TO WS-PECA-ABERTA.
           MOVE 0   TO WS-FIM-SORT.
           RETURN ARQEXP-SORT
             AT END MOVE 1 TO WS-FIM-SORT
           END-RETURN.
           PERFORM 031-LINHA-EQUIPE
             UNTIL WS-FIM-SORT = 1.
           IF WS-PECA-ABERTA = "S" THEN
               PERFORM 06-FECHAR-PECA
           END-IF.
       03-SAIDA-EQUIPE-EXIT.
           EXIT.

       031-LINHA-EQUIPE SECTION.
           IF WS-PECA-ABERTA = "N"
           OR EQUIPE-EXSORT NOT = WS-PECA-EQUIPE THEN
               IF WS-PECA-ABERTA = "S" THEN
                   PERFORM 06-FECHAR-PECA
               END-IF
               MOVE EQUIPE-EXSORT TO WS-PECA-EQUIPE
               MOVE 0             TO WS-PECA-VND-ATUAL
               PERFORM 0311-MONTAR-PARA-EQUIPE
               PERFORM 05-ABRIR-PECA
           END-IF.
           IF CODVND-EXSORT NOT = WS-PECA-VND-ATUAL THEN
               MOVE CODVND-EXSORT TO WS-PECA-VND-ATUAL
               PERFORM 0312-LINHA-VENDEDOR-EQUIPE
           END-IF.
           PERFORM 07-GRAVAR-LINHA-PECA.
           RETURN ARQEXP-SORT
             AT END MOVE 1 TO WS-FIM-SORT
           END-RETURN.
       031-LINHA-EQUIPE-EXIT.
           EXIT.

       0311-MONTAR-PARA-EQUIPE SECTION.
           MOVE SPACES TO EQP-NOME.
           MOVE SPACES TO EQP-SUPERVISOR.
           IF WS-EQUIPE-DISPONIVEL = "S" THEN
               MOVE WS-PECA-EQUIPE TO EQP-CODIGO
               READ ARQ-EQUIPE KEY IS EQP-CODIGO
                   INVALID KEY MOVE "(EQUIPE NAO CADASTRADA)" TO
                               EQP-NOME
                               MOVE SPACES TO EQP-SUPERVISOR
               END-READ
           END-IF.
           MOVE "S"            TO WS-PECA-DEST-TIPO.
           MOVE EQP-SUPERVISOR TO WS-PECA-DEST-CODIGO.
           MOVE WS-PECA-EQUIPE TO WS-EQUIPE-ED.
           MOVE SPACES TO WS-PCA-PARA.
           STRING "EQUIPE "    DELIMITED BY SIZE
                  WS-EQUIPE-ED DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  EQP-NOME     DELIMITED BY SIZE
             INTO WS-PCA-PARA.
       0311-MONTAR-PARA-EQUIPE-EXIT.
           EXIT.

       0312-LINHA-VENDEDOR-EQUIPE SECTION.
           MOVE WS-PECA-VND-ATUAL TO WS-CODVND-ED.
           MOVE SPACES TO VND-NOME.
           IF WS-VENDEDOR-DISPONIVEL = "S" THEN
               MOVE WS-PECA-VND-ATUAL TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                   INVALID KEY MOVE "(VENDEDOR NAO CADASTRADO)" TO
                               VND-NOME
               END-READ
           END-IF.
           MOVE SPACES TO WS-LINHA-PECA-VND.
           STRING "VENDEDOR: "  DELIMITED BY SIZE
                  WS-CODVND-ED  DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  VND-NOME      DELIMITED BY SIZE
             INTO WS-LINHA-PECA-VND.
           IF WS-CONT-LINHAS >= WS-LINHAS-POR-PAGINA THEN
               PERFORM 051-CABECALHO-PECA
           END-IF.
           MOVE SPACES TO EXPPECA-LINHA.
           WRITE EXPPECA-LINHA.
           MOVE WS-LINHA-PECA-VND TO EXPPECA-LINHA.
           WRITE EXPPECA-LINHA.
           ADD 2 TO WS-CONT-LINHAS.
       0312-LINHA-VENDEDOR-EQUIPE-EXIT.
           EXIT.

      *    PASSE 3: REGRAVA O IMPRESSO COMPLETO, NA ORDEM ORIGINAL,
      *    SEM AS LINHAS DE MARCA.
       04-SAIDA-ORIGINAL SECTION.
           MOVE WL-EXP-NMARQUIVO TO WID-ARQ-EXPPECA.
           OPEN OUTPUT ARQ-EXPPECA.
           MOVE 0 TO WS-FIM-SORT.
           RETURN ARQEXP-SORT
             AT END MOVE 1 TO WS-FIM-SORT
           END-RETURN.
           PERFORM 041-LINHA-ORIGINAL
             UNTIL WS-FIM-SORT = 1.
           CLOSE ARQ-EXPPECA.
       04-SAIDA-ORIGINAL-EXIT.
           EXIT.

       041-LINHA-ORIGINAL SECTION.
           MOVE LINHA-EXSORT TO EXPPECA-LINHA.
           WRITE EXPPECA-LINHA.
           RETURN ARQEXP-SORT
             AT END MOVE 1 TO WS-FIM-SORT
           END-RETURN.
       041-LINHA-ORIGINAL-EXIT.
           EXIT.

      *    CATALOGA A PARTE NO SPOOL COM O DESTINATARIO, ABRE O
      *    ARQUIVO E IMPRIME O PRIMEIRO CABECALHO.
       05-ABRIR-PECA SECTION.
           MOVE "D"                 TO WS-SPL-FUNCAO.
           MOVE WL-EXP-TIPO         TO WS-SPL-TIPO.
           MOVE WL-EXP-OPERADOR     TO WS-SPL-OPERADOR.
           MOVE WL-EXP-PARAMETROS   TO WS-SPL-PARAMETROS.
           MOVE WS-PECA-DEST-TIPO   TO WS-SPL-DEST-TIPO.
           MOVE WS-PECA-DEST-CODIGO TO WS-SPL-DEST-CODIGO.
           MOVE WL-EXP-ORIGEM-ID    TO WS-SPL-ORIGEM-ID.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WID-ARQ-EXPPECA.
           OPEN OUTPUT ARQ-EXPPECA.
           MOVE "S" TO WS-PECA-ABERTA.
           MOVE 0   TO WS-PECA-QTD-LINHAS.
           MOVE 0   TO WS-NUM-PAGINA.
           PERFORM 051-CABECALHO-PECA.
       05-ABRIR-PECA-EXIT.
           EXIT.

      *    CABECALHO DE PAGINA DA PARTE: O TITULO DO RELATORIO, A
      *    LINHA DE DATA/DESTINATARIO/PAGINA E O RESTANTE DO
      *    CABECALHO ORIGINAL.
       051-CABECALHO-PECA SECTION.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE WS-NUM-PAGINA TO WS-PCA-PAGINA.
           IF WS-QTD-CABECALHO > 0 THEN
               MOVE WS-LINHA-CABECALHO(1) TO EXPPECA-LINHA
               WRITE EXPPECA-LINHA
           END-IF.
           MOVE WS-LINHA-PECA-CAB TO EXPPECA-LINHA.
           WRITE EXPPECA-LINHA.
           MOVE 2 TO WS-IDX-CAB.
           PERFORM 0511-LINHA-CABECALHO
             UNTIL WS-IDX-CAB > WS-QTD-CABECALHO.
           MOVE 0 TO WS-CONT-LINHAS.
       051-CABECALHO-PECA-EXIT.
           EXIT.

       0511-LINHA-CABECALHO SECTION.
           MOVE WS-LINHA-CABECALHO(WS-IDX-CAB) TO EXPPECA-LINHA.
           WRITE EXPPECA-LINHA.
           ADD 1 TO WS-IDX-CAB.
       0511-LINHA-CABECALHO-EXIT.
           EXIT.

       06-FECHAR-PECA SECTION.
           MOVE WS-PECA-QTD-LINHAS TO WS-PCF-QTD-LINHAS.
           MOVE WL-EXP-ORIGEM-ID   TO WS-PCF-ORIGEM.
           MOVE SPACES TO EXPPECA-LINHA.
           WRITE EXPPECA-LINHA.
           MOVE WS-LINHA-PECA-FIM TO EXPPECA-LINHA.
           WRITE EXPPECA-LINHA.
           CLOSE ARQ-EXPPECA.
           MOVE "N" TO WS-PECA-ABERTA.
           MOVE "F" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           ADD 1 TO WL-EXP-QTD-PECAS.
           IF  WL-EXP-NOTIFICAR = "S"
           AND WS-PECA-DEST-CODIGO NOT = SPACES THEN
               PERFORM 061-NOTIFICAR-DESTINATARIO
           END-IF.
       06-FECHAR-PECA-EXIT.
           EXIT.

      *    A PARTE SEGUE POR E-MAIL AO PROPRIO DESTINATARIO (VENDEDOR
      *    OU SUPERVISOR DA EQUIPE), COMO ANEXO.
       061-NOTIFICAR-DESTINATARIO SECTION.
           MOVE "EXPLODE"           TO WS-NOT-ORIGEM.
           MOVE WS-PECA-DEST-TIPO   TO WS-NOT-DEST-TIPO.
           MOVE WS-PECA-DEST-CODIGO TO WS-NOT-DEST-CODIGO.
           MOVE SPACES              TO WS-NOT-EMPRESA.
           MOVE SPACES              TO WS-NOT-ASSUNTO.
           STRING "RELATORIO " DELIMITED BY SIZE
                  WL-EXP-TIPO  DELIMITED BY SPACE
                  " - "        DELIMITED BY SIZE
                  WS-PCA-PARA  DELIMITED BY SIZE
             INTO WS-NOT-ASSUNTO.
           MOVE WS-SPL-NMARQUIVO    TO WS-NOT-ANEXO.
           MOVE SPACES TO WS-NOT-LINHA(1).
           MOVE SPACES TO WS-NOT-LINHA(2).
           MOVE WL-EXP-ORIGEM-ID TO WS-ORIGEM-ED.
           STRING "Segue em anexo a sua parte do relatorio "
                  DELIMITED BY SIZE
                  WL-EXP-TIPO DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO WS-NOT-LINHA(1).
           STRING "Impresso completo no spool " DELIMITED BY SIZE
                  WS-ORIGEM-ED DELIMITED BY SIZE
                  "; esta parte e o " DELIMITED BY SIZE
                  WS-SPL-NMARQUIVO DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO WS-NOT-LINHA(2).
           MOVE 2 TO WS-NOT-QTD-LINHAS.
           CALL 'ENVIA_NOTIFICACAO' USING WS-NOTIFICACAO-PRM.
       061-NOTIFICAR-DESTINATARIO-EXIT.
           EXIT.

       07-GRAVAR-LINHA-PECA SECTION.
           IF WS-CONT-LINHAS >= WS-LINHAS-POR-PAGINA THEN
               PERFORM 051-CABECALHO-PECA
           END-IF.
           MOVE LINHA-EXSORT TO EXPPECA-LINHA.
           WRITE EXPPECA-LINHA.
           ADD 1 TO WS-CONT-LINHAS.
           ADD 1 TO WS-PECA-QTD-LINHAS.
       07-GRAVAR-LINHA-PECA-EXIT.
           EXIT.
