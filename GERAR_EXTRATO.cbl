       identification division.
       program-id. "GERAR_EXTRATO".
       author.     Roberto Holz.
      *    GERADOR DE EXTRATO AD-HOC: EXECUTA UMA DEFINICAO DE EXTRATO
      *    GUARDADA NO ARQ_EXTDEF (CADASTRO_EXTRATO) SOBRE OS CLIENTES
      *    DA EMPRESA CORRENTE, COM OS DADOS DO VENDEDOR, DA ULTIMA
      *    VISITA E DO FATURAMENTO DOS ULTIMOS 12 MESES, E GRAVA O
      *    RESULTADO EM CSV (SEPARADOR ";", PRIMEIRA LINHA COM OS
      *    NOMES DAS COLUNAS) NO ARQUIVO RECEBIDO - NORMALMENTE O
      *    NOME DADO PELO SPOOL.
      *    OS CAMPOS RESTRITOS A SUPERVISORES (CPF DO VENDEDOR) SAEM
      *    EM BRANCO QUANDO O OPERADOR QUE RODA O EXTRATO NAO E
      *    SUPERVISOR, E UMA DEFINICAO QUE FILTRA OU ORDENA POR UM
      *    CAMPO RESTRITO NAO RODA PARA ELE.
      *    CODIGO DE RETORNO: 0 = OK, 8 = ERRO FATAL (DEFINICAO
      *    INEXISTENTE, CAMPO RESTRITO, FALHA DE ABERTURA).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-arq-operador.cpy'.
         copy 'select-arq-extdef.cpy'.
           SELECT ARQ-EXTCSV
               ASSIGN TO WID-ARQ-EXTCSV
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-EXTCSV.
         SELECT EXTRATO-SORT ASSIGN TO DISK WID-EXTRATO-SORT.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-arq-operador.cpy'.
         copy 'fd-arq-extdef.cpy'.
       FD  ARQ-EXTCSV
           LABEL RECORD IS STANDARD.
       01  EXTCSV-LINHA                     PIC X(400).

       SD EXTRATO-SORT
          DATA RECORD IS REG-EXTRATO-SORT.
       01 REG-EXTRATO-SORT.
           05 CHAVE-NUM-EXSORT              PIC S9(13)V9(02).
           05 CHAVE-TXT-EXSORT              PIC X(40).
           05 CODCLI-EXSORT                 PIC 9(07).
           05 LINHA-EXSORT                  PIC X(400).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 WID-ARQ-VENDEDOR     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VND     PIC 9(02) VALUE ZEROS.
              05 WS-VENDEDOR-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-VISITA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VISITA  PIC 9(02) VALUE ZEROS.
              05 WS-VISITA-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-FATURA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FATURA  PIC 9(02) VALUE ZEROS.
              05 WS-FATURA-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-OPERADOR     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-OPERADOR PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-EXTDEF       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EXTDEF  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-EXTCSV       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EXTCSV  PIC 9(02) VALUE ZEROS.
              05 WID-EXTRATO-SORT     PIC X(22) VALUE SPACES.
              05 WS-FIM-ARQCLI        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-VISITAS       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-FATURA        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-SORT          PIC 9(01) VALUE ZEROS.
              05 WS-SUPERVISOR        PIC X(01) VALUE "N".
              05 WS-USA-VENDEDOR      PIC X(01) VALUE "N".
              05 WS-USA-VISITA        PIC X(01) VALUE "N".
              05 WS-USA-FATURA        PIC X(01) VALUE "N".
              05 WS-CAMPO-RESTRITO    PIC X(01) VALUE "N".
              05 WS-ATENDE            PIC X(01) VALUE "S".
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
                 10 WS-HOJE-ANO       PIC 9(04).
                 10 WS-HOJE-MES       PIC 9(02).
                 10 WS-HOJE-DIA       PIC 9(02).
              05 WS-TOT-MESES         PIC 9(06) VALUE ZEROS.
              05 WS-ANO-INI           PIC 9(04) VALUE ZEROS.
              05 WS-MES-INI           PIC 9(02) VALUE ZEROS.
              05 WS-ANOMES-INI        PIC 9(06) VALUE ZEROS.
              05 WS-ANOMES-FIM        PIC 9(06) VALUE ZEROS.
              05 WS-ULTIMA-VISITA     PIC 9(08) VALUE ZEROS.
              05 WS-ULTIMO-RESULTADO  PIC X(02) VALUE SPACES.
              05 WS-FAT-12M           PIC 9(11)V9(02) VALUE ZEROS.
              05 WS-IDX-CAMPO         PIC 9(02) VALUE ZEROS.
              05 WS-IDX-FILTRO        PIC 9(01) VALUE ZEROS.
              05 WS-COD               PIC 9(02) VALUE ZEROS.
              05 WS-QTD-CAMPOS        PIC 9(02) VALUE ZEROS.
              05 WS-CAMPO-SAIDA       PIC 9(02) OCCURS 12 TIMES.
              05 WS-FIL-NUM-1         PIC S9(13)V9(02) OCCURS 5 TIMES.
              05 WS-FIL-NUM-2         PIC S9(13)V9(02) OCCURS 5 TIMES.
              05 WS-VALOR-CMP         PIC X(20) VALUE SPACES.
              05 WS-TEXTO-CMP         PIC X(40) VALUE SPACES.
              05 WS-TAM-VALOR         PIC 9(02) VALUE ZEROS.
              05 WS-CONT-OCORR        PIC 9(04) VALUE ZEROS.
              05 WS-POS-CSV           PIC 9(03) VALUE ZEROS.
              05 WS-QTD-LINHAS        PIC 9(07) VALUE ZEROS.
              05 WS-QTD-LINHAS-ED     PIC Z(6)9.
              05 WS-MINUSCULAS        PIC X(26) VALUE
                 "abcdefghijklmnopqrstuvwxyz".
              05 WS-MAIUSCULAS        PIC X(26) VALUE
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
              05 WS-ED-CODCLI         PIC 9(07).
              05 WS-ED-CNPJ           PIC 9(14).
              05 WS-ED-CEP            PIC 9(08).
              05 WS-ED-REGIAO         PIC 9(03).
              05 WS-ED-CODVND         PIC 9(05).
              05 WS-ED-CPF            PIC 9(11).
              05 WS-ED-DATA           PIC 9(08).
              05 WS-ED-VALOR          PIC Z(10)9.99.
              05 WS-ED-COORD          PIC -ZZ9.9(08).

      *    CATALOGO DOS CAMPOS DO EXTRATO, NA ORDEM DOS CODIGOS
      *    (01 A 17): TIPO (N = NUMERICO, A = TEXTO), RESTRITO A
      *    SUPERVISORES (S/N) E NOME DA COLUNA NO CSV.
           01 WS-CATALOGO-VALORES.
              05 FILLER PIC X(14) VALUE "NNCODCLI".
              05 FILLER PIC X(14) VALUE "NNCNPJ".
              05 FILLER PIC X(14) VALUE "ANRAZAO".
              05 FILLER PIC X(14) VALUE "ANSTATUS".
              05 FILLER PIC X(14) VALUE "ANLOCALIDADE".
              05 FILLER PIC X(14) VALUE "NNCEP".
              05 FILLER PIC X(14) VALUE "ANSEGMENTO".
              05 FILLER PIC X(14) VALUE "NNREGIAO".
              05 FILLER PIC X(14) VALUE "NNCODVND".
              05 FILLER PIC X(14) VALUE "ANNOMEVND".
              05 FILLER PIC X(14) VALUE "NSCPFVND".
              05 FILLER PIC X(14) VALUE "NNEQUIPE".
              05 FILLER PIC X(14) VALUE "NNULTVISITA".
              05 FILLER PIC X(14) VALUE "ANRESULTVISITA".
              05 FILLER PIC X(14) VALUE "NNFAT12M".
              05 FILLER PIC X(14) VALUE "NNLATITUDE".
              05 FILLER PIC X(14) VALUE "NNLONGITUDE".
           01 WS-CATALOGO REDEFINES WS-CATALOGO-VALORES.
              05 WS-CAT-ITEM OCCURS 17 TIMES.
                 10 WS-CAT-TIPO             PIC X(01).
                 10 WS-CAT-RESTRITO         PIC X(01).
                 10 WS-CAT-NOME             PIC X(12).

      *    VALORES DO CLIENTE CORRENTE, UM POR CODIGO DO CATALOGO:
      *    O TEXTO VAI PARA O CSV E E USADO NOS FILTROS DE TEXTO; O
      *    NUMERO E USADO NOS FILTROS E NA ORDENACAO DOS NUMERICOS.
           01 WS-VALORES-CLIENTE.
              05 WS-VAL OCCURS 17 TIMES.
                 10 WS-VAL-TEXTO            PIC X(40).
                 10 WS-VAL-NUM              PIC S9(13)V9(02).

       LINKAGE SECTION.
         copy 'lk-gerar-extrato.cpy'.

       PROCEDURE DIVISION USING WL-LINK-GERAR-EXTRATO.
       00-CONTROLE SECTION.
           MOVE 0      TO WL-EXT-QTD-LINHAS.
           MOVE SPACES TO WL-EXT-MENSAGEM.
           PERFORM 01-CARREGAR-DEFINICAO.
           IF WL-EXT-MENSAGEM NOT = SPACES THEN
               MOVE 8 TO RETURN-CODE
               goback
           END-IF.
           PERFORM 02-VERIFICAR-PERFIL.
           IF WL-EXT-MENSAGEM NOT = SPACES THEN
               MOVE 8 TO RETURN-CODE
               goback
           END-IF.
           PERFORM 03-ABRIR-ARQUIVOS.
           IF WL-EXT-MENSAGEM NOT = SPACES THEN
               MOVE 8 TO RETURN-CODE
               goback
           END-IF.

      *    JANELA DE FATURAMENTO: O MES CORRENTE E OS ONZE ANTERIORES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-ANOMES-FIM = WS-HOJE-ANO * 100 + WS-HOJE-MES.
           COMPUTE WS-TOT-MESES =
                   WS-HOJE-ANO * 12 + WS-HOJE-MES - 11.
           COMPUTE WS-ANO-INI = (WS-TOT-MESES - 1) / 12.
           COMPUTE WS-MES-INI = WS-TOT-MESES - WS-ANO-INI * 12.
           COMPUTE WS-ANOMES-INI = WS-ANO-INI * 100 + WS-MES-INI.

           MOVE WL-NMARQUIVO TO WID-ARQ-EXTCSV.
           OPEN OUTPUT ARQ-EXTCSV.
           MOVE SPACES TO EXTCSV-LINHA.
           MOVE 1 TO WS-POS-CSV.
           PERFORM 031-COLUNA-CABECALHO
             VARYING WS-IDX-CAMPO FROM 1 BY 1
               UNTIL WS-IDX-CAMPO > WS-QTD-CAMPOS.
           WRITE EXTCSV-LINHA.

           MOVE 0 TO WS-QTD-LINHAS.
           IF EXD-ORDEM-DESCENDENTE THEN
               SORT EXTRATO-SORT
                 ON DESCENDING KEY CHAVE-NUM-EXSORT CHAVE-TXT-EXSORT
                 ON ASCENDING KEY CODCLI-EXSORT
                 INPUT PROCEDURE IS 04-ENTRADA-SORT
                OUTPUT PROCEDURE IS 05-SAIDA-SORT
           ELSE
               SORT EXTRATO-SORT
                 ON ASCENDING KEY CHAVE-NUM-EXSORT CHAVE-TXT-EXSORT
                                  CODCLI-EXSORT
                 INPUT PROCEDURE IS 04-ENTRADA-SORT
                OUTPUT PROCEDURE IS 05-SAIDA-SORT
           END-IF.

           CLOSE ARQ-EXTCSV.
           CLOSE ARQ-CLIENTE.
           IF WS-VENDEDOR-DISPONIVEL = "S" THEN
               CLOSE ARQ-VENDEDOR
           END-IF.
           IF WS-VISITA-DISPONIVEL = "S" THEN
               CLOSE ARQ-VISITA
           END-IF.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               CLOSE ARQ-FATURA
           END-IF.
           MOVE WS-QTD-LINHAS TO WL-EXT-QTD-LINHAS.
           MOVE WS-QTD-LINHAS TO WS-QTD-LINHAS-ED.
           STRING "Extrato gerado, linhas: " DELIMITED BY SIZE
                  WS-QTD-LINHAS-ED DELIMITED BY SIZE
             INTO WL-EXT-MENSAGEM.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

      *    LE A DEFINICAO, MONTA A LISTA DE COLUNAS SEM AS POSICOES
      *    VAZIAS E CONVERTE UMA VEZ SO OS LIMITES DOS FILTROS
      *    NUMERICOS.
       01-CARREGAR-DEFINICAO SECTION.
           MOVE "ARQ_EXTDEF" TO WID-ARQ-EXTDEF.
           OPEN INPUT ARQ-EXTDEF.
           IF  WS-RST-ACESS-EXTDEF <> 00
           AND WS-RST-ACESS-EXTDEF <> 05 THEN
               MOVE "Nenhum extrato cadastrado" TO WL-EXT-MENSAGEM
               GO TO 01-CARREGAR-DEFINICAO-EXIT
           END-IF.
           MOVE WL-EXT-NOME TO EXD-NOME.
           READ ARQ-EXTDEF KEY IS EXD-NOME INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-EXTDEF NOT = 0 THEN
               MOVE "Extrato nao cadastrado" TO WL-EXT-MENSAGEM
               CLOSE ARQ-EXTDEF
               GO TO 01-CARREGAR-DEFINICAO-EXIT
           END-IF.
           CLOSE ARQ-EXTDEF.

           MOVE 0 TO WS-QTD-CAMPOS.
           PERFORM 011-GUARDAR-CAMPO
             VARYING WS-IDX-CAMPO FROM 1 BY 1
               UNTIL WS-IDX-CAMPO > 12.
           IF WS-QTD-CAMPOS = 0 THEN
               MOVE "Extrato sem campos de saida" TO WL-EXT-MENSAGEM
               GO TO 01-CARREGAR-DEFINICAO-EXIT
           END-IF.
           PERFORM 012-PREPARAR-FILTRO
             VARYING WS-IDX-FILTRO FROM 1 BY 1
               UNTIL WS-IDX-FILTRO > 5.
           IF EXD-ORDEM-CAMPO >= 1 AND EXD-ORDEM-CAMPO <= 17 THEN
               MOVE EXD-ORDEM-CAMPO TO WS-COD
               PERFORM 013-MARCAR-ORIGEM
           END-IF.
       01-CARREGAR-DEFINICAO-EXIT.
           EXIT.

       011-GUARDAR-CAMPO SECTION.
           IF  EXD-CAMPO(WS-IDX-CAMPO) >= 1
           AND EXD-CAMPO(WS-IDX-CAMPO) <= 17 THEN
               ADD 1 TO WS-QTD-CAMPOS
               MOVE EXD-CAMPO(WS-IDX-CAMPO) TO
                    WS-CAMPO-SAIDA(WS-QTD-CAMPOS)
               MOVE EXD-CAMPO(WS-IDX-CAMPO) TO WS-COD
               PERFORM 013-MARCAR-ORIGEM
           END-IF.
       011-GUARDAR-CAMPO-EXIT.
           EXIT.

       012-PREPARAR-FILTRO SECTION.
           MOVE 0 TO WS-FIL-NUM-1(WS-IDX-FILTRO).
           MOVE 0 TO WS-FIL-NUM-2(WS-IDX-FILTRO).
           IF  EXD-FIL-CAMPO(WS-IDX-FILTRO) >= 1
           AND EXD-FIL-CAMPO(WS-IDX-FILTRO) <= 17 THEN
               MOVE EXD-FIL-CAMPO(WS-IDX-FILTRO) TO WS-COD
               PERFORM 013-MARCAR-ORIGEM
               IF WS-CAT-TIPO(WS-COD) = "N" THEN
                   MOVE EXD-FIL-VALOR-1(WS-IDX-FILTRO) TO WS-VALOR-CMP
                   PERFORM 0121-CONVERTER-VALOR
                   MOVE WS-FIL-NUM-2(WS-IDX-FILTRO) TO
                        WS-FIL-NUM-1(WS-IDX-FILTRO)
                   MOVE EXD-FIL-VALOR-2(WS-IDX-FILTRO) TO WS-VALOR-CMP
                   PERFORM 0121-CONVERTER-VALOR
               END-IF
           ELSE
               MOVE 0 TO EXD-FIL-CAMPO(WS-IDX-FILTRO)
           END-IF.
       012-PREPARAR-FILTRO-EXIT.
           EXIT.

      *    O VALOR CONVERTIDO FICA EM WS-FIL-NUM-2 DO FILTRO CORRENTE;
      *    A VIRGULA DECIMAL E ACEITA COMO PONTO.
       0121-CONVERTER-VALOR SECTION.
           MOVE 0 TO WS-FIL-NUM-2(WS-IDX-FILTRO).
           IF WS-VALOR-CMP NOT = SPACES THEN
               INSPECT WS-VALOR-CMP REPLACING ALL "," BY "."
               IF FUNCTION TEST-NUMVAL(WS-VALOR-CMP) = 0 THEN
                   COMPUTE WS-FIL-NUM-2(WS-IDX-FILTRO) =
                           FUNCTION NUMVAL(WS-VALOR-CMP)
               END-IF
           END-IF.
       0121-CONVERTER-VALOR-EXIT.
           EXIT.

      *    SO LE VENDEDOR, VISITAS E FATURAMENTO SE ALGUM CAMPO DESSES
      *    ARQUIVOS FOR USADO NA SAIDA, NOS FILTROS OU NA ORDEM.
       013-MARCAR-ORIGEM SECTION.
           EVALUATE WS-COD
           WHEN 10 THRU 12
             MOVE "S" TO WS-USA-VENDEDOR
           WHEN 13 THRU 14
             MOVE "S" TO WS-USA-VISITA
           WHEN 15
             MOVE "S" TO WS-USA-FATURA
           WHEN OTHER
             CONTINUE
           END-EVALUATE.
       013-MARCAR-ORIGEM-EXIT.
           EXIT.

      *    O PERFIL E O DO CADASTRO DE OPERADORES; OPERADOR EM BRANCO
      *    OU DESCONHECIDO E TRATADO COMO NAO SUPERVISOR.
       02-VERIFICAR-PERFIL SECTION.
           MOVE "N" TO WS-SUPERVISOR.
           MOVE "ARQ_OPERADOR" TO WID-ARQ-OPERADOR.
           OPEN INPUT ARQ-OPERADOR.
           IF  WS-RST-ACESS-OPERADOR = 00
           OR  WS-RST-ACESS-OPERADOR = 05 THEN
               MOVE WL-EXT-OPERADOR TO OPR-ID
               READ ARQ-OPERADOR KEY IS OPR-ID INVALID KEY CONTINUE
               END-READ
               IF  WS-RST-ACESS-OPERADOR = 0
               AND OPR-PERFIL-SUPERVISOR THEN
                   MOVE "S" TO WS-SUPERVISOR
               END-IF
               CLOSE ARQ-OPERADOR
           END-IF.
           IF WS-SUPERVISOR = "S" THEN
               GO TO 02-VERIFICAR-PERFIL-EXIT
           END-IF.
           MOVE "N" TO WS-CAMPO-RESTRITO.
           PERFORM 021-FILTRO-RESTRITO
             VARYING WS-IDX-FILTRO FROM 1 BY 1
               UNTIL WS-IDX-FILTRO > 5.
           IF EXD-ORDEM-CAMPO >= 1 AND EXD-ORDEM-CAMPO <= 17 THEN
               IF WS-CAT-RESTRITO(EXD-ORDEM-CAMPO) = "S" THEN
                   MOVE "S" TO WS-CAMPO-RESTRITO
               END-IF
           END-IF.
           IF WS-CAMPO-RESTRITO = "S" THEN
               MOVE "Filtro/ordem restrito a supervisores" TO
                    WL-EXT-MENSAGEM
           END-IF.
       02-VERIFICAR-PERFIL-EXIT.
           EXIT.

       021-FILTRO-RESTRITO SECTION.
           IF EXD-FIL-CAMPO(WS-IDX-FILTRO) > 0 THEN
               IF WS-CAT-RESTRITO(EXD-FIL-CAMPO(WS-IDX-FILTRO)) = "S"
               THEN
                   MOVE "S" TO WS-CAMPO-RESTRITO
               END-IF
           END-IF.
       021-FILTRO-RESTRITO-EXIT.
           EXIT.

      *    SO O CADASTRO DE CLIENTES E OBRIGATORIO; SEM OS DEMAIS OS
      *    CAMPOS CORRESPONDENTES SAEM EM BRANCO (OU ZERO).
       03-ABRIR-ARQUIVOS SECTION.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               MOVE "Erro na abertura do arquivo de clientes" TO
                    WL-EXT-MENSAGEM
               GO TO 03-ABRIR-ARQUIVOS-EXIT
           END-IF.

           MOVE "N" TO WS-VENDEDOR-DISPONIVEL.
           IF WS-USA-VENDEDOR = "S" THEN
               MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE
               CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
               MOVE WS-NAE-NOME TO WID-ARQ-VENDEDOR
               OPEN INPUT ARQ-VENDEDOR
               IF  WS-RST-ACESS-VND = 00
               OR  WS-RST-ACESS-VND = 05 THEN
                   MOVE "S" TO WS-VENDEDOR-DISPONIVEL
               END-IF
           END-IF.

           MOVE "N" TO WS-VISITA-DISPONIVEL.
           IF WS-USA-VISITA = "S" THEN
               MOVE "ARQ_VISITA" TO WS-NAE-BASE
               CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
               MOVE WS-NAE-NOME TO WID-ARQ-VISITA
               OPEN INPUT ARQ-VISITA
               IF  WS-RST-ACESS-VISITA = 00
               OR  WS-RST-ACESS-VISITA = 05 THEN
                   MOVE "S" TO WS-VISITA-DISPONIVEL
               END-IF
           END-IF.

           MOVE "N" TO WS-FATURA-DISPONIVEL.
           IF WS-USA-FATURA = "S" THEN
               MOVE "ARQ_FATURA" TO WS-NAE-BASE
               CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
               MOVE WS-NAE-NOME TO WID-ARQ-FATURA
               OPEN INPUT ARQ-FATURA
               IF  WS-RST-ACESS-FATURA = 00
               OR  WS-RST-ACESS-FATURA = 05 THEN
                   MOVE "S" TO WS-FATURA-DISPONIVEL
               END-IF
           END-IF.
       03-ABRIR-ARQUIVOS-EXIT.
           EXIT.

       031-COLUNA-CABECALHO SECTION.
           MOVE WS-CAMPO-SAIDA(WS-IDX-CAMPO) TO WS-COD.
           IF WS-IDX-CAMPO > 1 THEN
               STRING ";" DELIMITED BY SIZE
                 INTO EXTCSV-LINHA WITH POINTER WS-POS-CSV
           END-IF.
           STRING WS-CAT-NOME(WS-COD) DELIMITED BY SPACE
             INTO EXTCSV-LINHA WITH POINTER WS-POS-CSV.
       031-COLUNA-CABECALHO-EXIT.
           EXIT.

       04-ENTRADA-SORT SECTION.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY CONTINUE
           END-START.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
             NOT AT END MOVE 0 TO WS-FIM-ARQCLI
           END-READ.
           PERFORM 041-AVALIAR-CLIENTE
             UNTIL WS-FIM-ARQCLI = 1.
       04-ENTRADA-SORT-EXIT.
           EXIT.

       041-AVALIAR-CLIENTE SECTION.
           PERFORM 0411-MONTAR-VALORES.
           MOVE "S" TO WS-ATENDE.
           PERFORM 0412-TESTAR-FILTRO
             VARYING WS-IDX-FILTRO FROM 1 BY 1
               UNTIL WS-IDX-FILTRO > 5
                  OR WS-ATENDE = "N".
           IF WS-ATENDE = "S" THEN
               PERFORM 0413-LIBERAR-LINHA
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
             NOT AT END MOVE 0 TO WS-FIM-ARQCLI
           END-READ.
       041-AVALIAR-CLIENTE-EXIT.
           EXIT.

       0411-MONTAR-VALORES SECTION.
           INITIALIZE WS-VALORES-CLIENTE.
           MOVE CLI-CODIGO      TO WS-ED-CODCLI.
           MOVE WS-ED-CODCLI    TO WS-VAL-TEXTO(1).
           MOVE CLI-CODIGO      TO WS-VAL-NUM(1).
           MOVE CLI-CNPJ        TO WS-ED-CNPJ.
           MOVE WS-ED-CNPJ      TO WS-VAL-TEXTO(2).
           MOVE CLI-CNPJ        TO WS-VAL-NUM(2).
           MOVE CLI-RAZAOSOCIAL TO WS-VAL-TEXTO(3).
           MOVE CLI-STATUS      TO WS-VAL-TEXTO(4).
           MOVE CLI-LOCALIDADE  TO WS-VAL-TEXTO(5).
           MOVE CLI-CEP         TO WS-ED-CEP.
           MOVE WS-ED-CEP       TO WS-VAL-TEXTO(6).
           MOVE CLI-CEP         TO WS-VAL-NUM(6).
           MOVE CLI-SEGMENTO    TO WS-VAL-TEXTO(7).
           MOVE CLI-REGIAO      TO WS-ED-REGIAO.
           MOVE WS-ED-REGIAO    TO WS-VAL-TEXTO(8).
           MOVE CLI-REGIAO      TO WS-VAL-NUM(8).
           MOVE CLI-CODVND      TO WS-ED-CODVND.
           MOVE WS-ED-CODVND    TO WS-VAL-TEXTO(9).
           MOVE CLI-CODVND      TO WS-VAL-NUM(9).
           MOVE CLI-LATITUDE    TO WS-ED-COORD.
           MOVE WS-ED-COORD     TO WS-VAL-TEXTO(16).
           MOVE CLI-LATITUDE    TO WS-VAL-NUM(16).
           MOVE CLI-LONGITUDE   TO WS-ED-COORD.
           MOVE WS-ED-COORD     TO WS-VAL-TEXTO(17).
           MOVE CLI-LONGITUDE   TO WS-VAL-NUM(17).

           IF  WS-VENDEDOR-DISPONIVEL = "S"
           AND CLI-CODVND > 0 THEN
               MOVE CLI-CODVND TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                 INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-VND = 0 THEN
                   MOVE VND-NOME      TO WS-VAL-TEXTO(10)
                   IF WS-SUPERVISOR = "S" THEN
                       MOVE VND-CPF   TO WS-ED-CPF
                       MOVE WS-ED-CPF TO WS-VAL-TEXTO(11)
                       MOVE VND-CPF   TO WS-VAL-NUM(11)
                   END-IF
                   MOVE VND-EQUIPE    TO WS-ED-REGIAO
                   MOVE WS-ED-REGIAO  TO WS-VAL-TEXTO(12)
                   MOVE VND-EQUIPE    TO WS-VAL-NUM(12)
               END-IF
           END-IF.

           IF WS-VISITA-DISPONIVEL = "S" THEN
               PERFORM 04111-ULTIMA-VISITA
               MOVE WS-ULTIMA-VISITA    TO WS-ED-DATA
               MOVE WS-ED-DATA          TO WS-VAL-TEXTO(13)
               MOVE WS-ULTIMA-VISITA    TO WS-VAL-NUM(13)
               MOVE WS-ULTIMO-RESULTADO TO WS-VAL-TEXTO(14)
           END-IF.

           IF WS-FATURA-DISPONIVEL = "S" THEN
               PERFORM 04112-SOMAR-FATURAMENTO
               MOVE WS-FAT-12M   TO WS-ED-VALOR
               MOVE WS-ED-VALOR  TO WS-VAL-TEXTO(15)
               MOVE WS-FAT-12M   TO WS-VAL-NUM(15)
           END-IF.
       0411-MONTAR-VALORES-EXIT.
           EXIT.

      *    AS VISITAS DO CLIENTE VEM EM ORDEM DE DATA E HORA: A ULTIMA
      *    LIDA E A MAIS RECENTE.
       04111-ULTIMA-VISITA SECTION.
           MOVE 0      TO WS-ULTIMA-VISITA.
           MOVE SPACES TO WS-ULTIMO-RESULTADO.
           MOVE 0 TO WS-FIM-VISITAS.
           MOVE CLI-CODIGO TO VISITA-CODCLI.
           MOVE 0          TO VISITA-DATA.
           MOVE 0          TO VISITA-HORA.
           START ARQ-VISITA KEY IS GREATER THAN VISITA-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-VISITAS
           END-START.
           IF WS-FIM-VISITAS = 0 THEN
               READ ARQ-VISITA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VISITAS
               END-READ
               PERFORM 041111-ACUMULAR-VISITA
                 UNTIL WS-FIM-VISITAS = 1
           END-IF.
       04111-ULTIMA-VISITA-EXIT.
           EXIT.

       041111-ACUMULAR-VISITA SECTION.
           IF VISITA-CODCLI NOT = CLI-CODIGO THEN
               MOVE 1 TO WS-FIM-VISITAS
           ELSE
               MOVE VISITA-DATA       TO WS-ULTIMA-VISITA
               MOVE VISITA-RESULTADO  TO WS-ULTIMO-RESULTADO
               READ ARQ-VISITA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-VISITAS
               END-READ
           END-IF.
       041111-ACUMULAR-VISITA-EXIT.
           EXIT.

       04112-SOMAR-FATURAMENTO SECTION.
           MOVE 0 TO WS-FAT-12M.
           MOVE 0 TO WS-FIM-FATURA.
           MOVE CLI-CODIGO    TO FAT-CODCLI.
           MOVE WS-ANOMES-INI TO FAT-ANOMES.
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-FATURA
           END-START.
           IF WS-FIM-FATURA = 0 THEN
               READ ARQ-FATURA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FATURA
               END-READ
               PERFORM 041121-ACUMULAR-FATURA
                 UNTIL WS-FIM-FATURA = 1
           END-IF.
       04112-SOMAR-FATURAMENTO-EXIT.
           EXIT.

       041121-ACUMULAR-FATURA SECTION.
           IF FAT-CODCLI NOT = CLI-CODIGO
           OR FAT-ANOMES > WS-ANOMES-FIM THEN
               MOVE 1 TO WS-FIM-FATURA
           ELSE
               ADD FAT-VALOR TO WS-FAT-12M
               READ ARQ-FATURA NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-FATURA
               END-READ
           END-IF.
       041121-ACUMULAR-FATURA-EXIT.
           EXIT.

      *    AS CONDICOES SAO TODAS COMBINADAS POR "E": A PRIMEIRA QUE
      *    FALHA DESCARTA O CLIENTE. TEXTO E COMPARADO EM MAIUSCULAS.
       0412-TESTAR-FILTRO SECTION.
           IF EXD-FIL-CAMPO(WS-IDX-FILTRO) = 0 THEN
               GO TO 0412-TESTAR-FILTRO-EXIT
           END-IF.
           MOVE EXD-FIL-CAMPO(WS-IDX-FILTRO) TO WS-COD.
           MOVE WS-VAL-TEXTO(WS-COD) TO WS-TEXTO-CMP.
           INSPECT WS-TEXTO-CMP CONVERTING WS-MINUSCULAS
                                        TO WS-MAIUSCULAS.
           MOVE EXD-FIL-VALOR-1(WS-IDX-FILTRO) TO WS-VALOR-CMP.
           INSPECT WS-VALOR-CMP CONVERTING WS-MINUSCULAS
                                        TO WS-MAIUSCULAS.
           EVALUATE TRUE
           WHEN EXD-FIL-CONTEM(WS-IDX-FILTRO)
             IF WS-VALOR-CMP NOT = SPACES THEN
                 COMPUTE WS-TAM-VALOR = FUNCTION LENGTH(
                         FUNCTION TRIM(WS-VALOR-CMP TRAILING))
                 MOVE 0 TO WS-CONT-OCORR
                 INSPECT WS-TEXTO-CMP
                   TALLYING WS-CONT-OCORR
                   FOR ALL WS-VALOR-CMP(1:WS-TAM-VALOR)
                 IF WS-CONT-OCORR = 0 THEN
                     MOVE "N" TO WS-ATENDE
                 END-IF
             END-IF
           WHEN WS-CAT-TIPO(WS-COD) = "N"
            AND EXD-FIL-IGUAL(WS-IDX-FILTRO)
             IF WS-VAL-NUM(WS-COD) NOT = WS-FIL-NUM-1(WS-IDX-FILTRO)
             THEN
                 MOVE "N" TO WS-ATENDE
             END-IF
           WHEN WS-CAT-TIPO(WS-COD) = "N"
             IF  EXD-FIL-VALOR-1(WS-IDX-FILTRO) NOT = SPACES
             AND WS-VAL-NUM(WS-COD) < WS-FIL-NUM-1(WS-IDX-FILTRO)
             THEN
                 MOVE "N" TO WS-ATENDE
             END-IF
             IF  EXD-FIL-VALOR-2(WS-IDX-FILTRO) NOT = SPACES
             AND WS-VAL-NUM(WS-COD) > WS-FIL-NUM-2(WS-IDX-FILTRO)
             THEN
                 MOVE "N" TO WS-ATENDE
             END-IF
           WHEN EXD-FIL-IGUAL(WS-IDX-FILTRO)
             IF WS-TEXTO-CMP NOT = WS-VALOR-CMP THEN
                 MOVE "N" TO WS-ATENDE
             END-IF
           WHEN OTHER
             IF  WS-VALOR-CMP NOT = SPACES
             AND WS-TEXTO-CMP < WS-VALOR-CMP THEN
                 MOVE "N" TO WS-ATENDE
             END-IF
             MOVE EXD-FIL-VALOR-2(WS-IDX-FILTRO) TO WS-VALOR-CMP
             INSPECT WS-VALOR-CMP CONVERTING WS-MINUSCULAS
                                          TO WS-MAIUSCULAS
             IF  WS-VALOR-CMP NOT = SPACES
             AND WS-TEXTO-CMP > WS-VALOR-CMP THEN
                 MOVE "N" TO WS-ATENDE
             END-IF
           END-EVALUATE.
       0412-TESTAR-FILTRO-EXIT.
           EXIT.

       0413-LIBERAR-LINHA SECTION.
           MOVE 0      TO CHAVE-NUM-EXSORT.
           MOVE SPACES TO CHAVE-TXT-EXSORT.
           IF EXD-ORDEM-CAMPO >= 1 AND EXD-ORDEM-CAMPO <= 17 THEN
               IF WS-CAT-TIPO(EXD-ORDEM-CAMPO) = "N" THEN
                   MOVE WS-VAL-NUM(EXD-ORDEM-CAMPO) TO
                        CHAVE-NUM-EXSORT
               ELSE
                   MOVE WS-VAL-TEXTO(EXD-ORDEM-CAMPO) TO
                        CHAVE-TXT-EXSORT
                   INSPECT CHAVE-TXT-EXSORT
                     CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
               END-IF
           END-IF.
           MOVE CLI-CODIGO TO CODCLI-EXSORT.
           MOVE SPACES TO LINHA-EXSORT.
           MOVE 1 TO WS-POS-CSV.
           PERFORM 04131-COLUNA-DETALHE
             VARYING WS-IDX-CAMPO FROM 1 BY 1
               UNTIL WS-IDX-CAMPO > WS-QTD-CAMPOS.
           RELEASE REG-EXTRATO-SORT.
       0413-LIBERAR-LINHA-EXIT.
           EXIT.

       04131-COLUNA-DETALHE SECTION.
           MOVE WS-CAMPO-SAIDA(WS-IDX-CAMPO) TO WS-COD.
           IF WS-IDX-CAMPO > 1 THEN
               STRING ";" DELIMITED BY SIZE
                 INTO LINHA-EXSORT WITH POINTER WS-POS-CSV
           END-IF.
           IF WS-VAL-TEXTO(WS-COD) NOT = SPACES THEN
               STRING FUNCTION TRIM(WS-VAL-TEXTO(WS-COD))
                      DELIMITED BY SIZE
                 INTO LINHA-EXSORT WITH POINTER WS-POS-CSV
           END-IF.
       04131-COLUNA-DETALHE-EXIT.
           EXIT.

       05-SAIDA-SORT SECTION.
           MOVE 0 TO WS-FIM-SORT.
           PERFORM 051-GRAVAR-LINHA
             UNTIL WS-FIM-SORT = 1.
       05-SAIDA-SORT-EXIT.
           EXIT.

       051-GRAVAR-LINHA SECTION.
           RETURN EXTRATO-SORT
             AT END MOVE 1 TO WS-FIM-SORT
             NOT AT END
               MOVE LINHA-EXSORT TO EXTCSV-LINHA
               WRITE EXTCSV-LINHA
               ADD 1 TO WS-QTD-LINHAS
           END-RETURN.
       051-GRAVAR-LINHA-EXIT.
           EXIT.
