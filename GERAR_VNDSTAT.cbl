         copy 'select-arq-resvis.cpy'.
         copy 'select-arq-histdist.cpy'.
         copy 'select-arq-vndstat.cpy'.
         copy 'select-arq-vndprox.cpy'.

       data division.
       file section.
         copy 'fd-arq-resvis.cpy'.
         copy 'fd-arq-histdist.cpy'.
         copy 'fd-arq-vndstat.cpy'.
         copy 'fd-arq-vndprox.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-HISTD-DISPONIVEL  PIC X(01) VALUE "N".
              05 WID-ARQ-VNDSTAT      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDSTAT PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-VNDPROX      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDPROX PIC 9(02) VALUE ZEROS.
              05 WS-VNDPROX-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-IDX-PRX           PIC 9(02) VALUE ZEROS.
              05 WS-DIST-NO-CACHE     PIC X(01) VALUE "N".
              05 WS-CODVND-LIDO       PIC 9(05) VALUE ZEROS.
              05 WS-RST-VND-LIDO      PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE "JOBNOTURNO".
              05 WS-ANOMES-CORRENTE   PIC 9(06) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-QTD-GRAVADOS      PIC 9(05) VALUE ZEROS.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-DISTANCIA-CALC    PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO         PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR   PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA      PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.
              05 WS-JOBLOG-PRM.
                 10 WS-JOB-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-JOB-DATA-INI   PIC 9(08) VALUE ZEROS.
               CLOSE ARQ-VNDSTAT
               OPEN I-O ARQ-VNDSTAT
           END-IF.
           MOVE "ARQ_VNDPROX" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDPROX.
           OPEN INPUT ARQ-VNDPROX.
           IF  WS-RST-ACESS-VNDPROX = 00
           OR  WS-RST-ACESS-VNDPROX = 05 THEN
               MOVE "S" TO WS-VNDPROX-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VNDPROX-DISPONIVEL
           END-IF.
       01-abrir-arquivos-exit.
           EXIT.

       031-acumular-um-movimento-exit.
           EXIT.

      *    A LEITURA E PELA CHAVE ALTERNATIVA CLI-CODVND A PARTIR DO
      *    VENDEDOR 1: OS CLIENTES SEM VENDEDOR NEM SAO LIDOS E OS DE
      *    CADA CARTEIRA VEM JUNTOS, ENTAO O VENDEDOR SO E RELIDO
      *    QUANDO O CODIGO MUDA.
       04-acumular-distancias section.
           MOVE 0 TO WS-FIM-ARQCLI.
           MOVE 0 TO WS-CODVND-LIDO.
           MOVE 0 TO CLI-CODVND.
           START ARQ-CLIENTE KEY IS GREATER THAN CLI-CODVND
             INVALID KEY MOVE 1 TO WS-FIM-ARQCLI
           END-START.
           IF WS-FIM-ARQCLI = 0 THEN
           EXIT.

       041-acumular-uma-distancia section.
           IF CLI-CODVND NOT = WS-CODVND-LIDO THEN
               MOVE CLI-CODVND TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                 INVALID KEY CONTINUE
               END-READ
               MOVE WS-RST-ACESS-VND TO WS-RST-VND-LIDO
               MOVE CLI-CODVND TO WS-CODVND-LIDO
           END-IF.
           IF CLI-STATUS-ATIVO THEN
               IF WS-RST-VND-LIDO = 0 THEN
                   PERFORM 0412-buscar-distancia-cache
                   IF WS-DIST-NO-CACHE = "N" THEN
                       PERFORM 0411-calcular-distancia
                   END-IF
                   ADD WS-DISTANCIA-CALC
                     TO WS-ACC-SOMA-DIST(CLI-CODVND)
                   ADD 1 TO WS-ACC-QTD-DIST(CLI-CODVND)
       041-acumular-uma-distancia-exit.
           EXIT.

      *    DISTANCIA RODOVIARIA PELA ROTINA COMUM CALCULA_DISTANCIA,
      *    A MESMA DE 02111-CALCULAR-DISTANCIA EM CALC_DISTRIBUICAO.
       0411-calcular-distancia section.
           MOVE CLI-LATITUDE  TO WS-CDI-LAT-ORIGEM.
           MOVE CLI-LONGITUDE TO WS-CDI-LON-ORIGEM.
           MOVE VND-LATITUDE  TO WS-CDI-LAT-DESTINO.
           MOVE VND-LONGITUDE TO WS-CDI-LON-DESTINO.
           MOVE CLI-REGIAO    TO WS-CDI-REGIAO.
           MOVE "S"           TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       0411-calcular-distancia-exit.
           EXIT.

      *    QUANDO O VENDEDOR DO CLIENTE ESTA ENTRE OS MAIS PROXIMOS
      *    GUARDADOS EM ARQ-VNDPROX, A DISTANCIA VEM DO CACHE. O
      *    REGISTRO SO VALE SE AS COORDENADAS E A REGIAO DO CLIENTE
      *    AINDA SAO AS MESMAS DA MONTAGEM.
       0412-buscar-distancia-cache section.
           MOVE "N" TO WS-DIST-NO-CACHE.
           IF WS-VNDPROX-DISPONIVEL = "N" THEN
               GO TO 0412-buscar-distancia-cache-exit
           END-IF.
           MOVE CLI-CODIGO TO PRX-CODCLI.
           READ ARQ-VNDPROX KEY IS PRX-CODCLI
             INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-VNDPROX NOT = 0 THEN
               GO TO 0412-buscar-distancia-cache-exit
           END-IF.
           IF PRX-LATITUDE  NOT = CLI-LATITUDE
           OR PRX-LONGITUDE NOT = CLI-LONGITUDE
           OR PRX-REGIAO    NOT = CLI-REGIAO THEN
               GO TO 0412-buscar-distancia-cache-exit
           END-IF.
           MOVE 1 TO WS-IDX-PRX.
           PERFORM 04121-procurar-vendedor-cache
             UNTIL WS-IDX-PRX > PRX-QTDE
                OR WS-DIST-NO-CACHE = "S".
       0412-buscar-distancia-cache-exit.
           EXIT.

       04121-procurar-vendedor-cache section.
           IF PRX-CODVND(WS-IDX-PRX) = CLI-CODVND THEN
               MOVE PRX-DISTANCIA(WS-IDX-PRX) TO WS-DISTANCIA-CALC
               MOVE "S" TO WS-DIST-NO-CACHE
           END-IF.
           ADD 1 TO WS-IDX-PRX.
       04121-procurar-vendedor-cache-exit.
           EXIT.

       05-gravar-fotografias section.
               CLOSE ARQ-HISTDIST
           END-IF.
           CLOSE ARQ-VNDSTAT.
           IF WS-VNDPROX-DISPONIVEL = "S" THEN
               CLOSE ARQ-VNDPROX
           END-IF.
       06-fechar-arquivos-exit.
           EXIT.
