       identification division.
       program-id. "MONTA_VNDPROX".
       author.     Roberto Holz.
      *    MONTA O CACHE DE VENDEDORES MAIS PROXIMOS (ARQ_VNDPROX):
      *    PARA CADA CLIENTE ATIVO, OS N VENDEDORES ATIVOS MAIS
      *    PERTO, COM A DISTANCIA RODOVIARIA DA ROTINA COMUM
      *    CALCULA_DISTANCIA. A LISTA DE ESCOLHA DE VENDEDOR DO
      *    CADASTRO DE CLIENTES E OS RELATORIOS LEEM O CACHE EM VEZ
      *    DE RECALCULAR A MATRIZ CLIENTE X VENDEDOR INTEIRA.
      *    RODA NA JANELA NOTURNA (PASSO VNDPROX DO JOB_NOTURNO),
      *    ANTES DO DISTRIB - A DISTRIBUICAO ESVAZIA A FILA DE
      *    RECALCULO (ARQ_RECALQ) QUE ESTE PROGRAMA SO LE.
      *
      *    MONTAGEM COMPLETA (O ARQUIVO E RECRIADO) QUANDO:
      *      - O CACHE AINDA NAO EXISTE OU NAO TEM O REGISTRO DE
      *        CONTROLE;
      *      - O PARAMETRO VNDPROX_QTDE (N, DE 1 A 10, PADRAO 10)
      *        MUDOU DESDE A ULTIMA MONTAGEM;
      *      - A VARIAVEL DE AMBIENTE MONTA_VNDPROX_FULL=S;
      *      - O CADASTRO DE VENDEDORES MUDOU (ASSINATURA DE CODIGOS,
      *        COORDENADAS E SITUACAO) SEM NENHUM VENDEDOR NA FILA -
      *        A FILA FOI CONSUMIDA POR UM RECALCULO PARCIAL DO DIA.
      *    NOS DEMAIS CASOS A ATUALIZACAO E INCREMENTAL PELA FILA:
      *      - CLIENTE NA FILA: A LISTA DELE E REFEITA (OU APAGADA,
      *        SE O CLIENTE FOI INATIVADO OU EXCLUIDO);
      *      - VENDEDOR NA FILA: SAO REFEITAS AS LISTAS DOS CLIENTES
      *        QUE O CONTEM, OU PARA OS QUAIS ELE PASSOU A FICAR MAIS
      *        PERTO QUE O ULTIMO DA LISTA (OU A LISTA NAO ESTA
      *        CHEIA), OU CUJAS COORDENADAS MUDARAM DESDE O CALCULO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-recalq.cpy'.
         copy 'select-arq-vndprox.cpy'.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-recalq.cpy'.
         copy 'fd-arq-vndprox.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-RECALQ       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RECALQ  PIC 9(02) VALUE ZEROS.
              05 WS-RECALQ-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-VNDPROX      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDPROX PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE "JOBNOTURNO".
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
              05 WS-ENV-FULL          PIC X(01) VALUE SPACES.
              05 WS-MONTAGEM-COMPLETA PIC X(01) VALUE "N".
              05 WS-CACHE-NOVO        PIC X(01) VALUE "N".
              05 WS-FIM-ARQCLI        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-ARQVND        PIC 9(01) VALUE ZEROS.
              05 WS-FIM-RECALQ        PIC 9(01) VALUE ZEROS.
              05 WS-QTDE-MAXIMA       PIC 9(02) VALUE 10.
              05 WS-ASSINATURA-VND    PIC S9(13)V9(08) VALUE ZEROS.
              05 WS-CTL-QTDE-MAXIMA   PIC 9(02) VALUE ZEROS.
              05 WS-CTL-ASSINATURA-VND PIC S9(13)V9(08) VALUE ZEROS.
              05 WS-QTD-RECALCULADOS  PIC 9(07) VALUE ZEROS.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-RECALCULAR        PIC X(01) VALUE "N".
              05 WS-DISTANCIA-CALC    PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-IDX-VND           PIC 9(05) VALUE ZEROS.
              05 WS-IDX-FILA          PIC 9(05) VALUE ZEROS.
              05 WS-IDX-VIZ           PIC 9(02) VALUE ZEROS.
              05 WS-POS-VIZ           PIC 9(02) VALUE ZEROS.
              05 WS-POSICAO-ACHADA    PIC X(01) VALUE "N".
              05 WS-CODCLI-EXCLUIR    PIC 9(07) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
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
                 10 WS-JOB-HORA-INI   PIC 9(06) VALUE ZEROS.
                 10 WS-JOB-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-JOB-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-QTD-AVISOS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-RETORNO    PIC 9(04) VALUE ZEROS.

      *    LISTA EM MONTAGEM DO CLIENTE CORRENTE (MESMO LAYOUT DE
      *    PRX-VIZINHOS), MANTIDA ORDENADA POR DISTANCIA.
           01 WS-LISTA-VIZINHOS.
              05 WS-VIZ-QTDE          PIC 9(02) VALUE ZEROS.
              05 WS-VIZINHOS.
                 10 WS-VIZ-ITEM OCCURS 10 TIMES.
                    15 WS-VIZ-CODVND      PIC 9(05).
                    15 WS-VIZ-DISTANCIA   PIC 9(08)V9(03).

      *    VENDEDORES ATIVOS, CARREGADOS UMA VEZ POR RODADA.
           01 WS-TAB-VENDEDOR.
              05 WS-QTD-VENDEDORES    PIC 9(05) VALUE ZEROS.
              05 WS-TAB-VND-ITEM OCCURS 20000 TIMES.
                 10 WS-TAB-VND-CODIGO        PIC 9(05).
                 10 WS-TAB-VND-LATITUDE      PIC S9(03)V9(08).
                 10 WS-TAB-VND-LONGITUDE     PIC S9(03)V9(08).

      *    POSICAO DO VENDEDOR NA TABELA DE ATIVOS (ZERO = INATIVO OU
      *    INEXISTENTE) E MARCA DE VENDEDOR NA FILA, INDEXADAS DIRETO
      *    PELO CODIGO.
           01 WS-POSICOES-VND.
              05 WS-POS-VND           PIC 9(05) OCCURS 99999 TIMES.
           01 WS-MARCAS-FILA-VND.
              05 WS-VND-NA-FILA       PIC X(01) OCCURS 99999 TIMES.

      *    VENDEDORES DA FILA (CODIGOS); ACIMA DO LIMITE DA TABELA A
      *    MONTAGEM PASSA A SER COMPLETA.
           01 WS-FILA-VENDEDORES.
              05 WS-QTD-VND-FILA      PIC 9(05) VALUE ZEROS.
              05 WS-FILA-VND-CODIGO   PIC 9(05) OCCURS 2000 TIMES.

       procedure division.
       00-controle section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           PERFORM 01-abrir-arquivos.
           IF WS-RC-BATCH < 8 THEN
               PERFORM 02-ler-parametros
               PERFORM 03-carregar-vendedores
               PERFORM 04-examinar-fila
               PERFORM 05-decidir-montagem
               IF WS-MONTAGEM-COMPLETA = "S" THEN
                   PERFORM 06-montar-completo
               ELSE
                   PERFORM 07-atualizar-pela-fila
               END-IF
               PERFORM 08-gravar-controle
               PERFORM 09-fechar-arquivos
           END-IF.

           MOVE "MONTA_VNDPROX"     TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID     TO WS-JOB-OPERADOR.
           MOVE WS-QTD-RECALCULADOS TO WS-JOB-QTD-REGISTROS.
           MOVE 0                  TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH        TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
           goback.
       00-controle-exit. exit.

       01-abrir-arquivos section.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           IF  (WS-RESULTADO-ACESSO <> 00
                AND WS-RESULTADO-ACESSO <> 05)
           OR  (WS-RST-ACESS-VND <> 00
                AND WS-RST-ACESS-VND <> 05) THEN
               DISPLAY "MONTA_VNDPROX: erro na abertura dos cadastros"
               MOVE 8 TO WS-RC-BATCH
               GO TO 01-abrir-arquivos-exit
           END-IF.

      *    SEM FILA (NUNCA HOUVE ALTERACAO) NAO HA O QUE ATUALIZAR
      *    INCREMENTALMENTE; A FILA NUNCA E ALTERADA AQUI.
           MOVE "ARQ_RECALQ" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-RECALQ.
           OPEN INPUT ARQ-RECALQ.
           IF  WS-RST-ACESS-RECALQ = 00
           OR  WS-RST-ACESS-RECALQ = 05 THEN
               MOVE "S" TO WS-RECALQ-DISPONIVEL
           ELSE
               MOVE "N" TO WS-RECALQ-DISPONIVEL
           END-IF.

           MOVE "ARQ_VNDPROX" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDPROX.
           OPEN I-O ARQ-VNDPROX.
           IF WS-RST-ACESS-VNDPROX = 35 THEN
               OPEN OUTPUT ARQ-VNDPROX
               CLOSE ARQ-VNDPROX
               OPEN I-O ARQ-VNDPROX
               MOVE "S" TO WS-CACHE-NOVO
           END-IF.
           IF WS-RST-ACESS-VNDPROX <> 00 THEN
               DISPLAY "MONTA_VNDPROX: erro na abertura do cache"
               MOVE 8 TO WS-RC-BATCH
           END-IF.
       01-abrir-arquivos-exit.
           EXIT.

       02-ler-parametros section.
           MOVE "VNDPROX_QTDE" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-QTDE-MAXIMA =
                       FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           IF WS-QTDE-MAXIMA < 1
           OR WS-QTDE-MAXIMA > 10 THEN
               MOVE 10 TO WS-QTDE-MAXIMA
           END-IF.
           ACCEPT WS-ENV-FULL FROM ENVIRONMENT "MONTA_VNDPROX_FULL".
       02-ler-parametros-exit.
           EXIT.

      *    A ASSINATURA SOMA CODIGO E COORDENADAS DE CADA VENDEDOR
      *    ATIVO: MUDA QUANDO UM VENDEDOR E INCLUIDO, INATIVADO OU
      *    MUDA DE LUGAR.
       03-carregar-vendedores section.
           INITIALIZE WS-POSICOES-VND.
           MOVE 0 TO WS-QTD-VENDEDORES.
           MOVE 0 TO WS-ASSINATURA-VND.
           MOVE 0 TO WS-FIM-ARQVND.
           MOVE LOW-VALUES TO VND-CODIGO.
           START ARQ-VENDEDOR KEY IS NOT LESS THAN VND-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQVND
           END-START.
           IF WS-FIM-ARQVND = 0 THEN
               READ ARQ-VENDEDOR NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQVND
               END-READ
               PERFORM 031-guardar-vendedor
                 UNTIL WS-FIM-ARQVND = 1
                    OR WS-QTD-VENDEDORES >= 20000
           END-IF.
       03-carregar-vendedores-exit.
           EXIT.

       031-guardar-vendedor section.
           IF VND-STATUS-ATIVO
           AND VND-CODIGO > 0 THEN
               ADD 1 TO WS-QTD-VENDEDORES
               MOVE VND-CODIGO
                 TO WS-TAB-VND-CODIGO(WS-QTD-VENDEDORES)
               MOVE VND-LATITUDE
                 TO WS-TAB-VND-LATITUDE(WS-QTD-VENDEDORES)
               MOVE VND-LONGITUDE
                 TO WS-TAB-VND-LONGITUDE(WS-QTD-VENDEDORES)
               MOVE WS-QTD-VENDEDORES TO WS-POS-VND(VND-CODIGO)
               COMPUTE WS-ASSINATURA-VND = WS-ASSINATURA-VND
                       + VND-CODIGO * (VND-LATITUDE
                       + VND-LONGITUDE * 2 + 1000)
           END-IF.
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQVND
             NOT AT END MOVE 0 TO WS-FIM-ARQVND
           END-READ.
       031-guardar-vendedor-exit.
           EXIT.

      *    PRIMEIRA PASSADA NA FILA: SO OS VENDEDORES, QUE DECIDEM O
      *    TIPO DE MONTAGEM. OS CLIENTES SAO TRATADOS DEPOIS.
       04-examinar-fila section.
           INITIALIZE WS-MARCAS-FILA-VND.
           MOVE 0 TO WS-QTD-VND-FILA.
           IF WS-RECALQ-DISPONIVEL = "N" THEN
               GO TO 04-examinar-fila-exit
           END-IF.
           MOVE 0 TO WS-FIM-RECALQ.
           MOVE LOW-VALUES TO RCQ-CHAVE.
           START ARQ-RECALQ KEY IS NOT LESS THAN RCQ-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-RECALQ
           END-START.
           IF WS-FIM-RECALQ = 0 THEN
               READ ARQ-RECALQ NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-RECALQ
               END-READ
               PERFORM 041-anotar-vendedor-fila
                 UNTIL WS-FIM-RECALQ = 1
           END-IF.
       04-examinar-fila-exit.
           EXIT.

       041-anotar-vendedor-fila section.
           IF RCQ-TIPO-VENDEDOR
           AND RCQ-CODIGO > 0
           AND RCQ-CODIGO <= 99999 THEN
               IF WS-VND-NA-FILA(RCQ-CODIGO) NOT = "S" THEN
                   MOVE "S" TO WS-VND-NA-FILA(RCQ-CODIGO)
                   ADD 1 TO WS-QTD-VND-FILA
                   IF WS-QTD-VND-FILA <= 2000 THEN
                       MOVE RCQ-CODIGO
                         TO WS-FILA-VND-CODIGO(WS-QTD-VND-FILA)
                   END-IF
               END-IF
           END-IF.
           READ ARQ-RECALQ NEXT RECORD
             AT END MOVE 1 TO WS-FIM-RECALQ
             NOT AT END MOVE 0 TO WS-FIM-RECALQ
           END-READ.
       041-anotar-vendedor-fila-exit.
           EXIT.

       05-decidir-montagem section.
           MOVE "N" TO WS-MONTAGEM-COMPLETA.
           MOVE 0 TO WS-CTL-QTDE-MAXIMA.
           MOVE 0 TO WS-CTL-ASSINATURA-VND.
           IF WS-CACHE-NOVO = "S" THEN
               MOVE "S" TO WS-MONTAGEM-COMPLETA
               GO TO 05-decidir-montagem-exit
           END-IF.
           MOVE 0 TO PRX-CODCLI.
           READ ARQ-VNDPROX KEY IS PRX-CODCLI
             INVALID KEY MOVE "S" TO WS-MONTAGEM-COMPLETA
           END-READ.
           IF WS-MONTAGEM-COMPLETA = "S" THEN
               GO TO 05-decidir-montagem-exit
           END-IF.
           MOVE PRX-CTL-QTDE-MAXIMA    TO WS-CTL-QTDE-MAXIMA.
           MOVE PRX-CTL-ASSINATURA-VND TO WS-CTL-ASSINATURA-VND.
           IF WS-ENV-FULL = "S"
           OR WS-CTL-QTDE-MAXIMA NOT = WS-QTDE-MAXIMA
           OR WS-QTD-VND-FILA > 2000 THEN
               MOVE "S" TO WS-MONTAGEM-COMPLETA
           END-IF.
           IF  WS-CTL-ASSINATURA-VND NOT = WS-ASSINATURA-VND
           AND WS-QTD-VND-FILA = 0 THEN
               MOVE "S" TO WS-MONTAGEM-COMPLETA
           END-IF.
       05-decidir-montagem-exit.
           EXIT.

      *    MONTAGEM COMPLETA: RECRIA O ARQUIVO E CALCULA A LISTA DE
      *    TODOS OS CLIENTES ATIVOS.
       06-montar-completo section.
           CLOSE ARQ-VNDPROX.
           OPEN OUTPUT ARQ-VNDPROX.
           CLOSE ARQ-VNDPROX.
           OPEN I-O ARQ-VNDPROX.
           MOVE 0 TO WS-FIM-ARQCLI.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQCLI
           END-START.
           IF WS-FIM-ARQCLI = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQCLI
               END-READ
               PERFORM 061-montar-um-cliente
                 UNTIL WS-FIM-ARQCLI = 1
           END-IF.
       06-montar-completo-exit.
           EXIT.

       061-montar-um-cliente section.
           IF CLI-STATUS-ATIVO
           AND CLI-CODIGO > 0 THEN
               PERFORM 10-calcular-vizinhos
               PERFORM 11-gravar-lista
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
             NOT AT END MOVE 0 TO WS-FIM-ARQCLI
           END-READ.
       061-montar-um-cliente-exit.
           EXIT.

       07-atualizar-pela-fila section.
           IF WS-RECALQ-DISPONIVEL = "N" THEN
               GO TO 07-atualizar-pela-fila-exit
           END-IF.
           MOVE 0 TO WS-FIM-RECALQ.
           MOVE LOW-VALUES TO RCQ-CHAVE.
           START ARQ-RECALQ KEY IS NOT LESS THAN RCQ-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-RECALQ
           END-START.
           IF WS-FIM-RECALQ = 0 THEN
               READ ARQ-RECALQ NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-RECALQ
               END-READ
               PERFORM 071-atualizar-cliente-fila
                 UNTIL WS-FIM-RECALQ = 1
           END-IF.
           IF WS-QTD-VND-FILA > 0 THEN
               PERFORM 072-varrer-clientes
           END-IF.
       07-atualizar-pela-fila-exit.
           EXIT.

       071-atualizar-cliente-fila section.
           IF RCQ-TIPO-CLIENTE
           AND RCQ-CODIGO > 0 THEN
               MOVE RCQ-CODIGO TO CLI-CODIGO
               READ ARQ-CLIENTE KEY IS CLI-CODIGO
                 INVALID KEY CONTINUE
               END-READ
               IF  WS-RESULTADO-ACESSO = 0
               AND CLI-STATUS-ATIVO THEN
                   PERFORM 10-calcular-vizinhos
                   PERFORM 11-gravar-lista
               ELSE
                   MOVE RCQ-CODIGO TO WS-CODCLI-EXCLUIR
                   PERFORM 12-excluir-lista
               END-IF
           END-IF.
           READ ARQ-RECALQ NEXT RECORD
             AT END MOVE 1 TO WS-FIM-RECALQ
             NOT AT END MOVE 0 TO WS-FIM-RECALQ
           END-READ.
       071-atualizar-cliente-fila-exit.
           EXIT.

      *    VENDEDORES NA FILA: PASSA POR TODOS OS CLIENTES E REFAZ SO
      *    AS LISTAS QUE ELES PODEM TER ALTERADO.
       072-varrer-clientes section.
           MOVE 0 TO WS-FIM-ARQCLI.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-ARQCLI
           END-START.
           IF WS-FIM-ARQCLI = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-ARQCLI
               END-READ
               PERFORM 0721-avaliar-cliente
                 UNTIL WS-FIM-ARQCLI = 1
           END-IF.
       072-varrer-clientes-exit.
           EXIT.

       0721-avaliar-cliente section.
           IF CLI-STATUS-ATIVO
           AND CLI-CODIGO > 0 THEN
               PERFORM 07211-verificar-lista
               IF WS-RECALCULAR = "S" THEN
                   PERFORM 10-calcular-vizinhos
                   PERFORM 11-gravar-lista
               END-IF
           ELSE
               MOVE CLI-CODIGO TO WS-CODCLI-EXCLUIR
               PERFORM 12-excluir-lista
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-ARQCLI
             NOT AT END MOVE 0 TO WS-FIM-ARQCLI
           END-READ.
       0721-avaliar-cliente-exit.
           EXIT.

       07211-verificar-lista section.
           MOVE "N" TO WS-RECALCULAR.
           MOVE CLI-CODIGO TO PRX-CODCLI.
           READ ARQ-VNDPROX KEY IS PRX-CODCLI
             INVALID KEY MOVE "S" TO WS-RECALCULAR
           END-READ.
           IF WS-RECALCULAR = "S" THEN
               GO TO 07211-verificar-lista-exit
           END-IF.
           IF PRX-LATITUDE  NOT = CLI-LATITUDE
           OR PRX-LONGITUDE NOT = CLI-LONGITUDE
           OR PRX-REGIAO    NOT = CLI-REGIAO
           OR PRX-QTDE      < WS-QTDE-MAXIMA THEN
               MOVE "S" TO WS-RECALCULAR
               GO TO 07211-verificar-lista-exit
           END-IF.
           MOVE 1 TO WS-IDX-VIZ.
           PERFORM 072111-testar-vizinho
             UNTIL WS-IDX-VIZ > PRX-QTDE
                OR WS-RECALCULAR = "S".
           MOVE 1 TO WS-IDX-FILA.
           PERFORM 072112-testar-vendedor-fila
             UNTIL WS-IDX-FILA > WS-QTD-VND-FILA
                OR WS-RECALCULAR = "S".
       07211-verificar-lista-exit.
           EXIT.

      *    UM VENDEDOR DA LISTA FOI ALTERADO (MUDOU DE LUGAR OU FOI
      *    INATIVADO): A LISTA INTEIRA E REFEITA.
       072111-testar-vizinho section.
           IF WS-VND-NA-FILA(PRX-CODVND(WS-IDX-VIZ)) = "S" THEN
               MOVE "S" TO WS-RECALCULAR
           END-IF.
           ADD 1 TO WS-IDX-VIZ.
       072111-testar-vizinho-exit.
           EXIT.

      *    UM VENDEDOR DA FILA, ATIVO, QUE FICOU MAIS PERTO QUE O
      *    ULTIMO DA LISTA TAMBEM OBRIGA A REFAZE-LA.
       072112-testar-vendedor-fila section.
           MOVE WS-POS-VND(WS-FILA-VND-CODIGO(WS-IDX-FILA))
             TO WS-IDX-VND.
           IF WS-IDX-VND > 0 THEN
               PERFORM 101-calcular-distancia
               IF WS-DISTANCIA-CALC < PRX-DISTANCIA(PRX-QTDE) THEN
                   MOVE "S" TO WS-RECALCULAR
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-FILA.
       072112-testar-vendedor-fila-exit.
           EXIT.

       08-gravar-controle section.
           MOVE SPACES TO PRX-REGISTRO.
           MOVE 0                 TO PRX-CODCLI.
           MOVE WS-QTDE-MAXIMA    TO PRX-CTL-QTDE-MAXIMA.
           MOVE WS-ASSINATURA-VND TO PRX-CTL-ASSINATURA-VND.
           MOVE WS-DATA-HOJE      TO PRX-CTL-DATA.
           MOVE WS-HORA-AGORA(1:6) TO PRX-CTL-HORA.
           WRITE PRX-REGISTRO
             INVALID KEY REWRITE PRX-REGISTRO
           END-WRITE.
       08-gravar-controle-exit.
           EXIT.

       09-fechar-arquivos section.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-VNDPROX.
           IF WS-RECALQ-DISPONIVEL = "S" THEN
               CLOSE ARQ-RECALQ
           END-IF.
       09-fechar-arquivos-exit.
           EXIT.

      *    LISTA DO CLIENTE CORRENTE: INSERCAO ORDENADA, GUARDANDO SO
      *    OS WS-QTDE-MAXIMA MAIS PERTO.
       10-calcular-vizinhos section.
           INITIALIZE WS-LISTA-VIZINHOS.
           MOVE 1 TO WS-IDX-VND.
           PERFORM 102-avaliar-vendedor
             UNTIL WS-IDX-VND > WS-QTD-VENDEDORES.
       10-calcular-vizinhos-exit.
           EXIT.

      *    DISTANCIA DO CLIENTE CORRENTE AO VENDEDOR DA TABELA NO
      *    INDICE WS-IDX-VND.
       101-calcular-distancia section.
           MOVE CLI-LATITUDE  TO WS-CDI-LAT-ORIGEM.
           MOVE CLI-LONGITUDE TO WS-CDI-LON-ORIGEM.
           MOVE WS-TAB-VND-LATITUDE(WS-IDX-VND)
                              TO WS-CDI-LAT-DESTINO.
           MOVE WS-TAB-VND-LONGITUDE(WS-IDX-VND)
                              TO WS-CDI-LON-DESTINO.
           MOVE CLI-REGIAO    TO WS-CDI-REGIAO.
           MOVE "S"           TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       101-calcular-distancia-exit.
           EXIT.

       102-avaliar-vendedor section.
           PERFORM 101-calcular-distancia.
           IF WS-VIZ-QTDE < WS-QTDE-MAXIMA THEN
               ADD 1 TO WS-VIZ-QTDE
               MOVE WS-VIZ-QTDE TO WS-POS-VIZ
               PERFORM 1021-inserir-vizinho
           ELSE
               IF WS-DISTANCIA-CALC <
                  WS-VIZ-DISTANCIA(WS-VIZ-QTDE) THEN
                   MOVE WS-VIZ-QTDE TO WS-POS-VIZ
                   PERFORM 1021-inserir-vizinho
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-VND.
       102-avaliar-vendedor-exit.
           EXIT.

      *    A POSICAO WS-POS-VIZ ESTA LIVRE (OU E A DO ULTIMO, QUE SAI
      *    DA LISTA); OS MAIS LONGES QUE O NOVO DESCEM UMA POSICAO.
       1021-inserir-vizinho section.
           MOVE "N" TO WS-POSICAO-ACHADA.
           PERFORM 10211-descer-vizinho
             UNTIL WS-POS-VIZ = 1
                OR WS-POSICAO-ACHADA = "S".
           MOVE WS-TAB-VND-CODIGO(WS-IDX-VND)
             TO WS-VIZ-CODVND(WS-POS-VIZ).
           MOVE WS-DISTANCIA-CALC TO WS-VIZ-DISTANCIA(WS-POS-VIZ).
       1021-inserir-vizinho-exit.
           EXIT.

       10211-descer-vizinho section.
           IF WS-VIZ-DISTANCIA(WS-POS-VIZ - 1) <=
              WS-DISTANCIA-CALC THEN
               MOVE "S" TO WS-POSICAO-ACHADA
               GO TO 10211-descer-vizinho-exit
           END-IF.
           MOVE WS-VIZ-ITEM(WS-POS-VIZ - 1)
             TO WS-VIZ-ITEM(WS-POS-VIZ).
           SUBTRACT 1 FROM WS-POS-VIZ.
       10211-descer-vizinho-exit.
           EXIT.

       11-gravar-lista section.
           MOVE CLI-CODIGO              TO PRX-CODCLI.
           MOVE CLI-LATITUDE            TO PRX-LATITUDE.
           MOVE CLI-LONGITUDE           TO PRX-LONGITUDE.
           MOVE CLI-REGIAO              TO PRX-REGIAO.
           MOVE WS-CDI-REGIAO-EFETIVA   TO PRX-REGIAO-EFETIVA.
           MOVE WS-DATA-HOJE            TO PRX-DATA-CALC.
           MOVE WS-HORA-AGORA(1:6)      TO PRX-HORA-CALC.
           MOVE WS-VIZ-QTDE             TO PRX-QTDE.
           MOVE WS-VIZINHOS             TO PRX-VIZINHOS.
           WRITE PRX-REGISTRO
             INVALID KEY REWRITE PRX-REGISTRO
           END-WRITE.
           ADD 1 TO WS-QTD-RECALCULADOS.
       11-gravar-lista-exit.
           EXIT.

       12-excluir-lista section.
           MOVE WS-CODCLI-EXCLUIR TO PRX-CODCLI.
           DELETE ARQ-VNDPROX RECORD
             INVALID KEY CONTINUE
           END-DELETE.
       12-excluir-lista-exit.
           EXIT.
