       identification division.
       program-id. "APROVA_ALTERACAO".
       author.     Roberto Holz.
      *    APROVACAO EM DUAS PESSOAS DAS ALTERACOES SENSIVEIS DE
      *    CADASTRO. OS CADASTROS DE VENDEDORES, PARAMETROS E
      *    OPERADORES NAO APLICAM ESSAS ALTERACOES: REGISTRAM O
      *    PEDIDO EM ARQ_APROV (REGISTRA_APROVACAO) COM AS IMAGENS
      *    ANTES E DEPOIS DO REGISTRO. NESTA TELA UM SUPERVISOR QUE
      *    NAO SEJA O REQUISITANTE APROVA OU REJEITA O PEDIDO. SO A
      *    APROVACAO APLICA A IMAGEM DEPOIS NO CADASTRO E GRAVA AS
      *    IMAGENS NO DIARIO DE AUDITORIA; A REJEICAO DEVOLVE O
      *    PEDIDO COM UMA NOTA.
      *    SE O REGISTRO MUDOU ENTRE O PEDIDO E A DECISAO (VERSAO DO
      *    VENDEDOR OU IMAGEM DO PARAMETRO/OPERADOR DIFERENTE DA
      *    IMAGEM ANTES DO PEDIDO), O PEDIDO E REJEITADO EM VEZ DE
      *    SOBREPOR A ALTERACAO POSTERIOR.
      *    PEDIDOS PENDENTES HA MAIS DE APROV_DIAS_EXPIRA DIAS
      *    (PARAMETRO, PADRAO 7) EXPIRAM NA ABERTURA DESTA TELA.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-aprov.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-param.cpy'.
         copy 'select-arq-operador.cpy'.
         copy 'select-arq-recalq.cpy'.

       data division.
       file section.
         copy 'fd-arq-aprov.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-param.cpy'.
         copy 'fd-arq-operador.cpy'.
         copy 'fd-arq-recalq.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-APROV        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-APROV   PIC 9(02) VALUE ZEROS.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-PARAM        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-PARAM   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-OPERADOR      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-OPERADOR PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-RECALQ       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RECALQ  PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-OPERADOR-PERFIL   PIC X(01) VALUE SPACES.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-MSG-APV           PIC X(40) VALUE SPACES.
              05 WS-TEL-APV-ID        PIC 9(07) VALUE ZEROS.
              05 WS-TEL-DECISAO       PIC X(01) VALUE SPACES.
              05 WS-TEL-NOTA          PIC X(30) VALUE SPACES.
              05 WS-EMPRESA-CODIGO    PIC X(02) VALUE SPACES.
              05 WS-TRAVA-REG.
                 10 WS-TRV-FUNCAO     PIC X(02) VALUE SPACES.
                 10 WS-TRV-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-TRV-OK         PIC X(01) VALUE "N".
                 10 WS-TRV-DETENTOR   PIC X(10) VALUE SPACES.
                 10 WS-TRV-DATA       PIC 9(08) VALUE ZEROS.
                 10 WS-TRV-HORA       PIC 9(06) VALUE ZEROS.
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 WS-DIAS-EXPIRA       PIC 9(03) VALUE 7.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-DIAS-INT          PIC 9(08) VALUE ZEROS.
              05 WS-DATA-CORTE        PIC 9(08) VALUE ZEROS.
              05 WS-QTD-EXPIRADOS     PIC 9(05) VALUE ZEROS.
              05 WS-QTD-EXPIRADOS-ED  PIC Z(4)9.
              05 WS-RESULTADO-APLICACAO PIC X(01) VALUE SPACES.
                 88 WS-APLICACAO-OK        VALUE "S".
                 88 WS-APLICACAO-CONFLITO  VALUE "C".
                 88 WS-APLICACAO-ERRO      VALUE "E".
              05 WS-VND-QTDE-ATUAL    PIC 9(05) VALUE ZEROS.
              05 WS-VND-VERSAO-ATUAL  PIC 9(09) VALUE ZEROS.
              05 WS-RECALC-LAT-ANT    PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-RECALC-LON-ANT    PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-RECALC-STATUS-ANT PIC X(01) VALUE SPACES.
              05 WS-FIM-APROV         PIC 9(01) VALUE ZEROS.
              05 WS-QTD-TELA          PIC 9(02) VALUE ZEROS.
              05 WS-IDX-TELA          PIC 9(02) VALUE ZEROS.
              05 WS-TEL-PEND-LINHA    PIC X(70) OCCURS 8 TIMES.
              05 WS-PEND-LINHA-ED.
                 10 WS-PND-ED-ID           PIC ZZZZZZ9B.
                 10 WS-PND-ED-TIPO         PIC X(03)B.
                 10 WS-PND-ED-CHAVE        PIC X(10)B.
                 10 WS-PND-ED-REQ          PIC X(10)B.
                 10 WS-PND-ED-RESUMO       PIC X(36).

      *    IMAGEM ANTES DE UM PEDIDO DE VENDEDOR, SO PARA CONFERIR A
      *    VERSAO (MESMAS POSICOES DO VND-REGISTRO).
           01 WS-VND-IMAGEM-ANTES.
              05 FILLER                   PIC X(89).
              05 WS-VIA-VERSAO            PIC 9(09).
              05 FILLER                   PIC X(102).

           01 WS-AUDITORIA.
              05 WS-AUD-OPERADOR          PIC X(10) VALUE SPACES.
              05 WS-AUD-TIPO              PIC X(03) VALUE SPACES.
              05 WS-AUD-OPERACAO          PIC X(01) VALUE SPACES.
              05 WS-AUD-CHAVE             PIC 9(07) VALUE ZEROS.
              05 WS-AUD-IMAGEM-ANTES      PIC X(200) VALUE SPACES.
              05 WS-AUD-IMAGEM-DEPOIS     PIC X(200) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-APROV.
          05 VALUE "--- APROVACAO DE ALTERACOES SENSIVEIS ---"
          BLANK SCREEN LINE 1 COL 20.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-DECIDIR PENDENTES  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-APROV-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-APV.

       01 TELA-APROV-PENDENTES.
          05 VALUE "-- ALTERACOES PENDENTES DE APROVACAO --"
             BLANK SCREEN LINE 1 COL 20.
          05 VALUE "     ID TIP CHAVE      REQUIS.    RESUMO"
             LINE 3 COL 3.
          05 LINE 04 COL 3 PIC X(70) FROM WS-TEL-PEND-LINHA(1).
          05 LINE 05 COL 3 PIC X(70) FROM WS-TEL-PEND-LINHA(2).
          05 LINE 06 COL 3 PIC X(70) FROM WS-TEL-PEND-LINHA(3).
          05 LINE 07 COL 3 PIC X(70) FROM WS-TEL-PEND-LINHA(4).
          05 LINE 08 COL 3 PIC X(70) FROM WS-TEL-PEND-LINHA(5).
          05 LINE 09 COL 3 PIC X(70) FROM WS-TEL-PEND-LINHA(6).
          05 LINE 10 COL 3 PIC X(70) FROM WS-TEL-PEND-LINHA(7).
          05 LINE 11 COL 3 PIC X(70) FROM WS-TEL-PEND-LINHA(8).
          05 TELA-APV-ID.
             10 LINE 13 COL 3 VALUE "Numero do pedido (0=volta):".
             10 COLUMN PLUS 2 PIC 9(07) USING WS-TEL-APV-ID.
          05 TELA-APV-DECISAO.
             10 LINE 14 COL 3 VALUE "Decisao (A-Aprova R-Rejeita):".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-DECISAO.
          05 TELA-APV-NOTA.
             10 LINE 15 COL 3 VALUE "Nota.........................:".
             10 COLUMN PLUS 2 PIC X(30) USING WS-TEL-NOTA.
          05 TELA-APROV-PEND-MSG.
             10 LINE 18 COL 3 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-APV.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           ACCEPT WS-OPERADOR-PERFIL
               FROM ENVIRONMENT "OPERADOR_PERFIL".
      *    PEDIDOS DE VENDEDOR SAO DA EMPRESA DA SESSAO (A APROVACAO
      *    REGRAVA O ARQUIVO DE VENDEDORES DELA); PEDIDOS DE
      *    PARAMETRO E DE OPERADOR SAO GLOBAIS (EMPRESA "00") E
      *    APARECEM EM QUALQUER EMPRESA.
           ACCEPT WS-EMPRESA-CODIGO
               FROM ENVIRONMENT "EMPRESA_CODIGO".
           IF WS-EMPRESA-CODIGO IS NOT NUMERIC
           OR WS-EMPRESA-CODIGO = "00" THEN
               MOVE "01" TO WS-EMPRESA-CODIGO
           END-IF.
      *    O PRAZO E LIDO ANTES DE ABRIR O ARQ_PARAM EM I-O.
           MOVE "APROV_DIAS_EXPIRA" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:3) IS NUMERIC THEN
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-EXPIRA
           END-IF.
      *    TOKEN COMPARTILHADO DO SISTEMA, COMO NOS CADASTROS: A
      *    APROVACAO REGRAVA VENDEDOR E NAO PODE CRUZAR COM A
      *    DISTRIBUICAO.
           MOVE "SE" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           IF WS-TRV-OK NOT = "S" THEN
               MOVE SPACES TO WS-MSG-APV
               STRING "Sistema travado por " DELIMITED BY SIZE
                      WS-TRV-DETENTOR        DELIMITED BY SIZE
                 INTO WS-MSG-APV
               DISPLAY TELA-APROV
               DISPLAY TELA-APROV-MSG
               ACCEPT TELA-APROV
               goback
           END-IF.
           perform 01-inicializar.
           perform 02-processar
             until ws-acao = 9.
           perform 03-finalizar.
           MOVE "SL" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           MOVE "ARQ_APROV" TO WID-ARQ-APROV.
           OPEN I-O ARQ-APROV.
           IF WS-RST-ACESS-APROV = 35 THEN
               OPEN OUTPUT ARQ-APROV
               CLOSE ARQ-APROV
               OPEN I-O ARQ-APROV
           END-IF.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN I-O ARQ-VENDEDOR.
           MOVE "ARQ_PARAM" TO WID-ARQ-PARAM.
           OPEN I-O ARQ-PARAM.
           IF WS-RST-ACESS-PARAM = 35 THEN
               OPEN OUTPUT ARQ-PARAM
               CLOSE ARQ-PARAM
               OPEN I-O ARQ-PARAM
           END-IF.
           MOVE "ARQ_OPERADOR" TO WID-ARQ-OPERADOR.
           OPEN I-O ARQ-OPERADOR.
           IF WS-RST-ACESS-OPERADOR = 35 THEN
               OPEN OUTPUT ARQ-OPERADOR
               CLOSE ARQ-OPERADOR
               OPEN I-O ARQ-OPERADOR
           END-IF.
           PERFORM 011-expirar-pendentes.
       01-inicializar-exit. exit.

      *    PEDIDO PENDENTE HA MAIS DO PRAZO EXPIRA SEM APLICAR NADA;
      *    O REQUISITANTE PRECISA PEDIR DE NOVO SE AINDA QUISER.
       011-expirar-pendentes section.
           MOVE 0 TO WS-QTD-EXPIRADOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-DIAS-EXPIRA.
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INT).
           MOVE 0 TO WS-FIM-APROV.
           MOVE 0 TO APV-ID.
           START ARQ-APROV KEY IS GREATER THAN APV-ID
             INVALID KEY MOVE 1 TO WS-FIM-APROV
           END-START.
           IF WS-FIM-APROV = 0 THEN
               READ ARQ-APROV NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-APROV
               END-READ
               PERFORM 0111-expirar-um-pedido
                 UNTIL WS-FIM-APROV = 1
           END-IF.
           IF WS-QTD-EXPIRADOS > 0 THEN
               MOVE WS-QTD-EXPIRADOS TO WS-QTD-EXPIRADOS-ED
               MOVE SPACES TO WS-MSG-APV
               STRING "Pedidos expirados no prazo: " DELIMITED BY SIZE
                      WS-QTD-EXPIRADOS-ED DELIMITED BY SIZE
                 INTO WS-MSG-APV
           END-IF.
       011-expirar-pendentes-exit.
           EXIT.

       0111-expirar-um-pedido section.
           IF APV-PENDENTE
           AND APV-DATA < WS-DATA-CORTE THEN
               MOVE "X"          TO APV-SITUACAO
               MOVE SPACES       TO APV-DECISOR
               MOVE WS-DATA-HOJE TO APV-DATA-DECISAO
               MOVE "EXPIRADO SEM DECISAO NO PRAZO" TO
                    APV-NOTA-DECISAO
               REWRITE APV-REGISTRO
               ADD 1 TO WS-QTD-EXPIRADOS
           END-IF.
           READ ARQ-APROV NEXT RECORD
             AT END MOVE 1 TO WS-FIM-APROV
           END-READ.
       0111-expirar-um-pedido-exit.
           EXIT.

       02-processar section.
           DISPLAY TELA-APROV.
           ACCEPT TELA-APROV.
           MOVE SPACES TO WS-MSG-APV.
           if ws-acao = 1 then
      *        A SEGUNDA PESSOA DA APROVACAO E A SUPERVISAO, COMO NO
      *        ACEITE DE TRANSFERENCIAS.
               IF WS-OPERADOR-PERFIL = "S" THEN
                   PERFORM 021-decidir-pendentes
               ELSE
                   MOVE "Decisao restrita a supervisores" TO
                        WS-MSG-APV
                   DISPLAY TELA-APROV-MSG
               END-IF
           else
           if ws-acao <> 9 then
               MOVE "Opcao invalida" TO WS-MSG-APV
               DISPLAY TELA-APROV-MSG
           end-if
           end-if.
       02-processar-exit. exit.

       021-decidir-pendentes section.
           PERFORM 0211-listar-pendentes.
           IF WS-QTD-TELA = 0 THEN
               MOVE "Nenhuma aprovacao pendente" TO WS-MSG-APV
               DISPLAY TELA-APROV-MSG
               GO TO 021-decidir-pendentes-exit
           END-IF.
           MOVE 0 TO WS-TEL-APV-ID.
           MOVE SPACES TO WS-TEL-DECISAO.
           MOVE SPACES TO WS-TEL-NOTA.
           DISPLAY TELA-APROV-PENDENTES.
           ACCEPT TELA-APV-ID.
           IF WS-TEL-APV-ID = 0 THEN
               GO TO 021-decidir-pendentes-exit
           END-IF.
           ACCEPT TELA-APV-DECISAO.
           ACCEPT TELA-APV-NOTA.

           MOVE WS-TEL-APV-ID TO APV-ID.
           READ ARQ-APROV KEY IS APV-ID INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-APROV NOT = 0 THEN
               MOVE "Pedido nao encontrado" TO WS-MSG-APV
               DISPLAY TELA-APROV-PEND-MSG
               GO TO 021-decidir-pendentes-exit
           END-IF.
           IF NOT APV-PENDENTE THEN
               MOVE "Pedido ja decidido ou expirado" TO WS-MSG-APV
               DISPLAY TELA-APROV-PEND-MSG
               GO TO 021-decidir-pendentes-exit
           END-IF.
           IF  APV-EMPRESA NOT = WS-EMPRESA-CODIGO
           AND APV-EMPRESA NOT = "00" THEN
               MOVE "Pedido pertence a outra empresa" TO WS-MSG-APV
               DISPLAY TELA-APROV-PEND-MSG
               GO TO 021-decidir-pendentes-exit
           END-IF.
           IF APV-REQUISITANTE = WS-OPERADOR-ID THEN
               MOVE "Requisitante nao pode decidir o pedido" TO
                    WS-MSG-APV
               DISPLAY TELA-APROV-PEND-MSG
               GO TO 021-decidir-pendentes-exit
           END-IF.

           EVALUATE WS-TEL-DECISAO
           WHEN "A"
             PERFORM 0212-aplicar-alteracao
           WHEN "R"
             MOVE "R" TO APV-SITUACAO
             MOVE WS-OPERADOR-ID TO APV-DECISOR
             ACCEPT APV-DATA-DECISAO FROM DATE YYYYMMDD
             MOVE WS-TEL-NOTA TO APV-NOTA-DECISAO
             REWRITE APV-REGISTRO
             MOVE "Pedido rejeitado e devolvido" TO WS-MSG-APV
           WHEN OTHER
             MOVE "Decisao invalida (A/R)" TO WS-MSG-APV
           END-EVALUATE.
           DISPLAY TELA-APROV-PEND-MSG.
       021-decidir-pendentes-exit.
           EXIT.

       0211-listar-pendentes section.
           MOVE 1 TO WS-IDX-TELA.
           PERFORM 02111-limpar-linha
             UNTIL WS-IDX-TELA > 8.
           MOVE 0 TO WS-QTD-TELA.
           MOVE 0 TO WS-FIM-APROV.
           MOVE 0 TO APV-ID.
           START ARQ-APROV KEY IS GREATER THAN APV-ID
             INVALID KEY MOVE 1 TO WS-FIM-APROV
           END-START.
           IF WS-FIM-APROV = 0 THEN
               READ ARQ-APROV NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-APROV
               END-READ
               PERFORM 02112-acumular-pendente
                 UNTIL WS-FIM-APROV = 1
                    OR WS-QTD-TELA >= 8
           END-IF.
       0211-listar-pendentes-exit.
           EXIT.

       02111-limpar-linha section.
           MOVE SPACES TO WS-TEL-PEND-LINHA(WS-IDX-TELA).
           ADD 1 TO WS-IDX-TELA.
       02111-limpar-linha-exit.
           EXIT.

       02112-acumular-pendente section.
           IF APV-PENDENTE
           AND (APV-EMPRESA = WS-EMPRESA-CODIGO
             OR APV-EMPRESA = "00") THEN
               ADD 1 TO WS-QTD-TELA
               MOVE APV-ID           TO WS-PND-ED-ID
               MOVE APV-TIPO         TO WS-PND-ED-TIPO
               MOVE APV-CHAVE        TO WS-PND-ED-CHAVE
               MOVE APV-REQUISITANTE TO WS-PND-ED-REQ
               MOVE APV-RESUMO       TO WS-PND-ED-RESUMO
               MOVE WS-PEND-LINHA-ED TO WS-TEL-PEND-LINHA(WS-QTD-TELA)
           END-IF.
           READ ARQ-APROV NEXT RECORD
             AT END MOVE 1 TO WS-FIM-APROV
           END-READ.
       02112-acumular-pendente-exit.
           EXIT.

      *    SO A APROVACAO APLICA A IMAGEM DEPOIS DO PEDIDO. A LINHA
      *    DE AUDITORIA LEVA O REQUISITANTE COMO OPERADOR (O AUTOR
      *    DA ALTERACAO); QUEM APROVOU FICA NO PROPRIO PEDIDO.
       0212-aplicar-alteracao section.
           MOVE SPACES TO WS-AUD-IMAGEM-ANTES.
           MOVE SPACES TO WS-AUD-IMAGEM-DEPOIS.
           MOVE "E" TO WS-RESULTADO-APLICACAO.
           EVALUATE TRUE
           WHEN APV-TIPO-VENDEDOR
             PERFORM 02121-aplicar-vendedor
           WHEN APV-TIPO-PARAMETRO
             PERFORM 02122-aplicar-parametro
           WHEN APV-TIPO-OPERADOR
             PERFORM 02123-aplicar-operador
           END-EVALUATE.

           IF WS-APLICACAO-CONFLITO THEN
               MOVE "R" TO APV-SITUACAO
               MOVE WS-OPERADOR-ID TO APV-DECISOR
               ACCEPT APV-DATA-DECISAO FROM DATE YYYYMMDD
               MOVE "REGISTRO ALTERADO APOS O PEDIDO" TO
                    APV-NOTA-DECISAO
               REWRITE APV-REGISTRO
               MOVE "Registro mudou apos o pedido, rejeitado" TO
                    WS-MSG-APV
               GO TO 0212-aplicar-alteracao-exit
           END-IF.
           IF NOT WS-APLICACAO-OK THEN
               MOVE "Erro ao aplicar, pedido mantido" TO WS-MSG-APV
               GO TO 0212-aplicar-alteracao-exit
           END-IF.

           MOVE APV-REQUISITANTE TO WS-AUD-OPERADOR.
           MOVE APV-TIPO         TO WS-AUD-TIPO.
           MOVE APV-OPERACAO     TO WS-AUD-OPERACAO.
           CALL 'GRAVA_AUDITORIA' USING WS-AUDITORIA.

           MOVE "A" TO APV-SITUACAO.
           MOVE WS-OPERADOR-ID TO APV-DECISOR.
           ACCEPT APV-DATA-DECISAO FROM DATE YYYYMMDD.
           MOVE WS-TEL-NOTA TO APV-NOTA-DECISAO.
           REWRITE APV-REGISTRO.
           MOVE "Alteracao aprovada e aplicada" TO WS-MSG-APV.
       0212-aplicar-alteracao-exit.
           EXIT.

      *    VENDEDOR: A VERSAO ATUAL TEM DE SER A MESMA DA IMAGEM ANTES.
      *    A QUANTIDADE DE CLIENTES E A DO ARQUIVO NO MOMENTO DA
      *    APROVACAO, POIS A DISTRIBUICAO A ATUALIZA SEM MUDAR A
      *    VERSAO.
       02121-aplicar-vendedor section.
           MOVE APV-CHAVE(1:5) TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-VND NOT = 0 THEN
               MOVE "C" TO WS-RESULTADO-APLICACAO
               GO TO 02121-aplicar-vendedor-exit
           END-IF.
           MOVE APV-IMAGEM-ANTES TO WS-VND-IMAGEM-ANTES.
           IF VND-VERSAO NOT = WS-VIA-VERSAO THEN
               MOVE "C" TO WS-RESULTADO-APLICACAO
               GO TO 02121-aplicar-vendedor-exit
           END-IF.

           MOVE VND-REGISTRO      TO WS-AUD-IMAGEM-ANTES.
           MOVE VND-QTDE-CLIENTES TO WS-VND-QTDE-ATUAL.
           MOVE VND-VERSAO        TO WS-VND-VERSAO-ATUAL.
           MOVE VND-LATITUDE      TO WS-RECALC-LAT-ANT.
           MOVE VND-LONGITUDE     TO WS-RECALC-LON-ANT.
           MOVE VND-STATUS        TO WS-RECALC-STATUS-ANT.
           MOVE APV-IMAGEM-DEPOIS TO VND-REGISTRO.
           MOVE WS-VND-QTDE-ATUAL TO VND-QTDE-CLIENTES.
           COMPUTE VND-VERSAO = WS-VND-VERSAO-ATUAL + 1.
           REWRITE VND-REGISTRO.
           IF WS-RST-ACESS-VND NOT = 0 THEN
               MOVE "E" TO WS-RESULTADO-APLICACAO
               GO TO 02121-aplicar-vendedor-exit
           END-IF.
           MOVE VND-REGISTRO TO WS-AUD-IMAGEM-DEPOIS.
           MOVE VND-CODIGO   TO WS-AUD-CHAVE.
           MOVE "S" TO WS-RESULTADO-APLICACAO.
           IF VND-LATITUDE NOT = WS-RECALC-LAT-ANT
           OR VND-LONGITUDE NOT = WS-RECALC-LON-ANT
           OR VND-STATUS NOT = WS-RECALC-STATUS-ANT THEN
               PERFORM 0213-gravar-fila-recalc
           END-IF.
       02121-aplicar-vendedor-exit.
           EXIT.

      *    PARAMETRO: O REGISTRO ATUAL TEM DE SER IGUAL A IMAGEM
      *    ANTES (NA INCLUSAO, A CHAVE NAO PODE TER SIDO CRIADA
      *    ENTRE O PEDIDO E A DECISAO). A CHAVE DA AUDITORIA E O
      *    NUMERO DO PEDIDO, POIS A CHAVE DO PARAMETRO NAO E NUMERICA.
       02122-aplicar-parametro section.
           MOVE APV-CHAVE TO PARAM-CHAVE.
           READ ARQ-PARAM KEY IS PARAM-CHAVE INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-PARAM = 0 THEN
               MOVE PARAM-REGISTRO TO WS-AUD-IMAGEM-ANTES
           END-IF.
           EVALUATE APV-OPERACAO
           WHEN "I"
             IF WS-RST-ACESS-PARAM = 0 THEN
                 MOVE "C" TO WS-RESULTADO-APLICACAO
                 GO TO 02122-aplicar-parametro-exit
             END-IF
             MOVE APV-IMAGEM-DEPOIS TO PARAM-REGISTRO
             WRITE PARAM-REGISTRO
           WHEN "A"
           WHEN "E"
             IF WS-RST-ACESS-PARAM NOT = 0
             OR WS-AUD-IMAGEM-ANTES NOT = APV-IMAGEM-ANTES THEN
                 MOVE "C" TO WS-RESULTADO-APLICACAO
                 GO TO 02122-aplicar-parametro-exit
             END-IF
             IF APV-OPERACAO = "A" THEN
                 MOVE APV-IMAGEM-DEPOIS TO PARAM-REGISTRO
                 REWRITE PARAM-REGISTRO
             ELSE
                 DELETE ARQ-PARAM RECORD
             END-IF
           WHEN OTHER
             GO TO 02122-aplicar-parametro-exit
           END-EVALUATE.
           IF WS-RST-ACESS-PARAM NOT = 0 THEN
               GO TO 02122-aplicar-parametro-exit
           END-IF.
           IF APV-OPERACAO NOT = "E" THEN
               MOVE PARAM-REGISTRO TO WS-AUD-IMAGEM-DEPOIS
           END-IF.
           MOVE APV-ID TO WS-AUD-CHAVE.
           MOVE "S" TO WS-RESULTADO-APLICACAO.
       02122-aplicar-parametro-exit.
           EXIT.

      *    OPERADOR: MESMA CONFERENCIA DO PARAMETRO. SO INCLUSAO E
      *    ALTERACAO CHEGAM AQUI (CONCESSAO DO PERFIL DE SUPERVISOR).
       02123-aplicar-operador section.
           MOVE APV-CHAVE TO OPR-ID.
           READ ARQ-OPERADOR KEY IS OPR-ID INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-OPERADOR = 0 THEN
               MOVE OPR-REGISTRO TO WS-AUD-IMAGEM-ANTES
           END-IF.
           EVALUATE APV-OPERACAO
           WHEN "I"
             IF WS-RST-ACESS-OPERADOR = 0 THEN
                 MOVE "C" TO WS-RESULTADO-APLICACAO
                 GO TO 02123-aplicar-operador-exit
             END-IF
             MOVE APV-IMAGEM-DEPOIS TO OPR-REGISTRO
             WRITE OPR-REGISTRO
           WHEN "A"
             IF WS-RST-ACESS-OPERADOR NOT = 0
             OR WS-AUD-IMAGEM-ANTES NOT = APV-IMAGEM-ANTES THEN
                 MOVE "C" TO WS-RESULTADO-APLICACAO
                 GO TO 02123-aplicar-operador-exit
             END-IF
             MOVE APV-IMAGEM-DEPOIS TO OPR-REGISTRO
             REWRITE OPR-REGISTRO
           WHEN OTHER
             GO TO 02123-aplicar-operador-exit
           END-EVALUATE.
           IF WS-RST-ACESS-OPERADOR NOT = 0 THEN
               GO TO 02123-aplicar-operador-exit
           END-IF.
           MOVE OPR-REGISTRO TO WS-AUD-IMAGEM-DEPOIS.
           MOVE APV-ID TO WS-AUD-CHAVE.
           MOVE "S" TO WS-RESULTADO-APLICACAO.
       02123-aplicar-operador-exit.
           EXIT.

      *    VENDEDOR COM COORDENADAS ALTERADAS VAI PARA A FILA DE
      *    RECALCULO PARCIAL, COMO NA ALTERACAO PELO CADASTRO.
       0213-gravar-fila-recalc section.
           MOVE "ARQ_RECALQ" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-RECALQ.
           OPEN I-O ARQ-RECALQ.
           IF WS-RST-ACESS-RECALQ = 35 THEN
               OPEN OUTPUT ARQ-RECALQ
               CLOSE ARQ-RECALQ
               OPEN I-O ARQ-RECALQ
           END-IF.
           IF  WS-RST-ACESS-RECALQ = 00
           OR  WS-RST-ACESS-RECALQ = 05 THEN
               MOVE "V"        TO RCQ-TIPO
               MOVE VND-CODIGO TO RCQ-CODIGO
               ACCEPT RCQ-DATA FROM DATE YYYYMMDD
               ACCEPT RCQ-HORA FROM TIME
               WRITE RCQ-REGISTRO
               CLOSE ARQ-RECALQ
           END-IF.
       0213-gravar-fila-recalc-exit.
           EXIT.

       03-finalizar section.
           CLOSE ARQ-APROV.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-PARAM.
           CLOSE ARQ-OPERADOR.
       03-finalizar-exit. exit.
