      *    (PROCESSA_RELQUEUE) EXECUTA CADA PENDENCIA, GRAVANDO O
      *    RESULTADO NO SPOOL. O NUMERO DO PEDIDO PERMITE ACOMPANHAR
      *    A SITUACAO; O IMPRESSO FICA NO CATALOGO DE SPOOL.
      *    OS RELATORIOS DE CLIENTES (FORMATO FIXO) E DE CARGA PODEM
      *    SER PEDIDOS EXPLODIDOS: UMA PARTE POR VENDEDOR E POR
      *    EQUIPE NO SPOOL (S) E, SE PEDIDO, POR E-MAIL (E).
      *    OS EXTRATOS AD-HOC GUARDADOS NO CADASTRO_EXTRATO TAMBEM
      *    PODEM SER ENFILEIRADOS, PELO NOME DA DEFINICAO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-relqueue.cpy'.
         copy 'select-arq-extdef.cpy'.

       data division.
       file section.
         copy 'fd-arq-relqueue.cpy'.
         copy 'fd-arq-extdef.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-RELQUEUE     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RELQUEUE PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-EXTDEF       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EXTDEF  PIC 9(02) VALUE ZEROS.
              05 WS-TIPO-PEDIDO       PIC X(08) VALUE SPACES.
              05 WS-TEL-PED-EXTRATO   PIC X(20) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-MSG-FILA          PIC X(40) VALUE SPACES.
              05 ws-acao              pic 9(01) value zeros.
                 10 WS-TEL-PED-CDVND       PIC 9(05) VALUE ZEROS.
                 10 WS-TEL-PED-INATIVO     PIC X(01) VALUE "N".
                 10 WS-TEL-PED-FORMATO     PIC X(01) VALUE "F".
                 10 WS-TEL-PED-EXPLODIR    PIC X(01) VALUE "N".
      *    IMAGEM DOS PARAMETROS NO LAYOUT DO GERADOR DE RELATORIO
      *    DE CLIENTES (LK-GERAR-REL-CLIENTE); AS REDEFINICOES
      *    ABAIXO DAO A MESMA AREA NOS LAYOUTS DOS OUTROS GERADORES.
                 10 WS-PRM-REF-LON         PIC S9(03)V9(08)
                    VALUE ZEROS.
                 10 WS-PRM-CONSOLIDADO     PIC X(01) VALUE "N".
                 10 WS-PRM-SEGMENTO        PIC X(04) VALUE SPACES.
      *    VISOES DO MESMO BLOCO NOS LAYOUTS DOS DEMAIS GERADORES
      *    (LK-GERAR-REL-VENDEDOR / LK-GERAR-REL-CARGA-VND), PARA O
      *    PEDIDO FICAR GUARDADO NO LAYOUT QUE O GERADOR DO TIPO
                 10 WS-PRV-CDVND           PIC 9(05).
                 10 WS-PRV-NMVND           PIC X(40).
                 10 WS-PRV-INC-INATIVO     PIC X(01).
                 10 FILLER                 PIC X(80).
              05 WS-BLOCO-PARAMS-CARGA REDEFINES WS-BLOCO-PARAMETROS.
                 10 FILLER                 PIC X(22).
                 10 WS-PRC-ORD             PIC X(01).
                 10 WS-PRC-CLA             PIC X(01).
                 10 WS-PRC-INC-INATIVO    PIC X(01).
                 10 FILLER                 PIC X(125).
      *    LAYOUT DO GERAR_EXTRATO (LK-GERAR-EXTRATO): NOME DA
      *    DEFINICAO E OPERADOR CUJO PERFIL VALE NA EXECUCAO.
              05 WS-BLOCO-PARAMS-EXTRATO REDEFINES WS-BLOCO-PARAMETROS.
                 10 FILLER                 PIC X(22).
                 10 WS-PRE-NOME            PIC X(20).
                 10 WS-PRE-OPERADOR        PIC X(10).
                 10 FILLER                 PIC X(98).
              05 WS-EMPRESA-CODIGO    PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
          05 VALUE
          "1-CLIENTES 2-VENDEDORES 3-CARGA 4-RECONCIL. 9-VOLTAR"
          LINE 17 COL 20.
          05 VALUE
          "5-EXTRATO AD-HOC (DEFINICAO SALVA)"
          LINE 18 COL 20.
          05 TELA-FILA-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-FILA.
          05 TELA-FILA-FORMATO.
             10 LINE 10 COL 20 VALUE "Formato (F-Fixo/C-CSV)..:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-PED-FORMATO.
          05 TELA-FILA-EXPLODIR.
             10 LINE 11 COL 20 VALUE "Explodir (N/S/E-email)..:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-PED-EXPLODIR.
          05 TELA-FILA-CONF.
             10 LINE 12 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-CONFIRMAR.

       01 TELA-FILA-EXTRATO.
          05 TELA-FILA-NOME-EXTRATO.
             10 LINE 06 COL 20 VALUE "Nome do extrato.........:".
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-PED-EXTRATO.
          05 TELA-FILA-CONF-EXTRATO.
             10 LINE 07 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-CONFIRMAR.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
               PERFORM 021-enfileirar-pedido
               DISPLAY TELA-FILA-MSG
           else
           if ws-acao = 5 then
               PERFORM 022-enfileirar-extrato
               DISPLAY TELA-FILA-MSG
           else
           if ws-acao <> 9 then
               MOVE "Opcao invalida" TO WS-MSG-FILA
               DISPLAY TELA-FILA-MSG
           end-if
           end-if
           end-if.
       02-processar-exit. exit.

           ACCEPT TELA-FILA-CDVND.
           ACCEPT TELA-FILA-INATIVO.
           ACCEPT TELA-FILA-FORMATO.
           ACCEPT TELA-FILA-EXPLODIR.
           ACCEPT TELA-FILA-CONF.
           IF WS-TEL-CONFIRMAR NOT = "S" THEN
               MOVE "Pedido nao enfileirado" TO WS-MSG-FILA
           ELSE
           IF  WS-TEL-PED-EXPLODIR <> "N"
           AND WS-TEL-PED-EXPLODIR <> "S"
           AND WS-TEL-PED-EXPLODIR <> "E" THEN
               MOVE "Explodir invalido (N/S/E)" TO WS-MSG-FILA
           ELSE
      *    A EXPLOSAO SO EXISTE NOS GERADORES DE CLIENTES (FORMATO
      *    FIXO) E DE CARGA POR VENDEDOR.
           IF  WS-TEL-PED-EXPLODIR <> "N"
           AND ws-acao <> 3
           AND (ws-acao <> 1 OR WS-TEL-PED-FORMATO = "C") THEN
               MOVE "Explosao so p/ clientes(fixo)/carga" TO
                    WS-MSG-FILA
           ELSE
               INITIALIZE WS-BLOCO-PARAMETROS
      *        CADA TIPO E GUARDADO NO LAYOUT DO SEU GERADOR.
                 CONTINUE
               END-EVALUATE

               EVALUATE ws-acao
               WHEN 1 MOVE "RELCLI"   TO WS-TIPO-PEDIDO
               WHEN 2 MOVE "RELVND"   TO WS-TIPO-PEDIDO
               WHEN 3 MOVE "RELCARGA" TO WS-TIPO-PEDIDO
               WHEN 4 MOVE "RELRECON" TO WS-TIPO-PEDIDO
               END-EVALUATE
               PERFORM 0212-gravar-pedido
           END-IF
           END-IF
           END-IF.
       021-enfileirar-pedido-exit.
           EXIT.

      *    GRAVA O PEDIDO PENDENTE DO TIPO WS-TIPO-PEDIDO COM O BLOCO
      *    DE PARAMETROS JA MONTADO.
       0212-gravar-pedido section.
           PERFORM 0211-proximo-id-fila.
           MOVE WS-NOVO-ID TO RELQ-ID.
           MOVE WS-TIPO-PEDIDO TO RELQ-TIPO.
           MOVE WS-OPERADOR-ID TO RELQ-REQUISITANTE.
           ACCEPT RELQ-DATA FROM DATE YYYYMMDD.
           ACCEPT RELQ-HORA FROM TIME.
           MOVE "P" TO RELQ-SITUACAO.
      *    A EMPRESA DO PEDIDO E A DA SESSAO QUE O ENFILEIROU; O
      *    PROCESSADOR NOTURNO A RESTABELECE ANTES DE EXECUTAR.
           ACCEPT WS-EMPRESA-CODIGO
               FROM ENVIRONMENT "EMPRESA_CODIGO".
           IF WS-EMPRESA-CODIGO IS NOT NUMERIC
           OR WS-EMPRESA-CODIGO = "00" THEN
               MOVE "01" TO WS-EMPRESA-CODIGO
           END-IF.
           MOVE WS-EMPRESA-CODIGO TO RELQ-EMPRESA.
           MOVE WS-TEL-PED-EXPLODIR TO RELQ-EXPLODIR.
           MOVE WS-BLOCO-PARAMETROS TO RELQ-PARAMETROS.
           MOVE SPACES TO RELQ-ARQUIVO-GERADO.
           WRITE RELQ-REGISTRO.
           IF WS-RST-ACESS-RELQUEUE = 0 THEN
               MOVE WS-NOVO-ID TO WS-NOVO-ID-ED
               MOVE SPACES TO WS-MSG-FILA
               STRING "Pedido enfileirado, numero " DELIMITED
                      BY SIZE
                      WS-NOVO-ID-ED DELIMITED BY SIZE
                 INTO WS-MSG-FILA
           ELSE
               MOVE "Erro ao gravar pedido" TO WS-MSG-FILA
           END-IF.
       0212-gravar-pedido-exit.
           EXIT.

      *    EXTRATO AD-HOC: O PEDIDO LEVA SO O NOME DA DEFINICAO E O
      *    OPERADOR; FILTROS E CAMPOS SAO LIDOS DA DEFINICAO NA HORA
      *    DA EXECUCAO.
       022-enfileirar-extrato section.
           MOVE SPACES TO WS-TEL-PED-EXTRATO.
           DISPLAY TELA-FILA-EXTRATO.
           ACCEPT TELA-FILA-NOME-EXTRATO.
           ACCEPT TELA-FILA-CONF-EXTRATO.
           IF WS-TEL-CONFIRMAR NOT = "S" THEN
               MOVE "Pedido nao enfileirado" TO WS-MSG-FILA
               GO TO 022-enfileirar-extrato-exit
           END-IF.
           MOVE "ARQ_EXTDEF" TO WID-ARQ-EXTDEF.
           OPEN INPUT ARQ-EXTDEF.
           IF  WS-RST-ACESS-EXTDEF <> 00
           AND WS-RST-ACESS-EXTDEF <> 05 THEN
               MOVE "Nenhum extrato cadastrado" TO WS-MSG-FILA
               GO TO 022-enfileirar-extrato-exit
           END-IF.
           MOVE WS-TEL-PED-EXTRATO TO EXD-NOME.
           READ ARQ-EXTDEF KEY IS EXD-NOME INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-EXTDEF NOT = 0 THEN
               MOVE "Extrato nao cadastrado" TO WS-MSG-FILA
               CLOSE ARQ-EXTDEF
               GO TO 022-enfileirar-extrato-exit
           END-IF.
           CLOSE ARQ-EXTDEF.
           MOVE SPACES TO WS-BLOCO-PARAMETROS.
           MOVE WS-TEL-PED-EXTRATO TO WS-PRE-NOME.
           MOVE WS-OPERADOR-ID     TO WS-PRE-OPERADOR.
           MOVE "N"                TO WS-TEL-PED-EXPLODIR.
           MOVE "EXTRATO"          TO WS-TIPO-PEDIDO.
           PERFORM 0212-gravar-pedido.
       022-enfileirar-extrato-exit.
           EXIT.

      *    O REGISTRO DE NUMERO ZERO GUARDA O ULTIMO NUMERO DE PEDIDO
      *    UTILIZADO (MESMA TECNICA DO ARQ_CLICTRL E DO SPOOL).
       0211-proximo-id-fila section.
               MOVE "D"    TO RELQ-SITUACAO
               MOVE SPACES TO RELQ-PARAMETROS
               MOVE ZEROS  TO RELQ-ARQUIVO-GERADO
               MOVE "N"    TO RELQ-EXPLODIR
               WRITE RELQ-REGISTRO
               MOVE 0 TO RELQ-DATA
           END-IF.
