       identification division.
       program-id. "REGISTRA_APROVACAO".
       author.     Roberto Holz.
      *    FILA DE APROVACAO EM DUAS PESSOAS. OS CADASTROS NAO
      *    APLICAM DIRETAMENTE AS ALTERACOES SENSIVEIS (REDUCAO DE
      *    CAPACIDADE E DESATIVACAO DE VENDEDOR COM CARTEIRA,
      *    PARAMETROS DE LIMITE E DE TOLERANCIA, CONCESSAO DE PERFIL
      *    DE SUPERVISOR): CHAMAM ESTE PROGRAMA COM AS IMAGENS ANTES
      *    E DEPOIS DO REGISTRO E O REQUISITANTE, E O PEDIDO FICA
      *    PENDENTE EM ARQ_APROV ATE UM SEGUNDO OPERADOR DECIDIR NA
      *    TELA APROVA_ALTERACAO.
      *    EMPRESA EM BRANCO = EMPRESA DA SESSAO; "00" = PEDIDO DE
      *    CADASTRO GLOBAL (PARAMETROS E OPERADORES).
      *    O REGISTRO DE NUMERO ZERO GUARDA O ULTIMO NUMERO DE
      *    PEDIDO NO CAMPO DATA (MESMA TECNICA DO ARQ_CLICTRL).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-aprov.cpy'.

       data division.
       file section.
         copy 'fd-arq-aprov.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-APROV        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-APROV   PIC 9(02) VALUE ZEROS.
              05 WS-NOVO-ID           PIC 9(07) VALUE ZEROS.
              05 WS-EMPRESA-CODIGO    PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
         copy 'lk-registra-aprovacao.cpy'.

       PROCEDURE DIVISION USING WL-LINK-REGISTRA-APROVACAO.
       00-CONTROLE SECTION.
           MOVE "N" TO WL-APV-OK.
           MOVE 0   TO WL-APV-ID.
           MOVE "ARQ_APROV" TO WID-ARQ-APROV.
           OPEN I-O ARQ-APROV.
           IF WS-RST-ACESS-APROV = 35 THEN
               OPEN OUTPUT ARQ-APROV
               CLOSE ARQ-APROV
               OPEN I-O ARQ-APROV
           END-IF.
           IF  WS-RST-ACESS-APROV = 00
           OR  WS-RST-ACESS-APROV = 05 THEN
               PERFORM 01-PROXIMO-ID-APROV
               PERFORM 02-GRAVAR-PEDIDO
               CLOSE ARQ-APROV
           END-IF.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

       01-PROXIMO-ID-APROV SECTION.
           MOVE 0 TO APV-ID.
           READ ARQ-APROV KEY IS APV-ID INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-APROV NOT = 0 THEN
               INITIALIZE APV-REGISTRO
               MOVE 0   TO APV-ID
               MOVE "A" TO APV-SITUACAO
               WRITE APV-REGISTRO
               MOVE 0 TO APV-DATA
           END-IF.
           COMPUTE WS-NOVO-ID = APV-DATA + 1.
           MOVE WS-NOVO-ID TO APV-DATA.
           REWRITE APV-REGISTRO.
       01-PROXIMO-ID-APROV-EXIT.
           EXIT.

       02-GRAVAR-PEDIDO SECTION.
           IF WL-APV-EMPRESA = SPACES THEN
               ACCEPT WS-EMPRESA-CODIGO
                   FROM ENVIRONMENT "EMPRESA_CODIGO"
               IF WS-EMPRESA-CODIGO IS NOT NUMERIC
               OR WS-EMPRESA-CODIGO = "00" THEN
                   MOVE "01" TO WS-EMPRESA-CODIGO
               END-IF
           ELSE
               MOVE WL-APV-EMPRESA TO WS-EMPRESA-CODIGO
           END-IF.
           INITIALIZE APV-REGISTRO.
           MOVE WS-NOVO-ID           TO APV-ID.
           MOVE WL-APV-TIPO          TO APV-TIPO.
           MOVE WL-APV-OPERACAO      TO APV-OPERACAO.
           MOVE WL-APV-CHAVE         TO APV-CHAVE.
           MOVE WL-APV-RESUMO        TO APV-RESUMO.
           MOVE WL-APV-REQUISITANTE  TO APV-REQUISITANTE.
           ACCEPT APV-DATA FROM DATE YYYYMMDD.
           ACCEPT APV-HORA FROM TIME.
           MOVE "P"                  TO APV-SITUACAO.
           MOVE SPACES               TO APV-DECISOR.
           MOVE 0                    TO APV-DATA-DECISAO.
           MOVE SPACES               TO APV-NOTA-DECISAO.
           MOVE WS-EMPRESA-CODIGO    TO APV-EMPRESA.
           MOVE WL-APV-IMAGEM-ANTES  TO APV-IMAGEM-ANTES.
           MOVE WL-APV-IMAGEM-DEPOIS TO APV-IMAGEM-DEPOIS.
           WRITE APV-REGISTRO.
           IF WS-RST-ACESS-APROV = 0 THEN
               MOVE WS-NOVO-ID TO WL-APV-ID
               MOVE "S"        TO WL-APV-OK
           END-IF.
       02-GRAVAR-PEDIDO-EXIT.
           EXIT.
