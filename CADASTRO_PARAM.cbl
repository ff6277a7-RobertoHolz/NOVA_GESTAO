      *    CHAVES UTILIZADAS PELOS PROGRAMAS:
      *      LIMITE_DIST_KM    DISTANCIA MAXIMA ACEITAVEL (KM)
      *      INTERVALO_CKPT    INTERVALO DO CHECKPOINT DA DISTRIBUICAO
      *      INTERFACE_CKPT    LINHAS ENTRE CHECKPOINTS DA INTERFACE DE
      *                        ENTRADA (PADRAO 1000)
      *      NM_DISTRIB_CSV    NOME PADRAO DO CSV DA DISTRIBUICAO
      *      NM_DISTRIB_DIST   NOME PADRAO DO REL. DE DISTANCIAS
      *      NM_RELCLI_BATCH   NOME PADRAO DO REL. DE CLIENTES (LOTE)
      *      NM_RELRECON_BATCH NOME PADRAO DA RECONCILIACAO (LOTE)
      *      NM_BKPCLI_BATCH   NOME PADRAO DO BACKUP DE CLIENTES
      *      NM_BKPVND_BATCH   NOME PADRAO DO BACKUP DE VENDEDORES
      *      APROV_DIAS_EXPIRA DIAS ATE UM PEDIDO DE APROVACAO EXPIRAR
      *      MAIL_DIAS_CONFIRMA DIAS SEM RETORNO DO GATEWAY DE E-MAIL
      *                        ATE A MENSAGEM CONTAR COMO NAO ENTREGUE
      *      MAIL_DIAS_RELATORIO JANELA EM DIAS DO RELATORIO DE
      *                        MENSAGENS NAO ENTREGUES
      *      SENHA_TAM_MINIMO  TAMANHO MINIMO DA SENHA DE OPERADOR
      *      SENHA_DIAS_VALIDADE DIAS ATE A SENHA VENCER (0 = NAO
      *                        VENCE)
      *      SENHA_MAX_TENTATIVAS ERROS DE SENHA ATE O BLOQUEIO DO
      *                        OPERADOR (0 = NAO BLOQUEIA)
      *      MENU_MINUTOS_OCIOSO MINUTOS PARADO NO MENU ATE PEDIR A
      *                        SENHA DE NOVO (0 = SEM LIMITE)
      *      MINUTOS_VISITA    DURACAO MEDIA DE UMA VISITA (MINUTOS)
      *      MINUTOS_VISITA_x  DURACAO DA VISITA PARA A CLASSE DE
      *                        PERIODICIDADE x (SEM ELA VALE A MEDIA)
      *      ROTA_HORA_INICIO  INICIO DA JORNADA DO ROTEIRO (HHMM)
      *      ROTA_HORA_FIM     FIM DA JORNADA DO ROTEIRO (HHMM)
      *      ROTA_VELOC_KMH    VELOCIDADE MEDIA DE DESLOCAMENTO DO
      *                        ROTEIRO COM HORARIO (KM/H)
      *      CUSTO_HORA_VISITA CUSTO DA HORA DO VENDEDOR EM VISITA
      *      CUSTO_SERVIR_FAT_MINIMO FATURAMENTO MENSAL ABAIXO DO QUAL
      *                        O CLIENTE SEMANAL E SUGERIDO PARA
      *                        REVISAO DE CLASSE (0 = O PROPRIO CUSTO)
      *      BALANCO_ACAO      DIFERENCA NOS TOTAIS DE CONTROLE ENTRE
      *                        PASSOS DO JOB NOTURNO: P = PARA O JOB
      *                        (PADRAO), A = SO AVISA
      *
      *    CHAVES SENSIVEIS - LIMITES E TOLERANCIAS DE DISTANCIA
      *    (PREFIXOS LIMITE_ E HISTERESE_, E BALANCE_TOLER_KM) E A
      *    POLITICA DE SENHA E SESSAO (PREFIXO SENHA_ E
      *    MENU_MINUTOS_OCIOSO) - NAO SAO GRAVADAS DIRETAMENTE:
      *    INCLUSAO, ALTERACAO E EXCLUSAO VIRAM PEDIDO NA FILA DE
      *    APROVACAO (REGISTRA_APROVACAO) E SO SAO APLICADAS QUANDO
      *    UM SEGUNDO OPERADOR APROVA.
       environment division.
       configuration section.
       input-output section.
                 15 WS-TEL-PRM-VALOR        PIC X(040) VALUES SPACES.
                 15 WS-TEL-PRM-DESCRICAO    PIC X(040) VALUES SPACES.
              05 WS-TEL-PRM-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-PARAM-SENSIVEL          PIC X(01) VALUE "N".
              05 WS-APV-ID-ED               PIC Z(6)9.

           01 WS-APROVACAO.
              05 WS-APV-TIPO              PIC X(03) VALUE SPACES.
              05 WS-APV-OPERACAO          PIC X(01) VALUE SPACES.
              05 WS-APV-CHAVE             PIC X(20) VALUE SPACES.
              05 WS-APV-RESUMO            PIC X(36) VALUE SPACES.
              05 WS-APV-REQUISITANTE      PIC X(10) VALUE SPACES.
              05 WS-APV-EMPRESA           PIC X(02) VALUE SPACES.
              05 WS-APV-IMAGEM-ANTES      PIC X(200) VALUE SPACES.
              05 WS-APV-IMAGEM-DEPOIS     PIC X(200) VALUE SPACES.
              05 WS-APV-ID                PIC 9(07) VALUE ZEROS.
              05 WS-APV-OK                PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).
             MOVE WS-TEL-PRM-DESCRICAO TO PARAM-DESCRICAO
             MOVE WS-OPERADOR-ID       TO PARAM-OPERADOR
             ACCEPT PARAM-DATA FROM DATE YYYYMMDD
             IF WS-PARAM-SENSIVEL = "S" THEN
                 MOVE "I"    TO WS-APV-OPERACAO
                 MOVE SPACES TO WS-APV-IMAGEM-ANTES
                 PERFORM 024-PEDIR-APROVACAO-PARAM
             ELSE
                 WRITE PARAM-REGISTRO
                 IF  WS-RST-ACESS-PARAM <> 0 THEN
                     MOVE "ERRO WRITE ARQ ARQPARAM" TO WS-MSG-1
                     MOVE WS-RST-ACESS-PARAM TO WS-MSG-STATUS
                 ELSE
                     MOVE "Parametro incluido com sucesso" TO
                          WS-MSG-CAD-PARAM
                 END-IF
             END-IF
           WHEN 'N'
             MOVE "Inclusao nao realizada" TO WS-MSG-CAD-PARAM
           EXIT.

       022-ALTERAR-PARAM section.
           MOVE PARAM-REGISTRO  TO WS-APV-IMAGEM-ANTES.
           MOVE PARAM-VALOR     TO WS-TEL-PRM-VALOR.
           MOVE PARAM-DESCRICAO TO WS-TEL-PRM-DESCRICAO.

             MOVE WS-TEL-PRM-DESCRICAO TO PARAM-DESCRICAO
             MOVE WS-OPERADOR-ID       TO PARAM-OPERADOR
             ACCEPT PARAM-DATA FROM DATE YYYYMMDD
             IF WS-PARAM-SENSIVEL = "S" THEN
                 MOVE "A" TO WS-APV-OPERACAO
                 PERFORM 024-PEDIR-APROVACAO-PARAM
             ELSE
                 REWRITE PARAM-REGISTRO
                 IF  WS-RST-ACESS-PARAM <> 0 THEN
                     MOVE "ERRO REWRITE ARQ ARQPARAM" TO WS-MSG-1
                     MOVE WS-RST-ACESS-PARAM TO WS-MSG-STATUS
                 ELSE
                     MOVE "Parametro alterado com sucesso" TO
                          WS-MSG-CAD-PARAM
                 END-IF
             END-IF
           WHEN 'N'
             MOVE "Alteracao nao realizada" TO WS-MSG-CAD-PARAM
           ACCEPT TELA-DADOS-CONFIRMAR-PRM.
           EVALUATE WS-TEL-PRM-CONFIRMAR
           WHEN 'S'
             IF WS-PARAM-SENSIVEL = "S" THEN
                 MOVE "E"            TO WS-APV-OPERACAO
                 MOVE PARAM-REGISTRO TO WS-APV-IMAGEM-ANTES
                 PERFORM 024-PEDIR-APROVACAO-PARAM
             ELSE
                 DELETE ARQ-PARAM RECORD
                 IF  WS-RST-ACESS-PARAM <> 0 THEN
                     MOVE "ERRO DELETE ARQ ARQPARAM" TO WS-MSG-1
                     MOVE WS-RST-ACESS-PARAM TO WS-MSG-STATUS
                 ELSE
                     MOVE "Parametro excluido com sucesso" TO
                          WS-MSG-CAD-PARAM
                 END-IF
             END-IF
           WHEN 'N'
             MOVE "Exclusao nao realizada" TO WS-MSG-CAD-PARAM
       023-EXCLUIR-PARAM-EXIT.
           EXIT.

      *    PARAMETRO SENSIVEL: NAO E GRAVADO AQUI, VAI PARA A FILA DE
      *    APROVACAO COM AS IMAGENS ANTES E DEPOIS. OS PARAMETROS SAO
      *    GLOBAIS, ENTAO O PEDIDO VALE PARA TODAS AS EMPRESAS ("00").
       024-PEDIR-APROVACAO-PARAM SECTION.
           MOVE "PRM"            TO WS-APV-TIPO.
           MOVE WS-TEL-PRM-CHAVE TO WS-APV-CHAVE.
           MOVE WS-OPERADOR-ID   TO WS-APV-REQUISITANTE.
           MOVE "00"             TO WS-APV-EMPRESA.
           MOVE SPACES           TO WS-APV-RESUMO.
           IF WS-APV-OPERACAO = "E" THEN
               MOVE SPACES TO WS-APV-IMAGEM-DEPOIS
               MOVE "EXCLUSAO DO PARAMETRO" TO WS-APV-RESUMO
           ELSE
               MOVE PARAM-REGISTRO TO WS-APV-IMAGEM-DEPOIS
               STRING "VALOR: "        DELIMITED BY SIZE
                      WS-TEL-PRM-VALOR DELIMITED BY SIZE
                 INTO WS-APV-RESUMO
           END-IF.
           CALL 'REGISTRA_APROVACAO' USING WS-APROVACAO.
           IF WS-APV-OK = "S" THEN
               MOVE WS-APV-ID TO WS-APV-ID-ED
               MOVE SPACES TO WS-MSG-CAD-PARAM
               STRING "Enviado p/ aprovacao, pedido " DELIMITED BY
                         SIZE
                      WS-APV-ID-ED DELIMITED BY SIZE
                 INTO WS-MSG-CAD-PARAM
           ELSE
               MOVE "Erro ao registrar pedido de aprovacao" TO
                    WS-MSG-CAD-PARAM
           END-IF.
       024-PEDIR-APROVACAO-PARAM-EXIT.
           EXIT.

       029-VERIFICAR-PARAM SECTION.
           MOVE WS-TEL-PRM-CHAVE TO PARAM-CHAVE.
           READ ARQ-PARAM KEY IS PARAM-CHAVE INVALID KEY CONTINUE
           ELSE
               MOVE 0 TO WS-EXISTE-PARAM
           END-IF.
           IF WS-TEL-PRM-CHAVE(1:7)  = "LIMITE_"
           OR WS-TEL-PRM-CHAVE(1:10) = "HISTERESE_"
           OR WS-TEL-PRM-CHAVE       = "BALANCE_TOLER_KM"
           OR WS-TEL-PRM-CHAVE(1:6)  = "SENHA_"
           OR WS-TEL-PRM-CHAVE       = "MENU_MINUTOS_OCIOSO" THEN
               MOVE "S" TO WS-PARAM-SENSIVEL
           ELSE
               MOVE "N" TO WS-PARAM-SENSIVEL
           END-IF.
       029-VERIFICAR-PARAM-EXIT.
           EXIT.

