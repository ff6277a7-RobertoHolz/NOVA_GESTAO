       identification division.
       program-id. "AGENDA_TRANSFERENCIA".
       author.     Roberto Holz.
      *    ATRIBUICOES FUTURAS DE CARTEIRA: MUDANCAS DE TERRITORIO
      *    COMBINADAS COM ANTECEDENCIA ("A PARTIR DE 1/11 OS CLIENTES
      *    X A Y PASSAM AO VENDEDOR 123") SAO REGISTRADAS AQUI COM A
      *    FAIXA DE CLIENTES (OU UM CLIENTE SO), O VENDEDOR DE
      *    DESTINO, A DATA DE VIGENCIA, O MOTIVO E O REQUISITANTE.
      *    A TELA AGENDA, CANCELA E LISTA OS AGENDAMENTOS PENDENTES.
      *
      *    NA JANELA NOTURNA (PASSO AGENDTRF, VARIAVEL
      *    AGENDA_TRANSF_BATCH=S) OS AGENDAMENTOS VENCIDOS SAO
      *    APLICADOS COM A MESMA MECANICA DA ATRIBUICAO MANUAL:
      *    VERSAO INCREMENTADA, CONTAGENS DOS DOIS VENDEDORES, LINHA
      *    NO HISTORICO DE ATRIBUICOES E IMAGENS NO DIARIO DE
      *    AUDITORIA. A PROTECAO MANUAL SO E LIGADA QUANDO PEDIDA NO
      *    AGENDAMENTO. VENDEDOR DE DESTINO INEXISTENTE OU INATIVO NA
      *    DATA DA APLICACAO, OU COM CONTRATO VENCIDO NA DATA DE
      *    VIGENCIA, REJEITA O AGENDAMENTO INTEIRO (RC 4).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-agendtrf.cpy'.
         copy 'select-arq-histdist.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-agendtrf.cpy'.
         copy 'fd-arq-histdist.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-AGENDTRF     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-AGENDTRF PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-HISTDIST     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-HISTDIST PIC 9(02) VALUE ZEROS.
              05 WS-HISTD-DISPONIVEL  PIC X(01) VALUE "N".
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-MSG-AGT           PIC X(40) VALUE SPACES.
              05 WS-MODO-BATCH        PIC X(01) VALUE SPACES.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(01) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-VERIFICA-CONTRATO.
                 10 WS-VCV-CODVND     PIC 9(05) VALUE ZEROS.
                 10 WS-VCV-DATA       PIC 9(08) VALUE ZEROS.
                 10 WS-VCV-SITUACAO   PIC X(01) VALUE SPACES.
                 10 WS-VCV-VALIDADE   PIC 9(08) VALUE ZEROS.
              05 WS-TEL-CODCLI-INI    PIC 9(07) VALUE ZEROS.
              05 WS-TEL-CODCLI-FIM    PIC 9(07) VALUE ZEROS.
              05 WS-TEL-VND-DESTINO   PIC 9(05) VALUE ZEROS.
              05 WS-TEL-DATA-EFETIVA  PIC 9(08) VALUE ZEROS.
              05 WS-TEL-DATA-EFETIVA-R REDEFINES WS-TEL-DATA-EFETIVA.
                 10 WS-TEL-EFE-ANO    PIC 9(04).
                 10 WS-TEL-EFE-MES    PIC 9(02).
                 10 WS-TEL-EFE-DIA    PIC 9(02).
              05 WS-TEL-MOTIVO        PIC X(30) VALUE SPACES.
              05 WS-TEL-PROTEGER      PIC X(01) VALUE "N".
              05 WS-TEL-CONFIRMAR     PIC X(01) VALUE SPACES.
              05 WS-TEL-AGT-ID        PIC 9(07) VALUE ZEROS.
              05 WS-TEL-NMARQUIVO     PIC X(40) VALUE SPACES.
              05 WS-NOVO-ID           PIC 9(07) VALUE ZEROS.
              05 WS-NOVO-ID-ED        PIC Z(6)9.
              05 WS-FIM-AGT           PIC 9(01) VALUE ZEROS.
              05 WS-FIM-CLI           PIC 9(01) VALUE ZEROS.
              05 WS-VND-ANTERIOR      PIC 9(05) VALUE ZEROS.
              05 WS-AJUSTE-CODVND     PIC 9(05) VALUE ZEROS.
              05 WS-QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
              05 WS-QTD-PENDENTES-ED  PIC Z(4)9.
              05 WS-QTD-AGT-APLICADOS PIC 9(05) VALUE ZEROS.
              05 WS-QTD-AGT-REJEITADOS PIC 9(05) VALUE ZEROS.
              05 WS-QTD-CLI-MOVIDOS   PIC 9(07) VALUE ZEROS.
              05 WS-QTD-APLICADOS-ED  PIC Z(4)9.
              05 WS-TRAVA-REG.
                 10 WS-TRV-FUNCAO     PIC X(02) VALUE SPACES.
                 10 WS-TRV-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-TRV-OK         PIC X(01) VALUE "N".
                 10 WS-TRV-DETENTOR   PIC X(10) VALUE SPACES.
                 10 WS-TRV-DATA       PIC 9(08) VALUE ZEROS.
                 10 WS-TRV-HORA       PIC 9(06) VALUE ZEROS.
              05 WS-SPOOL-REG.
                 10 WS-SPL-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-SPL-TIPO       PIC X(08) VALUE SPACES.
                 10 WS-SPL-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-SPL-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-SPL-ID         PIC 9(07) VALUE ZEROS.
                 10 WS-SPL-PARAMETROS PIC X(150) VALUE SPACES.
              05 WS-JOBLOG-PRM.
                 10 WS-JOB-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-JOB-DATA-INI   PIC 9(08) VALUE ZEROS.
                 10 WS-JOB-HORA-INI   PIC 9(06) VALUE ZEROS.
                 10 WS-JOB-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-JOB-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-QTD-AVISOS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-RETORNO    PIC 9(04) VALUE ZEROS.

           01 WS-AUDITORIA.
              05 WS-AUD-OPERADOR          PIC X(10) VALUE SPACES.
              05 WS-AUD-TIPO              PIC X(03) VALUE SPACES.
              05 WS-AUD-OPERACAO          PIC X(01) VALUE SPACES.
              05 WS-AUD-CHAVE             PIC 9(07) VALUE ZEROS.
              05 WS-AUD-IMAGEM-ANTES      PIC X(200) VALUE SPACES.
              05 WS-AUD-IMAGEM-DEPOIS     PIC X(200) VALUE SPACES.

           01 WS-LINHAS-AGT.
              05 WS-LINHA-AGT-CAB-1.
                 10 WS-AGT-CAB-TITULO       PIC X(44).
                 10 WS-AGT-CAB-DATA         PIC 9999/99/99.
              05 WS-LINHA-AGT-CAB-2.
                 10 FILLER                  PIC X(40) VALUE
                    "     ID CLI.INI CLI.FIM  DEST VIGENCIA  ".
                 10 FILLER                  PIC X(40) VALUE
                    "P REQUIS.    MOTIVO / OCORRENCIA".
              05 WS-LINHA-AGT-DET.
                 10 WS-AGT-DET-ID           PIC ZZZZZZ9B.
                 10 WS-AGT-DET-CLI-INI      PIC ZZZZZZ9B.
                 10 WS-AGT-DET-CLI-FIM      PIC ZZZZZZ9B.
                 10 WS-AGT-DET-DESTINO      PIC ZZZZ9B.
                 10 WS-AGT-DET-VIGENCIA     PIC 9999/99/99BB.
                 10 WS-AGT-DET-PROTEGER     PIC X(01)B.
                 10 WS-AGT-DET-REQUIS       PIC X(10)B.
                 10 WS-AGT-DET-TEXTO        PIC X(30).
              05 WS-LINHA-AGT-TOT.
                 10 FILLER                  PIC X(22) VALUE
                    "  Agendamentos: apl. ".
                 10 WS-AGT-TOT-APLICADOS    PIC ZZZZ9.
                 10 FILLER                  PIC X(08) VALUE
                    "  rejei.".
                 10 WS-AGT-TOT-REJEITADOS   PIC ZZZZ9.
                 10 FILLER                  PIC X(20) VALUE
                    "  clientes movidos: ".
                 10 WS-AGT-TOT-CLIENTES     PIC ZZZZZZ9.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-AGENDA.
          05 VALUE "--- ATRIBUICOES FUTURAS DE CARTEIRA ---"
          BLANK SCREEN LINE 1 COL 20.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-AGENDAR  2-CANCELAR  3-LISTAR PENDENTES  9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-AGENDA-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-AGT.

       01 TELA-AGENDA-DADOS.
          05 TELA-AGT-CLI-INI.
             10 LINE 05 COL 20 VALUE "Cliente inicial.........:".
             10 COLUMN PLUS 2 PIC 9(07) USING WS-TEL-CODCLI-INI.
          05 TELA-AGT-CLI-FIM.
             10 LINE 06 COL 20 VALUE "Cliente final (0=so um).:".
             10 COLUMN PLUS 2 PIC 9(07) USING WS-TEL-CODCLI-FIM.
          05 TELA-AGT-DESTINO.
             10 LINE 07 COL 20 VALUE "Vendedor de destino.....:".
             10 COLUMN PLUS 2 PIC 9(05) USING WS-TEL-VND-DESTINO.
          05 TELA-AGT-VIGENCIA.
             10 LINE 08 COL 20 VALUE "Vigencia (AAAAMMDD).....:".
             10 COLUMN PLUS 2 PIC 9(08) USING WS-TEL-DATA-EFETIVA.
          05 TELA-AGT-MOTIVO.
             10 LINE 09 COL 20 VALUE "Motivo..................:".
             10 COLUMN PLUS 2 PIC X(30) USING WS-TEL-MOTIVO.
          05 TELA-AGT-PROTEGER.
             10 LINE 10 COL 20 VALUE "Ligar protecao manual S/N:".
             10 COLUMN PLUS 1 PIC X(01) USING WS-TEL-PROTEGER.
          05 TELA-AGT-CONFIRMA.
             10 LINE 12 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-CONFIRMAR.

       01 TELA-AGENDA-CANCELA.
          05 TELA-AGT-ID.
             10 LINE 05 COL 20 VALUE "Numero do agendamento...:".
             10 COLUMN PLUS 2 PIC 9(07) USING WS-TEL-AGT-ID.
          05 TELA-AGT-CONFIRMA-CANC.
             10 LINE 07 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-CONFIRMAR.

       01 TELA-AGENDA-LISTA.
          05 TELA-AGT-NMARQ.
             10 LINE 05 COL 20 VALUE "Arquivo da listagem.....:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT
                  "AGENDA_TRANSF_BATCH".
           IF WS-MODO-BATCH = "S" THEN
               PERFORM 05-aplicar-batch
               goback
           END-IF.
           perform 01-inicializar.
           IF WS-ERRO-ABERTURA = 1 THEN
               goback
           END-IF.
           perform 02-processar
             until ws-acao = 9.
           perform 03-finalizar.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           MOVE 0 TO WS-ERRO-ABERTURA.
           PERFORM 011-abrir-agenda.
           IF WS-ERRO-ABERTURA = 1 THEN
               MOVE "Erro na abertura das atribuicoes" TO WS-MSG-AGT
               DISPLAY TELA-AGENDA
               DISPLAY TELA-AGENDA-MSG
               ACCEPT TELA-AGENDA
               GO TO 01-inicializar-exit
           END-IF.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
       01-inicializar-exit. exit.

       011-abrir-agenda section.
           MOVE "ARQ_AGENDTRF" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-AGENDTRF.
           OPEN I-O ARQ-AGENDTRF.
           IF WS-RST-ACESS-AGENDTRF = 35 THEN
               OPEN OUTPUT ARQ-AGENDTRF
               CLOSE ARQ-AGENDTRF
               OPEN I-O ARQ-AGENDTRF
           END-IF.
           IF  WS-RST-ACESS-AGENDTRF <> 00
           AND WS-RST-ACESS-AGENDTRF <> 05 THEN
               MOVE 1 TO WS-ERRO-ABERTURA
           END-IF.
       011-abrir-agenda-exit.
           EXIT.

       02-processar section.
           DISPLAY TELA-AGENDA.
           ACCEPT TELA-AGENDA.
           MOVE SPACES TO WS-MSG-AGT.
           EVALUATE ws-acao
           WHEN 1
             PERFORM 021-agendar
           WHEN 2
             PERFORM 022-cancelar
           WHEN 3
             PERFORM 023-listar-pendentes
           WHEN 9
             CONTINUE
           WHEN OTHER
             MOVE "Opcao invalida" TO WS-MSG-AGT
           END-EVALUATE.
           IF ws-acao <> 9 THEN
               DISPLAY TELA-AGENDA-MSG
               ACCEPT TELA-AGENDA
           END-IF.
       02-processar-exit. exit.

      *    O VENDEDOR DE DESTINO NAO PRECISA ESTAR ATIVO (NEM
      *    CADASTRADO) NO DIA DO AGENDAMENTO - A CONTRATACAO PODE
      *    ESTAR EM ANDAMENTO. A CONFERENCIA QUE VALE E A DA DATA DE
      *    APLICACAO; AQUI SO SE AVISA.
       021-agendar section.
           MOVE 0 TO WS-TEL-CODCLI-INI.
           MOVE 0 TO WS-TEL-CODCLI-FIM.
           MOVE 0 TO WS-TEL-VND-DESTINO.
           MOVE 0 TO WS-TEL-DATA-EFETIVA.
           MOVE SPACES TO WS-TEL-MOTIVO.
           MOVE "N" TO WS-TEL-PROTEGER.
           MOVE SPACES TO WS-TEL-CONFIRMAR.
           DISPLAY TELA-AGENDA-DADOS.
           ACCEPT TELA-AGT-CLI-INI.
           ACCEPT TELA-AGT-CLI-FIM.
           ACCEPT TELA-AGT-DESTINO.
           ACCEPT TELA-AGT-VIGENCIA.
           ACCEPT TELA-AGT-MOTIVO.
           ACCEPT TELA-AGT-PROTEGER.
           ACCEPT TELA-AGT-CONFIRMA.
           IF WS-TEL-CONFIRMAR NOT = "S" THEN
               MOVE "Agendamento nao registrado" TO WS-MSG-AGT
               GO TO 021-agendar-exit
           END-IF.

           IF WS-TEL-CODCLI-INI = 0 THEN
               MOVE "Cliente inicial obrigatorio" TO WS-MSG-AGT
               GO TO 021-agendar-exit
           END-IF.
           IF WS-TEL-CODCLI-FIM = 0 THEN
               MOVE WS-TEL-CODCLI-INI TO WS-TEL-CODCLI-FIM
           END-IF.
           IF WS-TEL-CODCLI-FIM < WS-TEL-CODCLI-INI THEN
               MOVE "Cliente final menor que o inicial" TO WS-MSG-AGT
               GO TO 021-agendar-exit
           END-IF.
           IF WS-TEL-CODCLI-FIM = WS-TEL-CODCLI-INI THEN
               MOVE WS-TEL-CODCLI-INI TO CLI-CODIGO
               READ ARQ-CLIENTE KEY IS CLI-CODIGO INVALID KEY CONTINUE
               END-READ
               IF WS-RESULTADO-ACESSO NOT = 0 THEN
                   MOVE "Cliente inexistente" TO WS-MSG-AGT
                   GO TO 021-agendar-exit
               END-IF
           END-IF.
           IF WS-TEL-VND-DESTINO = 0 THEN
               MOVE "Vendedor de destino obrigatorio" TO WS-MSG-AGT
               GO TO 021-agendar-exit
           END-IF.
           IF WS-TEL-DATA-EFETIVA <= WS-DATA-HOJE
           OR WS-TEL-EFE-MES < 1 OR WS-TEL-EFE-MES > 12
           OR WS-TEL-EFE-DIA < 1 OR WS-TEL-EFE-DIA > 31 THEN
               MOVE "Vigencia deve ser data futura valida" TO
                    WS-MSG-AGT
               GO TO 021-agendar-exit
           END-IF.
           IF WS-TEL-MOTIVO = SPACES THEN
               MOVE "Motivo obrigatorio" TO WS-MSG-AGT
               GO TO 021-agendar-exit
           END-IF.
           IF  WS-TEL-PROTEGER NOT = "S"
           AND WS-TEL-PROTEGER NOT = "N" THEN
               MOVE "Protecao manual deve ser S ou N" TO WS-MSG-AGT
               GO TO 021-agendar-exit
           END-IF.

           PERFORM 0211-proximo-id-agenda.
           INITIALIZE AGT-REGISTRO.
           MOVE WS-NOVO-ID          TO AGT-ID.
           MOVE WS-TEL-CODCLI-INI   TO AGT-CODCLI-INI.
           MOVE WS-TEL-CODCLI-FIM   TO AGT-CODCLI-FIM.
           MOVE WS-TEL-VND-DESTINO  TO AGT-CODVND-DESTINO.
           MOVE WS-TEL-DATA-EFETIVA TO AGT-DATA-EFETIVA.
           MOVE WS-TEL-MOTIVO       TO AGT-MOTIVO.
           MOVE WS-OPERADOR-ID      TO AGT-REQUISITANTE.
           MOVE WS-DATA-HOJE        TO AGT-DATA-REGISTRO.
           MOVE WS-TEL-PROTEGER     TO AGT-PROTEGER.
           MOVE "P"                 TO AGT-SITUACAO.
           WRITE AGT-REGISTRO.
           IF WS-RST-ACESS-AGENDTRF NOT = 0 THEN
               MOVE "Erro ao gravar agendamento" TO WS-MSG-AGT
               GO TO 021-agendar-exit
           END-IF.

           MOVE WS-NOVO-ID TO WS-NOVO-ID-ED.
           MOVE SPACES TO WS-MSG-AGT.
           MOVE WS-TEL-VND-DESTINO TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-VND NOT = 0
           OR NOT VND-STATUS-ATIVO THEN
               STRING "Agendado " DELIMITED BY SIZE
                      WS-NOVO-ID-ED DELIMITED BY SIZE
                      "; vendedor hoje inativo" DELIMITED BY SIZE
                 INTO WS-MSG-AGT
           ELSE
               STRING "Agendamento registrado, numero "
                                       DELIMITED BY SIZE
                      WS-NOVO-ID-ED DELIMITED BY SIZE
                 INTO WS-MSG-AGT
           END-IF.
       021-agendar-exit.
           EXIT.

      *    O REGISTRO DE NUMERO ZERO GUARDA O ULTIMO NUMERO USADO,
      *    COMO NO ARQ_TRANSF; O CAMPO DATA DE REGISTRO DO REGISTRO
      *    DE CONTROLE E O CONTADOR.
       0211-proximo-id-agenda section.
           MOVE 0 TO AGT-ID.
           READ ARQ-AGENDTRF KEY IS AGT-ID INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-AGENDTRF NOT = 0 THEN
               INITIALIZE AGT-REGISTRO
               MOVE 0   TO AGT-ID
               MOVE "C" TO AGT-SITUACAO
               WRITE AGT-REGISTRO
               MOVE 0 TO AGT-DATA-REGISTRO
           END-IF.
           COMPUTE WS-NOVO-ID = AGT-DATA-REGISTRO + 1.
           MOVE WS-NOVO-ID TO AGT-DATA-REGISTRO.
           REWRITE AGT-REGISTRO.
       0211-proximo-id-agenda-exit.
           EXIT.

       022-cancelar section.
           MOVE 0 TO WS-TEL-AGT-ID.
           MOVE SPACES TO WS-TEL-CONFIRMAR.
           DISPLAY TELA-AGENDA-CANCELA.
           ACCEPT TELA-AGT-ID.
           IF WS-TEL-AGT-ID = 0 THEN
               GO TO 022-cancelar-exit
           END-IF.
           MOVE WS-TEL-AGT-ID TO AGT-ID.
           READ ARQ-AGENDTRF KEY IS AGT-ID INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-AGENDTRF NOT = 0 THEN
               MOVE "Agendamento nao encontrado" TO WS-MSG-AGT
               GO TO 022-cancelar-exit
           END-IF.
           IF NOT AGT-PENDENTE THEN
               MOVE "Agendamento nao esta pendente" TO WS-MSG-AGT
               GO TO 022-cancelar-exit
           END-IF.
           ACCEPT TELA-AGT-CONFIRMA-CANC.
           IF WS-TEL-CONFIRMAR NOT = "S" THEN
               MOVE "Cancelamento nao efetuado" TO WS-MSG-AGT
               GO TO 022-cancelar-exit
           END-IF.
           MOVE "C"            TO AGT-SITUACAO.
           MOVE WS-DATA-HOJE   TO AGT-DATA-SITUACAO.
           MOVE WS-OPERADOR-ID TO AGT-OPERADOR-SITUACAO.
           MOVE "CANCELADO PELO OPERADOR" TO AGT-NOTA.
           REWRITE AGT-REGISTRO.
           IF WS-RST-ACESS-AGENDTRF = 0 THEN
               MOVE "Agendamento cancelado" TO WS-MSG-AGT
           ELSE
               MOVE "Erro ao regravar agendamento" TO WS-MSG-AGT
           END-IF.
       022-cancelar-exit.
           EXIT.

      *    LISTAGEM DAS MUDANCAS FUTURAS AINDA PENDENTES, NA ORDEM DE
      *    REGISTRO, COM A VIGENCIA E QUEM PEDIU.
       023-listar-pendentes section.
           MOVE "AGENDTRF_PEND" TO WS-TEL-NMARQUIVO.
           DISPLAY TELA-AGENDA-LISTA.
           ACCEPT TELA-AGT-NMARQ.
           IF WS-TEL-NMARQUIVO = SPACES THEN
               MOVE "Listagem cancelada" TO WS-MSG-AGT
               GO TO 023-listar-pendentes-exit
           END-IF.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE "  ATRIBUICOES FUTURAS PENDENTES - POSICAO EM" TO
                WS-AGT-CAB-TITULO.
           MOVE WS-DATA-HOJE TO WS-AGT-CAB-DATA.
           MOVE WS-LINHA-AGT-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-AGT-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           MOVE 0 TO WS-QTD-PENDENTES.
           MOVE 0 TO WS-FIM-AGT.
           MOVE 0 TO AGT-ID.
           START ARQ-AGENDTRF KEY IS GREATER THAN AGT-ID
             INVALID KEY MOVE 1 TO WS-FIM-AGT
           END-START.
           PERFORM 0231-listar-agendamento
             UNTIL WS-FIM-AGT = 1.
           CLOSE ARQ-IMPRESSO.

           MOVE WS-QTD-PENDENTES TO WS-QTD-PENDENTES-ED.
           MOVE SPACES TO WS-MSG-AGT.
           STRING "Agendamentos pendentes: " DELIMITED BY SIZE
                  WS-QTD-PENDENTES-ED        DELIMITED BY SIZE
             INTO WS-MSG-AGT.
       023-listar-pendentes-exit.
           EXIT.

       0231-listar-agendamento section.
           READ ARQ-AGENDTRF NEXT RECORD
             AT END MOVE 1 TO WS-FIM-AGT
           END-READ.
           IF WS-FIM-AGT = 1 THEN
               GO TO 0231-listar-agendamento-exit
           END-IF.
           IF AGT-PENDENTE THEN
               ADD 1 TO WS-QTD-PENDENTES
               MOVE AGT-MOTIVO TO WS-AGT-DET-TEXTO
               PERFORM 0232-imprimir-agendamento
           END-IF.
       0231-listar-agendamento-exit.
           EXIT.

      *    LINHA DE DETALHE DO AGENDAMENTO CORRENTE; O TEXTO FINAL
      *    (MOTIVO OU OCORRENCIA) VEM PREENCHIDO PELO CHAMADOR.
       0232-imprimir-agendamento section.
           MOVE AGT-ID             TO WS-AGT-DET-ID.
           MOVE AGT-CODCLI-INI     TO WS-AGT-DET-CLI-INI.
           MOVE AGT-CODCLI-FIM     TO WS-AGT-DET-CLI-FIM.
           MOVE AGT-CODVND-DESTINO TO WS-AGT-DET-DESTINO.
           MOVE AGT-DATA-EFETIVA   TO WS-AGT-DET-VIGENCIA.
           MOVE AGT-PROTEGER       TO WS-AGT-DET-PROTEGER.
           MOVE AGT-REQUISITANTE   TO WS-AGT-DET-REQUIS.
           MOVE WS-LINHA-AGT-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       0232-imprimir-agendamento-exit.
           EXIT.

       03-finalizar section.
           CLOSE ARQ-AGENDTRF.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
       03-finalizar-exit. exit.

      *    APLICACAO NOTURNA: TOMA O TOKEN EXCLUSIVO (REGRAVA CLIENTE
      *    E VENDEDOR, COMO A DISTRIBUICAO), PERCORRE OS AGENDAMENTOS
      *    PENDENTES COM VIGENCIA ATE HOJE E DEIXA NO SPOOL A
      *    RELACAO DO QUE FOI APLICADO E DO QUE FOI REJEITADO.
       05-aplicar-batch section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           MOVE 0 TO WS-RC-BATCH.
           MOVE 0 TO WS-QTD-AGT-APLICADOS.
           MOVE 0 TO WS-QTD-AGT-REJEITADOS.
           MOVE 0 TO WS-QTD-CLI-MOVIDOS.

           MOVE "XE" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
           IF WS-TRV-OK NOT = "S" THEN
               DISPLAY "AGENDA_TRANSFERENCIA: sistema travado por "
                       WS-TRV-DETENTOR
               MOVE 8 TO WS-RC-BATCH
               GO TO 05-aplicar-batch-fim
           END-IF.

           PERFORM 051-abrir-arquivos-batch.
           IF WS-ERRO-ABERTURA = 1 THEN
               MOVE 8 TO WS-RC-BATCH
               GO TO 05-aplicar-batch-libera
           END-IF.

           MOVE "AGENDTRF" TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR.
           MOVE SPACES TO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE "  ATRIBUICOES FUTURAS APLICADAS EM" TO
                WS-AGT-CAB-TITULO.
           MOVE WS-DATA-HOJE TO WS-AGT-CAB-DATA.
           MOVE WS-LINHA-AGT-CAB-1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-AGT-CAB-2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.

           MOVE 0 TO WS-FIM-AGT.
           MOVE 0 TO AGT-ID.
           START ARQ-AGENDTRF KEY IS GREATER THAN AGT-ID
             INVALID KEY MOVE 1 TO WS-FIM-AGT
           END-START.
           PERFORM 052-avaliar-agendamento
             UNTIL WS-FIM-AGT = 1.

           MOVE SPACES TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-QTD-AGT-APLICADOS  TO WS-AGT-TOT-APLICADOS.
           MOVE WS-QTD-AGT-REJEITADOS TO WS-AGT-TOT-REJEITADOS.
           MOVE WS-QTD-CLI-MOVIDOS    TO WS-AGT-TOT-CLIENTES.
           MOVE WS-LINHA-AGT-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.
           MOVE "F" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.

           CLOSE ARQ-AGENDTRF.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           IF WS-HISTD-DISPONIVEL = "S" THEN
               CLOSE ARQ-HISTDIST
           END-IF.
           IF WS-QTD-AGT-REJEITADOS > 0 THEN
               MOVE 4 TO WS-RC-BATCH
           END-IF.
       05-aplicar-batch-libera.
           MOVE "XL" TO WS-TRV-FUNCAO.
           MOVE WS-OPERADOR-ID TO WS-TRV-OPERADOR.
           CALL 'TRAVA_SISTEMA' USING WS-TRAVA-REG.
       05-aplicar-batch-fim.
           MOVE "AGENDA_TRANSFERENCIA" TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID        TO WS-JOB-OPERADOR.
           MOVE WS-QTD-CLI-MOVIDOS    TO WS-JOB-QTD-REGISTROS.
           MOVE WS-QTD-AGT-REJEITADOS TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH           TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
       05-aplicar-batch-exit.
           EXIT.

       051-abrir-arquivos-batch section.
           MOVE 0 TO WS-ERRO-ABERTURA.
           PERFORM 011-abrir-agenda.
           IF WS-ERRO-ABERTURA = 1 THEN
               DISPLAY "AGENDA_TRANSFERENCIA: erro na abertura das "
                       "atribuicoes futuras"
               GO TO 051-abrir-arquivos-batch-exit
           END-IF.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN I-O ARQ-CLIENTE.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN I-O ARQ-VENDEDOR.
           IF  (WS-RESULTADO-ACESSO <> 00
                AND WS-RESULTADO-ACESSO <> 05)
           OR  (WS-RST-ACESS-VND <> 00
                AND WS-RST-ACESS-VND <> 05) THEN
               DISPLAY "AGENDA_TRANSFERENCIA: erro na abertura dos "
                       "cadastros"
               CLOSE ARQ-AGENDTRF ARQ-CLIENTE ARQ-VENDEDOR
               MOVE 1 TO WS-ERRO-ABERTURA
               GO TO 051-abrir-arquivos-batch-exit
           END-IF.
           MOVE "ARQ_HISTDIST" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-HISTDIST.
           OPEN I-O ARQ-HISTDIST.
           IF WS-RST-ACESS-HISTDIST = 35 THEN
               OPEN OUTPUT ARQ-HISTDIST
               CLOSE ARQ-HISTDIST
               OPEN I-O ARQ-HISTDIST
           END-IF.
           IF  WS-RST-ACESS-HISTDIST = 00
           OR  WS-RST-ACESS-HISTDIST = 05 THEN
               MOVE "S" TO WS-HISTD-DISPONIVEL
           ELSE
               MOVE "N" TO WS-HISTD-DISPONIVEL
           END-IF.
       051-abrir-arquivos-batch-exit.
           EXIT.

       052-avaliar-agendamento section.
           READ ARQ-AGENDTRF NEXT RECORD
             AT END MOVE 1 TO WS-FIM-AGT
           END-READ.
           IF WS-FIM-AGT = 1 THEN
               GO TO 052-avaliar-agendamento-exit
           END-IF.
           IF NOT AGT-PENDENTE
           OR AGT-DATA-EFETIVA > WS-DATA-HOJE THEN
               GO TO 052-avaliar-agendamento-exit
           END-IF.

      *    O DESTINO E CONFERIDO NA DATA DA APLICACAO: INEXISTENTE OU
      *    INATIVO REJEITA O AGENDAMENTO INTEIRO, SEM MOVER NINGUEM.
           MOVE AGT-CODVND-DESTINO TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-VND NOT = 0 THEN
               MOVE "VENDEDOR DESTINO INEXISTENTE" TO AGT-NOTA
               PERFORM 0522-rejeitar-agendamento
               GO TO 052-avaliar-agendamento-exit
           END-IF.
           IF NOT VND-STATUS-ATIVO THEN
               MOVE "VENDEDOR DESTINO NAO ATIVO" TO AGT-NOTA
               PERFORM 0522-rejeitar-agendamento
               GO TO 052-avaliar-agendamento-exit
           END-IF.
      *    CONTRATO DO DESTINO VENCIDO NA DATA DE VIGENCIA TAMBEM
      *    REJEITA; SEM CONTRATO CADASTRADO SEGUE COMO NA ATRIBUICAO
      *    MANUAL.
           MOVE AGT-CODVND-DESTINO TO WS-VCV-CODVND.
           MOVE AGT-DATA-EFETIVA TO WS-VCV-DATA.
           CALL 'VERIFICA_CONTRATO_VND' USING WS-VERIFICA-CONTRATO.
           IF WS-VCV-SITUACAO = "V" THEN
               MOVE "CONTRATO DO DESTINO VENCIDO" TO AGT-NOTA
               PERFORM 0522-rejeitar-agendamento
               GO TO 052-avaliar-agendamento-exit
           END-IF.

           MOVE 0 TO AGT-QTD-APLICADOS.
           MOVE 0 TO WS-FIM-CLI.
           MOVE AGT-CODCLI-INI TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-CLI
           END-START.
           PERFORM 0521-aplicar-cliente
             UNTIL WS-FIM-CLI = 1.

           MOVE "A"            TO AGT-SITUACAO.
           MOVE WS-DATA-HOJE   TO AGT-DATA-SITUACAO.
           MOVE WS-OPERADOR-ID TO AGT-OPERADOR-SITUACAO.
           MOVE AGT-QTD-APLICADOS TO WS-QTD-APLICADOS-ED.
           MOVE SPACES TO AGT-NOTA.
           STRING "APLICADO - CLIENTES: " DELIMITED BY SIZE
                  WS-QTD-APLICADOS-ED    DELIMITED BY SIZE
             INTO AGT-NOTA.
           REWRITE AGT-REGISTRO.
           ADD 1 TO WS-QTD-AGT-APLICADOS.
           MOVE AGT-NOTA TO WS-AGT-DET-TEXTO.
           PERFORM 0232-imprimir-agendamento.
       052-avaliar-agendamento-exit.
           EXIT.

      *    MESMA MECANICA DA ATRIBUICAO MANUAL DO TRANSFERE_CLIENTE,
      *    SO PARA CLIENTES ATIVOS QUE AINDA NAO ESTAO COM O DESTINO.
       0521-aplicar-cliente section.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CLI
           END-READ.
           IF WS-FIM-CLI = 1 THEN
               GO TO 0521-aplicar-cliente-exit
           END-IF.
           IF CLI-CODIGO > AGT-CODCLI-FIM THEN
               MOVE 1 TO WS-FIM-CLI
               GO TO 0521-aplicar-cliente-exit
           END-IF.
           IF NOT CLI-STATUS-ATIVO
           OR CLI-CODVND = AGT-CODVND-DESTINO THEN
               GO TO 0521-aplicar-cliente-exit
           END-IF.

           MOVE CLI-CODVND TO WS-VND-ANTERIOR.
           MOVE CLI-REGISTRO TO WS-AUD-IMAGEM-ANTES.
           MOVE CLI-CODVND TO CLI-CODVND-BACKUP.
           MOVE AGT-CODVND-DESTINO TO CLI-CODVND.
           IF AGT-PROTEGER-SIM THEN
               MOVE "S" TO CLI-CODVND-MANUAL
               MOVE AGT-MOTIVO TO CLI-MOTIVO-MANUAL
           END-IF.
           ADD 1 TO CLI-VERSAO.
           MOVE WS-OPERADOR-ID TO CLI-OPERADOR.
           REWRITE CLI-REGISTRO.
           IF WS-RESULTADO-ACESSO NOT = 0 THEN
               DISPLAY "AGENDA_TRANSFERENCIA: erro ao regravar "
                       "cliente " CLI-CODIGO
               GO TO 0521-aplicar-cliente-exit
           END-IF.
           ADD 1 TO AGT-QTD-APLICADOS.
           ADD 1 TO WS-QTD-CLI-MOVIDOS.

           MOVE CLI-REGISTRO   TO WS-AUD-IMAGEM-DEPOIS.
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR.
           MOVE "CLI"          TO WS-AUD-TIPO.
           MOVE "T"            TO WS-AUD-OPERACAO.
           MOVE CLI-CODIGO     TO WS-AUD-CHAVE.
           CALL 'GRAVA_AUDITORIA' USING WS-AUDITORIA.

           MOVE WS-VND-ANTERIOR TO WS-AJUSTE-CODVND.
           IF WS-AJUSTE-CODVND > 0 THEN
               MOVE WS-AJUSTE-CODVND TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                   INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-VND = 0
               AND VND-QTDE-CLIENTES > 0 THEN
                   SUBTRACT 1 FROM VND-QTDE-CLIENTES
                   REWRITE VND-REGISTRO
               END-IF
           END-IF.
           MOVE AGT-CODVND-DESTINO TO VND-CODIGO.
           READ ARQ-VENDEDOR KEY IS VND-CODIGO
               INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-VND = 0 THEN
               ADD 1 TO VND-QTDE-CLIENTES
               REWRITE VND-REGISTRO
           END-IF.

           IF WS-HISTD-DISPONIVEL = "S" THEN
               MOVE CLI-CODIGO TO HISTD-CODCLI
               ACCEPT HISTD-DATA FROM DATE YYYYMMDD
               ACCEPT HISTD-HORA FROM TIME
               MOVE WS-VND-ANTERIOR    TO HISTD-CODVND-ANT
               MOVE AGT-CODVND-DESTINO TO HISTD-CODVND-NOVO
               MOVE 0 TO HISTD-DISTANCIA
               MOVE WS-OPERADOR-ID TO HISTD-OPERADOR
               WRITE HISTD-REGISTRO
           END-IF.
       0521-aplicar-cliente-exit.
           EXIT.

       0522-rejeitar-agendamento section.
           MOVE "R"            TO AGT-SITUACAO.
           MOVE WS-DATA-HOJE   TO AGT-DATA-SITUACAO.
           MOVE WS-OPERADOR-ID TO AGT-OPERADOR-SITUACAO.
           MOVE 0              TO AGT-QTD-APLICADOS.
           REWRITE AGT-REGISTRO.
           ADD 1 TO WS-QTD-AGT-REJEITADOS.
           MOVE SPACES TO WS-AGT-DET-TEXTO.
           STRING "REJ: " DELIMITED BY SIZE
                  AGT-NOTA DELIMITED BY SIZE
             INTO WS-AGT-DET-TEXTO.
           PERFORM 0232-imprimir-agendamento.
       0522-rejeitar-agendamento-exit.
           EXIT.
