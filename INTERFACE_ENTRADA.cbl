      *    PROCESSADOR NAO-ASSISTIDO DOS ARQUIVOS DE ENTRADA DO ERP.
      *    O AGENDADOR DEPOSITA OS ARQUIVOS NA CAIXA DE ENTRADA E
      *    RELACIONA CADA UM NUMA LINHA DO ARQUIVO IMPBOX_LISTA:
      *      COL 01-03  TIPO (CLI, VND, FAT, BLQ OU RH)
      *      COL 04-43  NOME DO ARQUIVO (LAYOUT ARQ-IMPCLI/ARQ-IMPVND/
      *                 ARQ-IMPFAT/ARQ-IMPRH DE FORMATO FIXO)
      *      COL 44-48  PERFIL DE LAYOUT DO PARCEIRO (ARQ_LAYOUT;
      *                 BRANCO = LAYOUT NATIVO). COM PERFIL, CADA
      *                 LINHA DO ARQUIVO E MAPEADA PARA OS CAMPOS
      *                 CLI/VND PELA CONFIGURACAO DO PERFIL
      *                 (POSICOES FIXAS OU COLUNAS CSV), E PARCEIRO
      *                 NOVO E SO CADASTRO - SEM MEXER EM PROGRAMA.
      *                 O TIPO RH SO ACEITA O LAYOUT NATIVO.
      *    O TIPO RH E O FEED DE EVENTOS DO SISTEMA DE PESSOAL,
      *    IDENTIFICADOS PELO CPF DO VENDEDOR (VND-CPF):
      *      A = ADMISSAO     - CRIA O VENDEDOR COM STATUS PENDENTE
      *                         ("P"), FORA DA DISTRIBUICAO ATE O
      *                         CADASTRO COMPLETAR LOCALIZACAO E
      *                         CAPACIDADE. CPF DE VENDEDOR INATIVO
      *                         E READMISSAO: O CODIGO E REAPROVEITADO.
      *      D = DESLIGAMENTO - INATIVA O VENDEDOR E POE A CARTEIRA
      *                         NA FILA DE RECALCULO (ARQ_RECALQ).
      *      L = LICENCA      - GRAVA O PERIODO EM ARQ_AUSENCIA.
      *    TODO EVENTO APLICADO VAI PARA A TRILHA DE AUDITORIA, E
      *    TODO EVENTO RECUSADO PARA A FILA DE REJEITOS.
      *    CADA ARQUIVO PASSA PELAS MESMAS REGRAS DA IMPORTACAO DOS
      *    CADASTROS (REJEITOS EM <NOME>.REJ), E FICA REGISTRADO NO
      *    ARQUIVO DE CONTROLE DE INTERFACE (ARQ_INTCTRL) - UM MESMO
      *    O ARQUIVO E RENOMEADO COM PREFIXO DONE_ (APLICADO) OU
      *    REJ_ (TOTALMENTE REJEITADO), ESVAZIANDO A CAIXA DE
      *    ENTRADA.
      *    ARQUIVOS GRANDES TEM CHECKPOINT (ARQ_CKPTINT): A CADA
      *    INTERFACE_CKPT LINHAS A ULTIMA LINHA APLICADA E OS
      *    CONTADORES SAO GRAVADOS, E O ARQ_INTCTRL FICA "EM CURSO"
      *    ATE O FIM DO ARQUIVO. SE A RODADA CAIR NO MEIO, A PROXIMA
      *    RETOMA DEPOIS DA ULTIMA LINHA GRAVADA NO CHECKPOINT E
      *    REGISTRA A RETOMADA EM ARQ_INTRETOM PARA O DIGESTO.
      *    AO FINAL GRAVA OS TOTAIS DE CONTROLE DA RODADA NO ARQUIVO
      *    DE BALANCEAMENTO (GRAVA_BALANCO): LINHAS LIDAS, APLICADAS
      *    E REJEITADAS, SOMA DOS CODIGOS DE CLIENTE E DOS VALORES DE
      *    FATURAMENTO APLICADOS E O CADASTRO DE CLIENTES ENTREGUE AO
      *    PASSO SEGUINTE.
       environment division.
       configuration section.
       input-output section.
         copy 'select-arq-impfat.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-arq-impblq.cpy'.
         copy 'select-arq-imprh.cpy'.
         copy 'select-arq-ausencia.cpy'.
         copy 'select-arq-recalq.cpy'.
         copy 'select-arq-credbloq.cpy'.
         copy 'select-arq-intctrl.cpy'.
         copy 'select-arq-rejq.cpy'.
         copy 'select-arq-layout.cpy'.
         copy 'select-arq-ckptint.cpy'.
         copy 'select-arq-intretom.cpy'.
         copy 'select-impresso.cpy'.
           SELECT ARQ-IMPBOX
               ASSIGN TO WID-ARQ-IMPBOX
         copy 'fd-arq-impfat.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-arq-impblq.cpy'.
         copy 'fd-arq-imprh.cpy'.
         copy 'fd-arq-ausencia.cpy'.
         copy 'fd-arq-recalq.cpy'.
         copy 'fd-arq-credbloq.cpy'.
         copy 'fd-arq-intctrl.cpy'.
         copy 'fd-arq-rejq.cpy'.
         copy 'fd-arq-layout.cpy'.
         copy 'fd-arq-ckptint.cpy'.
         copy 'fd-arq-intretom.cpy'.
         copy 'fd-impresso.cpy'.
       FD  ARQ-IMPBOX
           LABEL RECORD IS STANDARD.
              05 WS-RST-ACESS-IMPBLQ  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CREDBLOQ     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CREDBLOQ PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-IMPRH        PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRH   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-AUSENCIA     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-AUSENCIA PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-RECALQ       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RECALQ  PIC 9(02) VALUE ZEROS.
              05 WS-FIM-BUSCA-CPF     PIC 9(01) VALUE ZEROS.
              05 WS-CPF-ACHADO        PIC X(01) VALUE "N".
              05 WS-CODVND-CPF        PIC 9(05) VALUE ZEROS.
              05 WS-MAIOR-CODVND      PIC 9(05) VALUE ZEROS.
              05 WS-REPLAY-RH         PIC X(01) VALUE "N".
              05 WID-ARQ-INTCTRL      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-INTCTRL PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-IMPBOX       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-IMPBOX  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-CKPTINT      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CKPTINT PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-INTRETOM     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-INTRETOM PIC 9(02) VALUE ZEROS.
              05 WS-INTERVALO-CKPT    PIC 9(05) VALUE 01000.
              05 WS-QTDE-DESDE-CKPT   PIC 9(05) VALUE ZEROS.
              05 WS-LINHA-ATUAL       PIC 9(07) VALUE ZEROS.
              05 WS-LINHA-RETOMADA    PIC 9(07) VALUE ZEROS.
              05 WS-LIMITE-REPLAY     PIC 9(07) VALUE ZEROS.
              05 WS-QTD-RETOMADAS     PIC 9(03) VALUE ZEROS.
              05 WS-RETOMANDO         PIC X(01) VALUE "N".
              05 WS-HASH-CLI-ARQ      PIC 9(15) VALUE ZEROS.
              05 WS-HASH-VALOR-ARQ    PIC 9(15)V9(02) VALUE ZEROS.
              05 WS-FIM-CLIENTE       PIC 9(01) VALUE ZEROS.
              05 WS-HORA-CENTESIMOS   PIC 9(08) VALUE ZEROS.
              05 WS-BALANCO-PRM.
                 10 WS-BAL-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-BAL-ENT-TIPO   PIC X(01) VALUE SPACES.
                 10 WS-BAL-ENT-QTD    PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-ENT-HASH   PIC 9(15) VALUE ZEROS.
                 10 WS-BAL-QTD-LIDOS  PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-QTD-GRAVADOS PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-QTD-REJEITADOS PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-CONF-INTERNA PIC X(01) VALUE SPACES.
                 10 WS-BAL-HASH-CLI   PIC 9(15) VALUE ZEROS.
                 10 WS-BAL-HASH-VALOR PIC 9(15)V9(02) VALUE ZEROS.
                 10 WS-BAL-SAI-QTD    PIC 9(09) VALUE ZEROS.
                 10 WS-BAL-SAI-HASH   PIC 9(15) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(44) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE "INTERFACE".
                 10 WS-ALE-VALOR      PIC 9(07)V9(02) VALUE ZEROS.
                 10 WS-ALE-TEXTO      PIC X(40) VALUE SPACES.
                 10 WS-ALE-DISPAROU   PIC X(01) VALUE "N".
              05 WS-PARAMETRO-LIDO.
                 10 WS-PRM-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 WS-PARAMETRO-TREINO.
                 10 WS-TRN-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-TRN-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-TRN-ACHOU      PIC X(01) VALUE "N".
              05 WS-EMPRESA-ATUAL     PIC X(02) VALUE SPACES.
              05 WS-EMPRESA-E-TREINO  PIC X(01) VALUE "N".
              05 WS-AUDITORIA.
                 10 WS-AUD-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-AUD-TIPO       PIC X(03) VALUE SPACES.
                 10 WS-AUD-OPERACAO   PIC X(01) VALUE SPACES.
                 10 WS-AUD-CHAVE      PIC 9(07) VALUE ZEROS.
                 10 WS-AUD-IMAGEM-ANTES PIC X(200) VALUE SPACES.
                 10 WS-AUD-IMAGEM-DEPOIS PIC X(200) VALUE SPACES.
              05 WS-JOBLOG-PRM.
                 10 WS-JOB-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-JOB-DATA-INI   PIC 9(08) VALUE ZEROS.
               MOVE 8 TO WS-RC-BATCH
           END-IF.

           MOVE "INTERFACE_CKPT" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S" THEN
               COMPUTE WS-INTERVALO-CKPT =
                       FUNCTION NUMVAL(WS-PRM-VALOR)
           END-IF.
           IF WS-INTERVALO-CKPT = 0 THEN
               MOVE 1000 TO WS-INTERVALO-CKPT
           END-IF.

           PERFORM 01-abrir-arquivos.
           IF WS-RC-BATCH < 8 THEN
               MOVE "IMPBOX_LISTA" TO WID-ARQ-IMPBOX
                     UNTIL WS-FIM-IMPBOX = 1
                   CLOSE ARQ-IMPBOX
               END-IF
               PERFORM 04-gravar-balanco
               PERFORM 03-fechar-arquivos
           END-IF.

      *    O ARQUIVO DE CONTROLE GARANTE QUE O MESMO ARQUIVO NUNCA E
      *    APLICADO DUAS VEZES, MESMO QUE O AGENDADOR O RELACIONE DE
      *    NOVO NA LISTA.
      *    O ARQUIVO QUE FICOU "EM CURSO" NUMA QUEDA E RETOMADO
      *    PELO CHECKPOINT.
           MOVE IMPBOX-NOME TO INTCTRL-NOME.
           READ ARQ-INTCTRL KEY IS INTCTRL-NOME INVALID KEY CONTINUE
           END-READ.
           IF  WS-RST-ACESS-INTCTRL = 0
           AND INTCTRL-SITUACAO NOT = "EM CURSO" THEN
               ADD 1 TO WS-QTD-ARQS-PULADOS
               DISPLAY "INTERFACE_ENTRADA: ja aplicado, ignorado: "
                       IMPBOX-NOME
           ELSE
               MOVE 0 TO WS-QTD-IMPORTADOS
               MOVE 0 TO WS-QTD-REJEITADOS
               MOVE 0 TO WS-LINHA-RETOMADA
               MOVE 0 TO WS-LIMITE-REPLAY
               MOVE 0 TO WS-QTD-RETOMADAS
               MOVE 0 TO WS-HASH-CLI-ARQ
               MOVE 0 TO WS-HASH-VALOR-ARQ
               MOVE "N" TO WS-RETOMANDO
               IF WS-RST-ACESS-INTCTRL = 0 THEN
                   PERFORM 02H-ler-checkpoint
               END-IF
               PERFORM 02B-selecionar-perfil
               IF WS-PERFIL-OK = "N" THEN
                   ADD 1 TO WS-QTD-ARQS-ERRO
                   ELSE
                   IF IMPBOX-TIPO = "BLQ" THEN
                       PERFORM 024-processar-arquivo-blq
                   ELSE
                   IF IMPBOX-TIPO = "RH" THEN
                       PERFORM 025-processar-arquivo-rh
                   ELSE
                       ADD 1 TO WS-QTD-ARQS-ERRO
                       DISPLAY "INTERFACE_ENTRADA: tipo invalido: "
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.
               DISPLAY "INTERFACE_ENTRADA: nao encontrado: "
                       IMPBOX-NOME
           ELSE
               PERFORM 02I-iniciar-controle
               PERFORM 028-abrir-arq-rejeitos
               READ ARQ-IMPCLI NEXT RECORD
               PERFORM 0213-pular-registro-cli
                 UNTIL WS-RST-ACESS-IMPCLI > 0
                    OR WS-LINHA-ATUAL >= WS-LINHA-RETOMADA
               PERFORM 0211-importar-registro-cli
                 UNTIL WS-RST-ACESS-IMPCLI > 0
               CLOSE ARQ-IMPRESSO
      *    E O CONTROLE DE ULTIMO CODIGO ACOMPANHANDO OS CODIGOS
      *    IMPORTADOS.
       0211-importar-registro-cli section.
           ADD 1 TO WS-LINHA-ATUAL.
           IF WS-PERFIL-ATIVO = "S" THEN
      *        O PERFIL DO PARCEIRO MAPEIA A LINHA CRUA PARA OS
      *        CAMPOS DO LAYOUT NATIVO ANTES DAS CRITICAS NORMAIS.
           ACCEPT CLI-DATA-STATUS FROM DATE YYYYMMDD.
           MOVE 0                  TO CLI-CEP.
           MOVE SPACES             TO CLI-LOCALIDADE.
           MOVE IMPCLI-SEGMENTO    TO CLI-SEGMENTO.

           WRITE CLI-REGISTRO
      *    NA RETOMADA, AS LINHAS ENTRE O CHECKPOINT E A QUEDA JA
      *    PODEM TER SIDO APLICADAS: A CHAVE DUPLICADA NESSA FAIXA
      *    CONTA COMO IMPORTADA, NAO COMO REJEITO.
           IF  WS-RESULTADO-ACESSO = 22
           AND WS-LINHA-ATUAL NOT > WS-LIMITE-REPLAY THEN
               ADD 1 TO WS-QTD-IMPORTADOS
               ADD CLI-CODIGO TO WS-HASH-CLI-ARQ
           ELSE
           IF  WS-RESULTADO-ACESSO <> 0 THEN
               MOVE "Codigo ja cadastrado ou invalido" TO
                    WS-MOTIVO-REJEITO
               PERFORM 029-gravar-rejeito
           ELSE
               ADD 1 TO WS-QTD-IMPORTADOS
               ADD CLI-CODIGO TO WS-HASH-CLI-ARQ
               PERFORM 0212-atualizar-clictrl
           END-IF
           END-IF.
           PERFORM 02J-checar-checkpoint.
           READ ARQ-IMPCLI NEXT RECORD.
       0211-importar-registro-cli-exit.
           EXIT.

       0213-pular-registro-cli section.
           ADD 1 TO WS-LINHA-ATUAL.
           READ ARQ-IMPCLI NEXT RECORD.
       0213-pular-registro-cli-exit.
           EXIT.

       0212-atualizar-clictrl section.
           MOVE 1 TO CLICTRL-CHAVE.
           READ ARQ-CLICTRL KEY IS CLICTRL-CHAVE INVALID KEY CONTINUE
               DISPLAY "INTERFACE_ENTRADA: nao encontrado: "
                       IMPBOX-NOME
           ELSE
               PERFORM 02I-iniciar-controle
               PERFORM 028-abrir-arq-rejeitos
               READ ARQ-IMPVND NEXT RECORD
               PERFORM 0222-pular-registro-vnd
                 UNTIL WS-RST-ACESS-IMPVND > 0
                    OR WS-LINHA-ATUAL >= WS-LINHA-RETOMADA
               PERFORM 0221-importar-registro-vnd
                 UNTIL WS-RST-ACESS-IMPVND > 0
               CLOSE ARQ-IMPRESSO
           EXIT.

       0221-importar-registro-vnd section.
           ADD 1 TO WS-LINHA-ATUAL.
           IF WS-PERFIL-ATIVO = "S" THEN
               MOVE IMPVND-LINHA-CSV TO WS-RAW-LINHA
               PERFORM 02D-mapear-vnd-perfil
           MOVE 0                  TO VND-EQUIPE.

           WRITE VND-REGISTRO
           IF  WS-RST-ACESS-VND = 22
           AND WS-LINHA-ATUAL NOT > WS-LIMITE-REPLAY THEN
               ADD 1 TO WS-QTD-IMPORTADOS
           ELSE
           IF  WS-RST-ACESS-VND <> 0 THEN
               MOVE "Codigo ja cadastrado ou invalido" TO
                    WS-MOTIVO-REJEITO
               PERFORM 029-gravar-rejeito
           ELSE
               ADD 1 TO WS-QTD-IMPORTADOS
           END-IF
           END-IF.
           PERFORM 02J-checar-checkpoint.
           READ ARQ-IMPVND NEXT RECORD.
       0221-importar-registro-vnd-exit.
           EXIT.

       0222-pular-registro-vnd section.
           ADD 1 TO WS-LINHA-ATUAL.
           READ ARQ-IMPVND NEXT RECORD.
       0222-pular-registro-vnd-exit.
           EXIT.

      *    FATURAMENTO MENSAL POR CLIENTE VINDO DO ERP: CADA LINHA
      *    TRAZ CLIENTE, ANO/MES E VALOR FATURADO. O CLIENTE TEM QUE
      *    EXISTIR E ESTAR ATIVO; RECARGA DO MESMO MES SUBSTITUI O
               DISPLAY "INTERFACE_ENTRADA: nao encontrado: "
                       IMPBOX-NOME
           ELSE
               PERFORM 02I-iniciar-controle
               PERFORM 028-abrir-arq-rejeitos
               READ ARQ-IMPFAT NEXT RECORD
               PERFORM 0232-pular-registro-fat
                 UNTIL WS-RST-ACESS-IMPFAT > 0
                    OR WS-LINHA-ATUAL >= WS-LINHA-RETOMADA
               PERFORM 0231-importar-registro-fat
                 UNTIL WS-RST-ACESS-IMPFAT > 0
               CLOSE ARQ-IMPRESSO
           EXIT.

       0231-importar-registro-fat section.
           ADD 1 TO WS-LINHA-ATUAL.
           MOVE IMPFAT-CODCLI TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO INVALID KEY CONTINUE
           END-READ.
                   PERFORM 029-gravar-rejeito
               ELSE
                   ADD 1 TO WS-QTD-IMPORTADOS
                   ADD FAT-CODCLI TO WS-HASH-CLI-ARQ
                   ADD FAT-VALOR  TO WS-HASH-VALOR-ARQ
               END-IF
           END-IF
           END-IF.
           PERFORM 02J-checar-checkpoint.
           READ ARQ-IMPFAT NEXT RECORD.
       0231-importar-registro-fat-exit.
           EXIT.

       0232-pular-registro-fat section.
           ADD 1 TO WS-LINHA-ATUAL.
           READ ARQ-IMPFAT NEXT RECORD.
       0232-pular-registro-fat-exit.
           EXIT.

      *    BLOQUEIO DE CREDITO VINDO DO FINANCEIRO: O ARQUIVO NOTURNO
      *    TRAZ O CONJUNTO COMPLETO DOS CNPJ BLOQUEADOS, ENTAO A
      *    TABELA DE BLOQUEIOS (ARQ_CREDBLOQ) E RECONSTRUIDA DO ZERO
               MOVE "ARQ_CREDBLOQ" TO WS-NAE-BASE
               CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
               MOVE WS-NAE-NOME TO WID-ARQ-CREDBLOQ
      *        NA RETOMADA A TABELA JA TEM A PARTE APLICADA ANTES DA
      *        QUEDA; SO A CARGA NOVA A RECONSTROI DO ZERO.
               IF WS-RETOMANDO = "S" THEN
                   OPEN I-O ARQ-CREDBLOQ
                   IF WS-RST-ACESS-CREDBLOQ = 35 THEN
                       OPEN OUTPUT ARQ-CREDBLOQ
                   END-IF
               ELSE
                   OPEN OUTPUT ARQ-CREDBLOQ
               END-IF
               PERFORM 02I-iniciar-controle
               PERFORM 028-abrir-arq-rejeitos
               READ ARQ-IMPBLQ NEXT RECORD
               PERFORM 0242-pular-registro-blq
                 UNTIL WS-RST-ACESS-IMPBLQ > 0
                    OR WS-LINHA-ATUAL >= WS-LINHA-RETOMADA
               PERFORM 0241-importar-registro-blq
                 UNTIL WS-RST-ACESS-IMPBLQ > 0
               CLOSE ARQ-IMPRESSO
           EXIT.

       0241-importar-registro-blq section.
           ADD 1 TO WS-LINHA-ATUAL.
           MOVE IMPBLQ-CNPJ TO CLI-CNPJ.
           READ ARQ-CLIENTE KEY IS CLI-CNPJ INVALID KEY CONTINUE
           END-READ.
               MOVE IMPBLQ-CNPJ TO BLQ-CNPJ
               ACCEPT BLQ-DATA-BLOQUEIO FROM DATE YYYYMMDD
               WRITE BLQ-REGISTRO
               IF  WS-RST-ACESS-CREDBLOQ = 22
               AND WS-LINHA-ATUAL NOT > WS-LIMITE-REPLAY THEN
                   MOVE 0 TO WS-RST-ACESS-CREDBLOQ
               END-IF
               IF WS-RST-ACESS-CREDBLOQ = 0 THEN
                   ADD 1 TO WS-QTD-IMPORTADOS
               ELSE
                   PERFORM 029-gravar-rejeito
               END-IF
           END-IF.
           PERFORM 02J-checar-checkpoint.
           READ ARQ-IMPBLQ NEXT RECORD.
       0241-importar-registro-blq-exit.
           EXIT.

       0242-pular-registro-blq section.
           ADD 1 TO WS-LINHA-ATUAL.
           READ ARQ-IMPBLQ NEXT RECORD.
       0242-pular-registro-blq-exit.
           EXIT.

      *    EVENTOS DO SISTEMA DE PESSOAL (ADMISSAO, DESLIGAMENTO E
      *    LICENCA), LOCALIZADOS PELO CPF DO VENDEDOR. O PERIODO DE
      *    LICENCA VAI PARA O MESMO ARQ_AUSENCIA DO CADASTRO_VENDEDOR.
       025-processar-arquivo-rh section.
           MOVE IMPBOX-NOME TO WID-ARQ-IMPRH.
           OPEN INPUT ARQ-IMPRH.
           IF WS-RST-ACESS-IMPRH NOT = 0 THEN
               ADD 1 TO WS-QTD-ARQS-ERRO
               DISPLAY "INTERFACE_ENTRADA: nao encontrado: "
                       IMPBOX-NOME
           ELSE
               MOVE "ARQ_AUSENCIA" TO WS-NAE-BASE
               CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA
               MOVE WS-NAE-NOME TO WID-ARQ-AUSENCIA
               OPEN I-O ARQ-AUSENCIA
               IF WS-RST-ACESS-AUSENCIA = 35 THEN
                   OPEN OUTPUT ARQ-AUSENCIA
                   CLOSE ARQ-AUSENCIA
                   OPEN I-O ARQ-AUSENCIA
               END-IF
               PERFORM 02I-iniciar-controle
               PERFORM 028-abrir-arq-rejeitos
               READ ARQ-IMPRH NEXT RECORD
               PERFORM 0252-pular-registro-rh
                 UNTIL WS-RST-ACESS-IMPRH > 0
                    OR WS-LINHA-ATUAL >= WS-LINHA-RETOMADA
               PERFORM 0251-importar-registro-rh
                 UNTIL WS-RST-ACESS-IMPRH > 0
               CLOSE ARQ-IMPRESSO
               CLOSE ARQ-IMPRH
               CLOSE ARQ-AUSENCIA
               PERFORM 027-registrar-e-mover
           END-IF.
       025-processar-arquivo-rh-exit.
           EXIT.

      *    CADA EVENTO DEIXA WS-MOTIVO-REJEITO EM BRANCO QUANDO FOI
      *    APLICADO. NA RETOMADA (LINHA DENTRO DA FAIXA JA APLICADA
      *    ANTES DA QUEDA), O EVENTO QUE JA ESTA REFLETIDO NO CADASTRO
      *    CONTA COMO APLICADO E NAO E GRAVADO DE NOVO.
       0251-importar-registro-rh section.
           ADD 1 TO WS-LINHA-ATUAL.
           MOVE SPACES TO WS-MOTIVO-REJEITO.
           IF WS-LINHA-ATUAL NOT > WS-LIMITE-REPLAY THEN
               MOVE "S" TO WS-REPLAY-RH
           ELSE
               MOVE "N" TO WS-REPLAY-RH
           END-IF.
           IF IMPRH-CPF IS NOT NUMERIC
           OR IMPRH-CPF = 0 THEN
               MOVE "CPF invalido" TO WS-MOTIVO-REJEITO
               MOVE "N" TO WS-CPF-ACHADO
           ELSE
               PERFORM 02N-localizar-vnd-cpf
               EVALUATE TRUE
               WHEN IMPRH-ADMISSAO
                   PERFORM 02511-admitir-vendedor
               WHEN IMPRH-DESLIGAMENTO
                   PERFORM 02512-desligar-vendedor
               WHEN IMPRH-LICENCA
                   PERFORM 02513-registrar-licenca
               WHEN OTHER
                   MOVE "Tipo de evento invalido" TO WS-MOTIVO-REJEITO
               END-EVALUATE
           END-IF.
           IF WS-MOTIVO-REJEITO NOT = SPACES THEN
               IF WS-CPF-ACHADO = "S" THEN
                   MOVE WS-CODVND-CPF TO WS-REJ-CHAVE
               ELSE
                   MOVE 0 TO WS-REJ-CHAVE
               END-IF
               MOVE IMPRH-REGISTRO TO WS-REJ-IMAGEM
               PERFORM 029-gravar-rejeito
           ELSE
               ADD 1 TO WS-QTD-IMPORTADOS
           END-IF.
           PERFORM 02J-checar-checkpoint.
           READ ARQ-IMPRH NEXT RECORD.
       0251-importar-registro-rh-exit.
           EXIT.

       0252-pular-registro-rh section.
           ADD 1 TO WS-LINHA-ATUAL.
           READ ARQ-IMPRH NEXT RECORD.
       0252-pular-registro-rh-exit.
           EXIT.

      *    ADMISSAO: O VENDEDOR NASCE PENDENTE, SEM LOCALIZACAO NEM
      *    CAPACIDADE - A DISTRIBUICAO SO USA VENDEDOR ATIVO, E O
      *    CADASTRO_VENDEDOR O ATIVA QUANDO ESSES DADOS FOREM
      *    COMPLETADOS. O CODIGO NOVO E O SEGUINTE AO MAIOR EXISTENTE.
       02511-admitir-vendedor section.
           IF IMPRH-NOME = SPACES THEN
               MOVE "Nome nao informado" TO WS-MOTIVO-REJEITO
               GO TO 02511-admitir-vendedor-exit
           END-IF.
           IF  WS-CPF-ACHADO = "S"
           AND NOT VND-STATUS-INATIVO THEN
               IF  WS-REPLAY-RH = "S"
               AND VND-STATUS-PENDENTE THEN
                   CONTINUE
               ELSE
                   MOVE "CPF ja cadastrado em vendedor" TO
                        WS-MOTIVO-REJEITO
               END-IF
               GO TO 02511-admitir-vendedor-exit
           END-IF.
           MOVE "VND" TO WS-AUD-TIPO.
           IF WS-CPF-ACHADO = "S" THEN
      *        READMISSAO: REAPROVEITA O CODIGO DO VENDEDOR INATIVO.
               MOVE VND-REGISTRO   TO WS-AUD-IMAGEM-ANTES
               MOVE IMPRH-NOME     TO VND-NOME
               MOVE "P"            TO VND-STATUS
               ADD 1               TO VND-VERSAO
               MOVE WS-OPERADOR-ID TO VND-OPERADOR
               REWRITE VND-REGISTRO
               MOVE "R"            TO WS-AUD-OPERACAO
           ELSE
               IF WS-MAIOR-CODVND = 99999 THEN
                   MOVE "Sem codigo de vendedor livre" TO
                        WS-MOTIVO-REJEITO
                   GO TO 02511-admitir-vendedor-exit
               END-IF
               MOVE SPACES         TO WS-AUD-IMAGEM-ANTES
               COMPUTE VND-CODIGO = WS-MAIOR-CODVND + 1
               MOVE IMPRH-CPF      TO VND-CPF
               MOVE IMPRH-NOME     TO VND-NOME
               MOVE 0              TO VND-LATITUDE
               MOVE 0              TO VND-LONGITUDE
               MOVE 0              TO VND-CAPACIDADE
               MOVE 0              TO VND-QTDE-CLIENTES
               MOVE "P"            TO VND-STATUS
               MOVE 1              TO VND-VERSAO
               MOVE WS-OPERADOR-ID TO VND-OPERADOR
               MOVE 0              TO VND-REGIAO
               MOVE 0              TO VND-CEP
               MOVE SPACES         TO VND-LOCALIDADE
               MOVE 0              TO VND-EQUIPE
               WRITE VND-REGISTRO
               MOVE "I"            TO WS-AUD-OPERACAO
           END-IF.
           IF WS-RST-ACESS-VND NOT = 0 THEN
               MOVE "Erro na gravacao do vendedor" TO
                    WS-MOTIVO-REJEITO
               GO TO 02511-admitir-vendedor-exit
           END-IF.
           MOVE VND-CODIGO   TO WS-AUD-CHAVE.
           MOVE VND-REGISTRO TO WS-AUD-IMAGEM-DEPOIS.
           PERFORM 02O-gravar-auditoria.
       02511-admitir-vendedor-exit.
           EXIT.

      *    DESLIGAMENTO: O RH E A FONTE DA VERDADE, ENTAO A
      *    INATIVACAO E DIRETA (SEM A APROVACAO QUE O CADASTRO PEDE
      *    PARA DESATIVAR VENDEDOR COM CARTEIRA). A CARTEIRA ENTRA NA
      *    FILA DE RECALCULO, E A OPCAO DE FILA DO CALC_DISTRIBUICAO
      *    REDISTRIBUI OS CLIENTES QUE APONTAM PARA O VENDEDOR.
       02512-desligar-vendedor section.
           IF WS-CPF-ACHADO = "N" THEN
               MOVE "CPF sem vendedor cadastrado" TO WS-MOTIVO-REJEITO
               GO TO 02512-desligar-vendedor-exit
           END-IF.
           IF VND-STATUS-INATIVO THEN
               IF WS-REPLAY-RH = "N" THEN
                   MOVE "Vendedor ja inativo" TO WS-MOTIVO-REJEITO
               END-IF
               GO TO 02512-desligar-vendedor-exit
           END-IF.
           MOVE VND-REGISTRO   TO WS-AUD-IMAGEM-ANTES.
           MOVE "I"            TO VND-STATUS.
           ADD 1               TO VND-VERSAO.
           MOVE WS-OPERADOR-ID TO VND-OPERADOR.
           REWRITE VND-REGISTRO.
           IF WS-RST-ACESS-VND NOT = 0 THEN
               MOVE "Erro na gravacao do vendedor" TO
                    WS-MOTIVO-REJEITO
               GO TO 02512-desligar-vendedor-exit
           END-IF.
           MOVE "VND"        TO WS-AUD-TIPO.
           MOVE "E"          TO WS-AUD-OPERACAO.
           MOVE VND-CODIGO   TO WS-AUD-CHAVE.
           MOVE VND-REGISTRO TO WS-AUD-IMAGEM-DEPOIS.
           PERFORM 02O-gravar-auditoria.
           PERFORM 02P-enfileirar-recalc.
       02512-desligar-vendedor-exit.
           EXIT.

       02513-registrar-licenca section.
           IF WS-CPF-ACHADO = "N" THEN
               MOVE "CPF sem vendedor cadastrado" TO WS-MOTIVO-REJEITO
               GO TO 02513-registrar-licenca-exit
           END-IF.
           IF VND-STATUS-INATIVO THEN
               MOVE "Vendedor inativo" TO WS-MOTIVO-REJEITO
               GO TO 02513-registrar-licenca-exit
           END-IF.
           IF IMPRH-DATA-INI IS NOT NUMERIC
           OR IMPRH-DATA-FIM IS NOT NUMERIC
           OR IMPRH-DATA-INI = 0
           OR IMPRH-DATA-FIM < IMPRH-DATA-INI THEN
               MOVE "Periodo de licenca invalido" TO WS-MOTIVO-REJEITO
               GO TO 02513-registrar-licenca-exit
           END-IF.
           MOVE VND-CODIGO     TO AUS-CODVND.
           MOVE IMPRH-DATA-INI TO AUS-DATA-INI.
           MOVE IMPRH-DATA-FIM TO AUS-DATA-FIM.
           IF IMPRH-MOTIVO = SPACES THEN
               MOVE "LICENCA (RH)" TO AUS-MOTIVO
           ELSE
               MOVE IMPRH-MOTIVO   TO AUS-MOTIVO
           END-IF.
           WRITE AUS-REGISTRO.
           IF  WS-RST-ACESS-AUSENCIA = 22
           AND WS-REPLAY-RH = "S" THEN
               GO TO 02513-registrar-licenca-exit
           END-IF.
           IF WS-RST-ACESS-AUSENCIA NOT = 0 THEN
               MOVE "Ausencia ja cadastrada nesta data" TO
                    WS-MOTIVO-REJEITO
               GO TO 02513-registrar-licenca-exit
           END-IF.
           MOVE "AUS"        TO WS-AUD-TIPO.
           MOVE "I"          TO WS-AUD-OPERACAO.
           MOVE VND-CODIGO   TO WS-AUD-CHAVE.
           MOVE SPACES       TO WS-AUD-IMAGEM-ANTES.
           MOVE AUS-REGISTRO TO WS-AUD-IMAGEM-DEPOIS.
           PERFORM 02O-gravar-auditoria.
       02513-registrar-licenca-exit.
           EXIT.

      *    REGISTRA O ARQUIVO NO CONTROLE DE INTERFACE E O RENOMEIA
      *    PARA FORA DA CAIXA DE ENTRADA: DONE_<NOME> QUANDO AO MENOS
      *    UM REGISTRO FOI APLICADO, REJ_<NOME> QUANDO TUDO FOI
           ELSE
               MOVE "REJEITADO" TO INTCTRL-SITUACAO
           END-IF.
           REWRITE INTCTRL-REGISTRO.
           IF WS-RST-ACESS-INTCTRL NOT = 0 THEN
               WRITE INTCTRL-REGISTRO
           END-IF.
           PERFORM 02L-limpar-checkpoint.
           ADD WS-LINHA-ATUAL     TO WS-BAL-QTD-LIDOS.
           ADD WS-QTD-IMPORTADOS  TO WS-BAL-QTD-GRAVADOS.
           ADD WS-QTD-REJEITADOS  TO WS-BAL-QTD-REJEITADOS.
           ADD WS-HASH-CLI-ARQ    TO WS-BAL-HASH-CLI.
           ADD WS-HASH-VALOR-ARQ  TO WS-BAL-HASH-VALOR.

           MOVE SPACES TO WS-NOME-DESTINO.
           IF WS-QTD-IMPORTADOS > 0 THEN
           STRING IMPBOX-NOME DELIMITED BY SPACE
                  ".REJ" DELIMITED BY SIZE
             INTO WS-NM-IMPRESSO.
      *    NA RETOMADA OS REJEITOS DA PARTE JA PROCESSADA FICAM NO
      *    .REJ E OS NOVOS SAO ACRESCENTADOS NO FIM.
           IF WS-RETOMANDO = "S" THEN
               OPEN EXTEND ARQ-IMPRESSO
               IF WS-RST-ACESS-IMPRESSO = 0 THEN
                   GO TO 028-abrir-arq-rejeitos-exit
               END-IF
           END-IF.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-LINHA-REJ-CAB TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           IF IMPBOX-PERFIL = SPACES THEN
               GO TO 02B-selecionar-perfil-exit
           END-IF.
           IF WS-LAYOUT-DISPONIVEL = "N"
           OR IMPBOX-TIPO = "RH" THEN
               MOVE "N" TO WS-PERFIL-OK
               GO TO 02B-selecionar-perfil-exit
           END-IF.
           PERFORM 02F-extrair-campo.
           PERFORM 02G-converter-numero.
           MOVE WS-CAMPO-VALOR TO IMPCLI-LONGITUDE.
      *    O PERFIL DE PARCEIRO NAO MAPEIA SEGMENTO; A AREA AINDA
      *    TRAZ A LINHA CRUA E E LIMPA PARA NAO GRAVAR LIXO.
           MOVE SPACES TO IMPCLI-SEGMENTO.
       02C-mapear-cli-perfil-exit.
           EXIT.

       02G-converter-numero-exit.
           EXIT.

      *    CHECKPOINT DA INTERFACE (MESMA TECNICA DO CHECKPOINT DA
      *    DISTRIBUICAO: UM REGISTRO SO, REGRAVADO INTEIRO). SO E
      *    APROVEITADO SE FOR DO MESMO ARQUIVO QUE FICOU EM CURSO;
      *    SEM ELE O ARQUIVO E REPASSADO DESDE A PRIMEIRA LINHA, COM
      *    AS DUPLICIDADES DA PARTE JA APLICADA CONTANDO COMO
      *    IMPORTADAS.
       02H-ler-checkpoint section.
           MOVE "S" TO WS-RETOMANDO.
           MOVE 9999999 TO WS-LIMITE-REPLAY.
           MOVE "ARQ_CKPTINT" TO WID-ARQ-CKPTINT.
           OPEN INPUT ARQ-CKPTINT.
           IF WS-RST-ACESS-CKPTINT NOT = 0 THEN
               GO TO 02H-ler-checkpoint-exit
           END-IF.
           READ ARQ-CKPTINT NEXT RECORD
             AT END MOVE SPACES TO CKPTI-NOME
           END-READ.
           CLOSE ARQ-CKPTINT.
           IF CKPTI-NOME = IMPBOX-NOME THEN
               MOVE CKPTI-ULT-LINHA       TO WS-LINHA-RETOMADA
               MOVE CKPTI-QTD-IMPORTADOS  TO WS-QTD-IMPORTADOS
               MOVE CKPTI-QTD-REJEITADOS  TO WS-QTD-REJEITADOS
               MOVE CKPTI-QTD-RETOMADAS   TO WS-QTD-RETOMADAS
               MOVE CKPTI-HASH-CLI        TO WS-HASH-CLI-ARQ
               MOVE CKPTI-HASH-VALOR      TO WS-HASH-VALOR-ARQ
               COMPUTE WS-LIMITE-REPLAY =
                       WS-LINHA-RETOMADA + WS-INTERVALO-CKPT
           END-IF.
       02H-ler-checkpoint-exit.
           EXIT.

      *    ARQUIVO ABERTO: O CONTROLE DE INTERFACE PASSA A "EM CURSO"
      *    E O CHECKPOINT INICIAL E GRAVADO. A RETOMADA E REGISTRADA
      *    PARA O DIGESTO DA JANELA NOTURNA.
       02I-iniciar-controle section.
           MOVE 0 TO WS-LINHA-ATUAL.
           MOVE 0 TO WS-QTDE-DESDE-CKPT.
           IF WS-RETOMANDO = "S" THEN
               ADD 1 TO WS-QTD-RETOMADAS
               DISPLAY "INTERFACE_ENTRADA: retomando "
                       IMPBOX-NOME " apos a linha "
                       WS-LINHA-RETOMADA
               PERFORM 02M-registrar-retomada
           ELSE
               MOVE IMPBOX-NOME        TO INTCTRL-NOME
               MOVE IMPBOX-TIPO        TO INTCTRL-TIPO
               ACCEPT INTCTRL-DATA FROM DATE YYYYMMDD
               ACCEPT INTCTRL-HORA FROM TIME
               MOVE 0                  TO INTCTRL-QTD-IMPORTADOS
               MOVE 0                  TO INTCTRL-QTD-REJEITADOS
               MOVE "EM CURSO"         TO INTCTRL-SITUACAO
               WRITE INTCTRL-REGISTRO
           END-IF.
           MOVE WS-LINHA-RETOMADA TO WS-LINHA-ATUAL.
           PERFORM 02K-gravar-checkpoint.
           MOVE 0 TO WS-LINHA-ATUAL.
       02I-iniciar-controle-exit.
           EXIT.

       02J-checar-checkpoint section.
           ADD 1 TO WS-QTDE-DESDE-CKPT.
           IF WS-QTDE-DESDE-CKPT >= WS-INTERVALO-CKPT THEN
               PERFORM 02K-gravar-checkpoint
               MOVE 0 TO WS-QTDE-DESDE-CKPT
           END-IF.
       02J-checar-checkpoint-exit.
           EXIT.

       02K-gravar-checkpoint section.
           MOVE IMPBOX-NOME        TO CKPTI-NOME.
           MOVE IMPBOX-TIPO        TO CKPTI-TIPO.
           MOVE WS-LINHA-ATUAL     TO CKPTI-ULT-LINHA.
           MOVE WS-QTD-IMPORTADOS  TO CKPTI-QTD-IMPORTADOS.
           MOVE WS-QTD-REJEITADOS  TO CKPTI-QTD-REJEITADOS.
           MOVE WS-QTD-RETOMADAS   TO CKPTI-QTD-RETOMADAS.
           MOVE WS-HASH-CLI-ARQ    TO CKPTI-HASH-CLI.
           MOVE WS-HASH-VALOR-ARQ  TO CKPTI-HASH-VALOR.
           ACCEPT CKPTI-DATA FROM DATE YYYYMMDD.
           ACCEPT CKPTI-HORA FROM TIME.
           MOVE "ARQ_CKPTINT" TO WID-ARQ-CKPTINT.
           OPEN OUTPUT ARQ-CKPTINT.
           WRITE CKPTI-REGISTRO.
           CLOSE ARQ-CKPTINT.
      *    O CONTROLE DE INTERFACE ACOMPANHA OS CONTADORES, PARA A
      *    CONSULTA MOSTRAR O ANDAMENTO DO ARQUIVO EM CURSO.
           MOVE IMPBOX-NOME TO INTCTRL-NOME.
           READ ARQ-INTCTRL KEY IS INTCTRL-NOME INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-INTCTRL = 0 THEN
               ACCEPT INTCTRL-DATA FROM DATE YYYYMMDD
               ACCEPT INTCTRL-HORA FROM TIME
               MOVE WS-QTD-IMPORTADOS  TO INTCTRL-QTD-IMPORTADOS
               MOVE WS-QTD-REJEITADOS  TO INTCTRL-QTD-REJEITADOS
               MOVE "EM CURSO"         TO INTCTRL-SITUACAO
               REWRITE INTCTRL-REGISTRO
           END-IF.
       02K-gravar-checkpoint-exit.
           EXIT.

       02L-limpar-checkpoint section.
           MOVE SPACES TO CKPTI-NOME.
           MOVE SPACES TO CKPTI-TIPO.
           MOVE 0      TO CKPTI-ULT-LINHA.
           MOVE 0      TO CKPTI-QTD-IMPORTADOS.
           MOVE 0      TO CKPTI-QTD-REJEITADOS.
           MOVE 0      TO CKPTI-QTD-RETOMADAS.
           MOVE 0      TO CKPTI-HASH-CLI.
           MOVE 0      TO CKPTI-HASH-VALOR.
           ACCEPT CKPTI-DATA FROM DATE YYYYMMDD.
           ACCEPT CKPTI-HORA FROM TIME.
           MOVE "ARQ_CKPTINT" TO WID-ARQ-CKPTINT.
           OPEN OUTPUT ARQ-CKPTINT.
           WRITE CKPTI-REGISTRO.
           CLOSE ARQ-CKPTINT.
       02L-limpar-checkpoint-exit.
           EXIT.

       02M-registrar-retomada section.
           MOVE "ARQ_INTRETOM" TO WID-ARQ-INTRETOM.
           OPEN EXTEND ARQ-INTRETOM.
           IF WS-RST-ACESS-INTRETOM = 35 THEN
               OPEN OUTPUT ARQ-INTRETOM
           END-IF.
           IF WS-RST-ACESS-INTRETOM NOT = 0 THEN
               GO TO 02M-registrar-retomada-exit
           END-IF.
           ACCEPT INTRET-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CENTESIMOS FROM TIME.
           COMPUTE INTRET-HORA = WS-HORA-CENTESIMOS / 100.
           MOVE IMPBOX-NOME        TO INTRET-NOME.
           MOVE IMPBOX-TIPO        TO INTRET-TIPO.
           MOVE WS-LINHA-RETOMADA  TO INTRET-LINHA.
           MOVE WS-QTD-IMPORTADOS  TO INTRET-QTD-IMPORTADOS.
           MOVE WS-QTD-REJEITADOS  TO INTRET-QTD-REJEITADOS.
           WRITE INTRET-REGISTRO.
           CLOSE ARQ-INTRETOM.
       02M-registrar-retomada-exit.
           EXIT.

      *    NAO HA CHAVE ALTERNATIVA POR CPF NO ARQ_VENDEDOR: O
      *    CADASTRO E VARRIDO INTEIRO. COM MAIS DE UM CODIGO PARA O
      *    MESMO CPF (READMISSOES ANTIGAS) VALE O QUE NAO ESTA
      *    INATIVO. DE QUEBRA A VARREDURA GUARDA O MAIOR CODIGO, PARA
      *    A ADMISSAO. NO FIM O VENDEDOR ACHADO FICA LIDO PELA CHAVE.
       02N-localizar-vnd-cpf section.
           MOVE "N" TO WS-CPF-ACHADO.
           MOVE 0   TO WS-CODVND-CPF.
           MOVE 0   TO WS-MAIOR-CODVND.
           MOVE 0   TO WS-FIM-BUSCA-CPF.
           MOVE 0   TO VND-CODIGO.
           START ARQ-VENDEDOR KEY IS NOT LESS THAN VND-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-BUSCA-CPF
           END-START.
           IF WS-FIM-BUSCA-CPF = 0 THEN
               READ ARQ-VENDEDOR NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-BUSCA-CPF
               END-READ
               PERFORM 02N1-comparar-cpf
                 UNTIL WS-FIM-BUSCA-CPF = 1
           END-IF.
           IF WS-CPF-ACHADO = "S" THEN
               MOVE WS-CODVND-CPF TO VND-CODIGO
               READ ARQ-VENDEDOR KEY IS VND-CODIGO
                 INVALID KEY MOVE "N" TO WS-CPF-ACHADO
               END-READ
           END-IF.
       02N-localizar-vnd-cpf-exit.
           EXIT.

       02N1-comparar-cpf section.
           MOVE VND-CODIGO TO WS-MAIOR-CODVND.
           IF VND-CPF = IMPRH-CPF THEN
               IF WS-CPF-ACHADO = "N"
               OR NOT VND-STATUS-INATIVO THEN
                   MOVE "S"        TO WS-CPF-ACHADO
                   MOVE VND-CODIGO TO WS-CODVND-CPF
               END-IF
           END-IF.
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-BUSCA-CPF
           END-READ.
       02N1-comparar-cpf-exit.
           EXIT.

      *    TRILHA DE AUDITORIA DOS EVENTOS APLICADOS; TIPO, OPERACAO,
      *    CHAVE E IMAGENS JA VEM PREENCHIDOS.
       02O-gravar-auditoria section.
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR.
           CALL 'GRAVA_AUDITORIA' USING WS-AUDITORIA.
           MOVE SPACES TO WS-AUD-IMAGEM-ANTES.
           MOVE SPACES TO WS-AUD-IMAGEM-DEPOIS.
       02O-gravar-auditoria-exit.
           EXIT.

      *    MESMA FILA DE RECALCULO PARCIAL DO CADASTRO_VENDEDOR;
      *    ENTRADA JA EXISTENTE PARA O VENDEDOR E IGNORADA.
       02P-enfileirar-recalc section.
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
       02P-enfileirar-recalc-exit.
           EXIT.

       03-fechar-arquivos section.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
       03-fechar-arquivos-exit.
           EXIT.

      *    TOTAIS DE CONTROLE DA RODADA PARA O BALANCEAMENTO ENTRE
      *    PASSOS. A INTERFACE NAO RECEBE O CADASTRO DE OUTRO PASSO
      *    (ENTRADA "N"); O QUE ELA ENTREGA E O CADASTRO DE CLIENTES
      *    COMO FICOU DEPOIS DA CARGA, CONTADO AQUI POR INTEIRO.
       04-gravar-balanco section.
           MOVE 0 TO WS-BAL-SAI-QTD.
           MOVE 0 TO WS-BAL-SAI-HASH.
           MOVE 0 TO WS-FIM-CLIENTE.
           MOVE LOW-VALUES TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-CLIENTE
           END-START.
           IF WS-FIM-CLIENTE = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-CLIENTE
               END-READ
               PERFORM 041-totalizar-cliente
                 UNTIL WS-FIM-CLIENTE = 1
           END-IF.
           MOVE "INTERFACE_ENTRADA" TO WS-BAL-PROGRAMA.
           MOVE "N"                 TO WS-BAL-ENT-TIPO.
           MOVE 0                   TO WS-BAL-ENT-QTD.
           MOVE 0                   TO WS-BAL-ENT-HASH.
           MOVE "S"                 TO WS-BAL-CONF-INTERNA.
           CALL 'GRAVA_BALANCO' USING WS-BALANCO-PRM.
       04-gravar-balanco-exit.
           EXIT.

       041-totalizar-cliente section.
           ADD 1          TO WS-BAL-SAI-QTD.
           ADD CLI-CODIGO TO WS-BAL-SAI-HASH.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-CLIENTE
             NOT AT END MOVE 0 TO WS-FIM-CLIENTE
           END-READ.
       041-totalizar-cliente-exit.
           EXIT.

      *    A EMPRESA CORRENTE E A DE TREINAMENTO (PARAMETRO
      *    EMPRESA_TREINO)?
       09-testar-empresa-treino section.
