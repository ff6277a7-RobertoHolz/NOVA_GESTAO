      *    ULTIMO DIA DO MES) E EMPRESA. O PASSO RELSCHED DA JANELA
      *    NOTURNA MATERIALIZA AS AGENDAS VENCIDAS COMO PEDIDOS
      *    PENDENTES DA FILA DE RELATORIOS.
      *    AS AGENDAS DE RELCLI (FORMATO FIXO) E RELCARGA PODEM PEDIR
      *    A VARIANTE EXPLODIDA (S = PARTES POR VENDEDOR E EQUIPE NO
      *    SPOOL, E = IDEM E POR E-MAIL), LEVADA AO PEDIDO DA FILA.
       environment division.
       configuration section.
       input-output section.
                 15 WS-TEL-RSC-FORMATO      PIC X(001) VALUES "F".
                 15 WS-TEL-RSC-FREQ         PIC X(001) VALUES SPACES.
                 15 WS-TEL-RSC-DIA          PIC 9(002) VALUES ZEROS.
                 15 WS-TEL-RSC-EXPLODIR     PIC X(001) VALUES "N".
              05 WS-TEL-RSC-CONFIRMAR       PIC X(01) VALUE SPACES.
      *    IMAGEM DOS PARAMETROS NO LAYOUT DO GERADOR DE RELATORIO
      *    DE CLIENTES (LK-GERAR-REL-CLIENTE), COM AS REDEFINICOES
                 10 WS-PRM-REF-LON         PIC S9(03)V9(08)
                    VALUE ZEROS.
                 10 WS-PRM-CONSOLIDADO     PIC X(01) VALUE "N".
                 10 WS-PRM-SEGMENTO        PIC X(04) VALUE SPACES.
              05 WS-BLOCO-PARAMS-VND REDEFINES WS-BLOCO-PARAMETROS.
                 10 FILLER                 PIC X(22).
                 10 WS-PRV-ORD             PIC X(01).
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

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).
          05 TELA-DADOS-DIA-RSC.
             10 LINE 13 COL 20 VALUE "Dia (sem 1-7/mes 1-31,99):".
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-RSC-DIA.
          05 TELA-DADOS-EXPLODIR-RSC.
             10 LINE 14 COL 20 VALUE "Explodir (N/S/E-email)..:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-RSC-EXPLODIR.
          05 TELA-DADOS-CONFIRMAR-RSC.
             10 LINE 15 COL 20 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-RSC-CONFIRMAR.
           MOVE "F"    TO WS-TEL-RSC-FORMATO.
           MOVE "D"    TO WS-TEL-RSC-FREQ.
           MOVE 0      TO WS-TEL-RSC-DIA.
           MOVE "N"    TO WS-TEL-RSC-EXPLODIR.
           DISPLAY TELA-DADOS-RELSCHED-CORPO.
           PERFORM 025-ACEITA-DADOS-AGENDA.
           IF WS-TEL-RSC-CONFIRMAR = "S" THEN
           PERFORM 026-CARREGAR-PROMPTS-DO-BLOCO.
           MOVE RSC-FREQUENCIA  TO WS-TEL-RSC-FREQ.
           MOVE RSC-DIA         TO WS-TEL-RSC-DIA.
           PERFORM 0261-CARREGAR-EXPLODIR.
           DISPLAY TELA-DADOS-RELSCHED-CORPO.
           PERFORM 025-ACEITA-DADOS-AGENDA.
           IF WS-TEL-RSC-CONFIRMAR = "S" THEN
           PERFORM 026-CARREGAR-PROMPTS-DO-BLOCO.
           MOVE RSC-FREQUENCIA  TO WS-TEL-RSC-FREQ.
           MOVE RSC-DIA         TO WS-TEL-RSC-DIA.
           PERFORM 0261-CARREGAR-EXPLODIR.
           DISPLAY TELA-DADOS-RELSCHED-CORPO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
           PERFORM 0252-INFORMA-FREQUENCIA
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0253-INFORMA-EXPLODIR
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       025-ACEITA-DADOS-AGENDA-EXIT.
       0252-INFORMA-FREQUENCIA-EXIT.
           EXIT.

      *    A EXPLOSAO SO EXISTE NOS GERADORES DE CLIENTES (FORMATO
      *    FIXO) E DE CARGA POR VENDEDOR.
       0253-INFORMA-EXPLODIR section.
            ACCEPT  TELA-DADOS-EXPLODIR-RSC.
            IF  WS-TEL-RSC-EXPLODIR <> "N"
            AND WS-TEL-RSC-EXPLODIR <> "S"
            AND WS-TEL-RSC-EXPLODIR <> "E" THEN
                MOVE "Opcao invalida" TO WS-MSG-RELSCHED
            ELSE
            IF  WS-TEL-RSC-EXPLODIR <> "N"
            AND WS-TEL-RSC-TIPO <> "RELCARGA"
            AND (WS-TEL-RSC-TIPO <> "RELCLI"
             OR  WS-TEL-RSC-FORMATO = "C") THEN
                MOVE "Explosao so p/ RELCLI(fixo)/RELCARGA" TO
                     WS-MSG-RELSCHED
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-RELSCHED
            END-IF
            END-IF.
            DISPLAY TELA-CAD-RELSCHED-MSG.
       0253-INFORMA-EXPLODIR-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-RSC.
            IF  WS-TEL-RSC-CONFIRMAR <> "S"
           MOVE WS-BLOCO-PARAMETROS   TO RSC-PARAMETROS.
           MOVE WS-TEL-RSC-FREQ       TO RSC-FREQUENCIA.
           MOVE WS-TEL-RSC-DIA        TO RSC-DIA.
           MOVE WS-TEL-RSC-EXPLODIR   TO RSC-EXPLODIR.
      *    A EMPRESA DA AGENDA E A DA SESSAO QUE A CADASTROU, COMO
      *    NOS PEDIDOS AVULSOS DO SOLICITA_RELATORIO.
           ACCEPT WS-EMPRESA-CODIGO
       026-CARREGAR-PROMPTS-DO-BLOCO-EXIT.
           EXIT.

      *    AGENDAS ANTERIORES A OPCAO DE EXPLOSAO TEM O CAMPO EM BRANCO.
       0261-CARREGAR-EXPLODIR section.
           IF RSC-EXPLODIR = "S" OR RSC-EXPLODIR = "E" THEN
               MOVE RSC-EXPLODIR TO WS-TEL-RSC-EXPLODIR
           ELSE
               MOVE "N" TO WS-TEL-RSC-EXPLODIR
           END-IF.
       0261-CARREGAR-EXPLODIR-EXIT.
           EXIT.

       029-VERIFICAR-AGENDA section.
           MOVE WS-TEL-RSC-ID TO RSC-ID.
           READ ARQ-RELSCHED KEY IS RSC-ID INVALID KEY CONTINUE
