       identification division.
       program-id. "CADASTRO_HORCLI".
       author.     Roberto Holz.
      *    MANUTENCAO DO HORARIO DE FUNCIONAMENTO DOS CLIENTES
      *    (ARQ_HORCLI, UM POR EMPRESA): PARA CADA DIA DA SEMANA ATE
      *    DUAS JANELAS DE ATENDIMENTO EM HHMM (MANHA E TARDE, PARA
      *    QUEM FECHA NO ALMOCO). DIA COM AS DUAS JANELAS ZERADAS E
      *    DIA FECHADO. O PLANEJA_ROTA SO MARCA A VISITA DENTRO DE
      *    UMA JANELA DO DIA; CLIENTE SEM HORARIO CADASTRADO ATENDE
      *    EM QUALQUER HORA DO EXPEDIENTE. A RELACAO SAI EM ARQUIVO
      *    TEXTO NO NOME INFORMADO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-horcli.cpy'.
         copy 'select-arq-cliente.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-horcli.cpy'.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-HORCLI       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-HORCLI  PIC 9(02) VALUE ZEROS.
              05 wid-arq-cliente      PIC X(22) VALUE SPACES.
              05 WS-RESULTADO-ACESSO  PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 WS-EXISTE-HORCLI     PIC 9(01) VALUE ZEROS.
              05 WS-FIM-HORCLI        PIC 9(01) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-QTD-LISTADOS      PIC 9(05) VALUE ZEROS.
              05 WS-QTD-LISTADOS-ED   PIC Z(4)9.
              05 WS-IDX-DIA           PIC 9(01) VALUE ZEROS.
              05 WS-DIA-INVALIDO      PIC 9(01) VALUE ZEROS.
              05 WS-HORA-TESTE        PIC 9(04) VALUE ZEROS.
              05 WS-HORA-TESTE-R REDEFINES WS-HORA-TESTE.
                 10 WS-HORA-TESTE-HH  PIC 9(02).
                 10 WS-HORA-TESTE-MM  PIC 9(02).
              05 WS-HORA-OK           PIC X(01) VALUE "N".
              05 WS-TELA-CAD-HCL.
                 15 WS-MSG-CAD-HCL          PIC X(40) VALUE SPACES.
                 15 WS-MSG-CAD-HCL-R REDEFINES WS-MSG-CAD-HCL.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-hcl.
                 15 WS-TEL-HCL-CODCLI       PIC 9(007) VALUES ZEROS.
                 15 WS-TEL-HCL-RAZAO        PIC X(040) VALUES SPACES.
              05 WS-TEL-HCL-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-TEL-NMARQUIVO           PIC X(40) VALUE SPACES.

      *    AS SETE LINHAS DA TELA, COM O MESMO LAYOUT DE HCL-SEMANA.
           01 WS-TEL-HORARIOS.
              05 WS-TEL-SEG-A1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-SEG-F1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-SEG-A2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-SEG-F2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-TER-A1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-TER-F1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-TER-A2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-TER-F2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-QUA-A1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-QUA-F1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-QUA-A2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-QUA-F2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-QUI-A1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-QUI-F1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-QUI-A2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-QUI-F2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-SEX-A1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-SEX-F1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-SEX-A2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-SEX-F2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-SAB-A1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-SAB-F1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-SAB-A2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-SAB-F2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-DOM-A1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-DOM-F1              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-DOM-A2              PIC 9(04) VALUE ZEROS.
              05 WS-TEL-DOM-F2              PIC 9(04) VALUE ZEROS.
           01 WS-TEL-HORARIOS-R REDEFINES WS-TEL-HORARIOS.
              05 WS-TEL-DIA OCCURS 7 TIMES.
                 10 WS-TEL-ABRE-1           PIC 9(04).
                 10 WS-TEL-FECHA-1          PIC 9(04).
                 10 WS-TEL-ABRE-2           PIC 9(04).
                 10 WS-TEL-FECHA-2          PIC 9(04).

           01 WS-NOMES-DIAS.
              05 FILLER PIC X(21) VALUE "SEGTERQUAQUISEXSABDOM".
           01 WS-NOMES-DIAS-R REDEFINES WS-NOMES-DIAS.
              05 WS-NOME-DIA                PIC X(03) OCCURS 7 TIMES.

           01 WS-LINHAS-REL-HCL.
              05 WS-LINHA-HCL-CAB1          PIC X(80) VALUE
                 "HORARIO DE FUNCIONAMENTO DOS CLIENTES".
              05 WS-LINHA-HCL-CAB2          PIC X(80) VALUE
                 "CODCLI  RAZAO SOCIAL                   DIA  MANHA
      -          "      TARDE".
              05 WS-LINHA-HCL-DET.
                 10 WS-HCL-DET-CODCLI       PIC 9(07)B.
                 10 WS-HCL-DET-RAZAO        PIC X(30)B.
                 10 WS-HCL-DET-DIA          PIC X(03)BB.
                 10 WS-HCL-DET-JANELA-1.
                    15 WS-HCL-DET-A1        PIC 99B99.
                    15 FILLER               PIC X(01) VALUE "-".
                    15 WS-HCL-DET-F1        PIC 99B99.
                 10 FILLER                  PIC X(02) VALUE SPACES.
                 10 WS-HCL-DET-JANELA-2.
                    15 WS-HCL-DET-A2        PIC 99B99.
                    15 FILLER               PIC X(01) VALUE "-".
                    15 WS-HCL-DET-F2        PIC 99B99.
              05 WS-LINHA-HCL-TOT.
                 10 FILLER                  PIC X(20) VALUE
                    "TOTAL DE CLIENTES..:".
                 10 WS-HCL-TOT-QTD          PIC Z(4)9.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CAD-HCL.
          05 VALUE "--- HORARIO DE FUNCIONAMENTO DOS CLIENTES ---"
          BLANK SCREEN LINE 1 COL 18.
          05 VALUE "OPCAO.: " LINE 3 COL 20.
          05 ACAO-INPUT                          LINE 3 COL 28
                    PIC 9         TO ws-acao.
          05 VALUE
          "--------------------- OPCOES ------------------------"
          LINE 18 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-EXCLUIR 4-RELACAO 9-VOLTAR"
          LINE 19 COL 20.
          05 TELA-CAD-HCL-MSG.
             10 LINE 21 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CAD-HCL.

       01 TELA-RELHCL.
          05  TELA-RELHCL-NMARQ.
              10 LINE 06 COLUMN 20 VALUE "Nome do arquivo relacao: ".
              10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-DADOS-HCL-CH.
          05 TELA-DADOS-CODCLI-HCL.
             10 LINE 05 COL 15 VALUE "Codigo do cliente.......:".
             10 COLUMN PLUS 2 PIC 9(7) USING WS-TEL-HCL-CODCLI.
          05 TELA-DADOS-RAZAO-HCL.
             10 LINE 06 COL 15 VALUE "Razao social............:".
             10 COLUMN PLUS 2 PIC X(40) FROM WS-TEL-HCL-RAZAO.
       01 TELA-DADOS-HCL-CORPO.
          05 LINE 08 COL 15 VALUE
             "HHMM - janela zerada nao abre, as duas zeradas: fechado".
          05 LINE 09 COL 15 VALUE
             "Dia        Abre  Fecha     Abre  Fecha".
          05 TELA-DADOS-SEMANA-HCL.
             10 LINE 10 COL 15 VALUE "Segunda..:".
             10 COLUMN 26 PIC 9(04) USING WS-TEL-SEG-A1.
             10 COLUMN 32 PIC 9(04) USING WS-TEL-SEG-F1.
             10 COLUMN 41 PIC 9(04) USING WS-TEL-SEG-A2.
             10 COLUMN 47 PIC 9(04) USING WS-TEL-SEG-F2.
             10 LINE 11 COL 15 VALUE "Terca....:".
             10 COLUMN 26 PIC 9(04) USING WS-TEL-TER-A1.
             10 COLUMN 32 PIC 9(04) USING WS-TEL-TER-F1.
             10 COLUMN 41 PIC 9(04) USING WS-TEL-TER-A2.
             10 COLUMN 47 PIC 9(04) USING WS-TEL-TER-F2.
             10 LINE 12 COL 15 VALUE "Quarta...:".
             10 COLUMN 26 PIC 9(04) USING WS-TEL-QUA-A1.
             10 COLUMN 32 PIC 9(04) USING WS-TEL-QUA-F1.
             10 COLUMN 41 PIC 9(04) USING WS-TEL-QUA-A2.
             10 COLUMN 47 PIC 9(04) USING WS-TEL-QUA-F2.
             10 LINE 13 COL 15 VALUE "Quinta...:".
             10 COLUMN 26 PIC 9(04) USING WS-TEL-QUI-A1.
             10 COLUMN 32 PIC 9(04) USING WS-TEL-QUI-F1.
             10 COLUMN 41 PIC 9(04) USING WS-TEL-QUI-A2.
             10 COLUMN 47 PIC 9(04) USING WS-TEL-QUI-F2.
             10 LINE 14 COL 15 VALUE "Sexta....:".
             10 COLUMN 26 PIC 9(04) USING WS-TEL-SEX-A1.
             10 COLUMN 32 PIC 9(04) USING WS-TEL-SEX-F1.
             10 COLUMN 41 PIC 9(04) USING WS-TEL-SEX-A2.
             10 COLUMN 47 PIC 9(04) USING WS-TEL-SEX-F2.
             10 LINE 15 COL 15 VALUE "Sabado...:".
             10 COLUMN 26 PIC 9(04) USING WS-TEL-SAB-A1.
             10 COLUMN 32 PIC 9(04) USING WS-TEL-SAB-F1.
             10 COLUMN 41 PIC 9(04) USING WS-TEL-SAB-A2.
             10 COLUMN 47 PIC 9(04) USING WS-TEL-SAB-F2.
             10 LINE 16 COL 15 VALUE "Domingo..:".
             10 COLUMN 26 PIC 9(04) USING WS-TEL-DOM-A1.
             10 COLUMN 32 PIC 9(04) USING WS-TEL-DOM-F1.
             10 COLUMN 41 PIC 9(04) USING WS-TEL-DOM-A2.
             10 COLUMN 47 PIC 9(04) USING WS-TEL-DOM-F2.
          05 TELA-DADOS-CONFIRMAR-HCL.
             10 LINE 17 COL 15 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-HCL-CONFIRMAR.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           perform 01-inicializar.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           perform 02-processar
             until ws-acao = 9
                OR WS-ERRO-ABERTURA <> 0.
           perform 03-finalizar.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           initialize ws-variaveis.
           MOVE "ARQ_HORCLI" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-HORCLI.
           OPEN I-O ARQ-HORCLI.
           IF WS-RST-ACESS-HORCLI = 35 THEN
               OPEN OUTPUT ARQ-HORCLI
               CLOSE ARQ-HORCLI
               OPEN I-O ARQ-HORCLI
           END-IF.
           IF  WS-RST-ACESS-HORCLI <> 00
           AND WS-RST-ACESS-HORCLI <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQHORCLI" TO WS-MSG-1
               MOVE WS-RST-ACESS-HORCLI TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-HCL
               ACCEPT TELA-CAD-HCL
               GO TO 01-inicializar-exit
           END-IF.

           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           IF  WS-RESULTADO-ACESSO <> 00
           AND WS-RESULTADO-ACESSO <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQCLI" TO WS-MSG-1
               MOVE WS-RESULTADO-ACESSO TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-HCL
               ACCEPT TELA-CAD-HCL
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-HCL.
           ACCEPT TELA-CAD-HCL.
           MOVE SPACES TO WS-MSG-CAD-HCL
           DISPLAY TELA-CAD-HCL-MSG.
           if ws-acao = 4 then
              PERFORM 024-RELACAO-HORCLI
           else
           if ws-acao = 9 then
              continue
           else
           if ws-acao <> 1 and ws-acao <> 2 and ws-acao <> 3 then
              MOVE 'Opcao invalida' TO WS-MSG-CAD-HCL
           else
              MOVE ZEROS  TO WS-TEL-HCL-CODCLI
              MOVE SPACES TO WS-TEL-HCL-RAZAO
              MOVE SPACES TO WS-TEL-HCL-CONFIRMAR
              DISPLAY TELA-DADOS-HCL-CH
              ACCEPT TELA-DADOS-CODCLI-HCL
              PERFORM 028-VALIDAR-CLIENTE
              IF WS-MSG-CAD-HCL = SPACES THEN
                  perform 029-VERIFICAR-HORCLI
                  if ws-acao = 1 then
                      IF WS-EXISTE-HORCLI = 0 THEN
                          PERFORM 021-INCLUIR-HORCLI
                      ELSE
                          MOVE "Horario ja cadastrado" TO
                               WS-MSG-CAD-HCL
                      END-IF
                  else
                      IF WS-EXISTE-HORCLI = 0 THEN
                          MOVE "Horario inexistente" TO
                               WS-MSG-CAD-HCL
                      ELSE
                      IF ws-acao = 2 THEN
                          PERFORM 022-ALTERAR-HORCLI
                      ELSE
                          PERFORM 023-EXCLUIR-HORCLI
                      END-IF
                      END-IF
                  end-if
              END-IF
           end-if
           end-if
           end-if.
       02-processar-exit. exit.

      *    A INCLUSAO JA VEM SUGERIDA COM O HORARIO COMERCIAL MAIS
      *    COMUM (SEGUNDA A SEXTA 0800-1200 E 1400-1800, SABADO
      *    0800-1200, DOMINGO FECHADO); O OPERADOR SO AJUSTA.
       021-INCLUIR-HORCLI section.
           MOVE ZEROS TO WS-TEL-HORARIOS.
           MOVE 1 TO WS-IDX-DIA.
           PERFORM 0211-SUGERIR-DIA UNTIL WS-IDX-DIA > 5.
           MOVE 0800 TO WS-TEL-SAB-A1.
           MOVE 1200 TO WS-TEL-SAB-F1.
           DISPLAY TELA-DADOS-HCL-CORPO.
           PERFORM 025-ACEITA-DADOS-HORCLI.
           IF WS-TEL-HCL-CONFIRMAR = "S" THEN
               MOVE WS-TEL-HCL-CODCLI TO HCL-CODCLI
               PERFORM 026-MOVER-DADOS-HORCLI
               WRITE HCL-REGISTRO
               IF  WS-RST-ACESS-HORCLI <> 0 THEN
                   MOVE "ERRO WRITE ARQ ARQHORCLI" TO WS-MSG-1
                   MOVE WS-RST-ACESS-HORCLI TO WS-MSG-STATUS
               ELSE
                   MOVE "Horario incluido com sucesso" TO
                        WS-MSG-CAD-HCL
               END-IF
           ELSE
               MOVE "Inclusao nao realizada" TO WS-MSG-CAD-HCL
           END-IF.
       021-INCLUIR-HORCLI-EXIT.
           EXIT.

       0211-SUGERIR-DIA section.
           MOVE 0800 TO WS-TEL-ABRE-1(WS-IDX-DIA).
           MOVE 1200 TO WS-TEL-FECHA-1(WS-IDX-DIA).
           MOVE 1400 TO WS-TEL-ABRE-2(WS-IDX-DIA).
           MOVE 1800 TO WS-TEL-FECHA-2(WS-IDX-DIA).
           ADD 1 TO WS-IDX-DIA.
       0211-SUGERIR-DIA-EXIT.
           EXIT.

       022-ALTERAR-HORCLI section.
           MOVE HCL-SEMANA TO WS-TEL-HORARIOS.
           DISPLAY TELA-DADOS-HCL-CORPO.
           PERFORM 025-ACEITA-DADOS-HORCLI.
           IF WS-TEL-HCL-CONFIRMAR = "S" THEN
               PERFORM 026-MOVER-DADOS-HORCLI
               REWRITE HCL-REGISTRO
               IF  WS-RST-ACESS-HORCLI <> 0 THEN
                   MOVE "ERRO REWRITE ARQ ARQHORCLI" TO WS-MSG-1
                   MOVE WS-RST-ACESS-HORCLI TO WS-MSG-STATUS
               ELSE
                   MOVE "Horario alterado com sucesso" TO
                        WS-MSG-CAD-HCL
               END-IF
           ELSE
               MOVE "Alteracao nao realizada" TO WS-MSG-CAD-HCL
           END-IF.
       022-ALTERAR-HORCLI-EXIT.
           EXIT.

       023-EXCLUIR-HORCLI section.
           MOVE HCL-SEMANA TO WS-TEL-HORARIOS.
           DISPLAY TELA-DADOS-HCL-CORPO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-HCL-CONFIRMAR = "S" THEN
               DELETE ARQ-HORCLI RECORD
               IF  WS-RST-ACESS-HORCLI <> 0 THEN
                   MOVE "ERRO DELETE ARQ ARQHORCLI" TO WS-MSG-1
                   MOVE WS-RST-ACESS-HORCLI TO WS-MSG-STATUS
               ELSE
                   MOVE "Horario excluido com sucesso" TO
                        WS-MSG-CAD-HCL
               END-IF
           ELSE
               MOVE "Exclusao nao realizada" TO WS-MSG-CAD-HCL
           END-IF.
       023-EXCLUIR-HORCLI-EXIT.
           EXIT.

      *    RELACAO NA ORDEM DO CODIGO DO CLIENTE, UMA LINHA POR DIA.
       024-RELACAO-HORCLI SECTION.
           DISPLAY TELA-RELHCL.
           ACCEPT  TELA-RELHCL-NMARQ.
           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           IF WS-RST-ACESS-IMPRESSO <> 0 THEN
               MOVE "ERRO ABERTURA ARQ RELACAO" TO WS-MSG-1
               MOVE WS-RST-ACESS-IMPRESSO TO WS-MSG-STATUS
               GO TO 024-RELACAO-HORCLI-EXIT
           END-IF.
           MOVE WS-LINHA-HCL-CAB1 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE WS-LINHA-HCL-CAB2 TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           MOVE 0 TO WS-QTD-LISTADOS.
           MOVE 0 TO WS-FIM-HORCLI.
           MOVE LOW-VALUES TO HCL-CODCLI.
           START ARQ-HORCLI KEY IS NOT LESS THAN HCL-CODCLI
             INVALID KEY MOVE 1 TO WS-FIM-HORCLI
           END-START.
           IF WS-FIM-HORCLI = 0 THEN
               READ ARQ-HORCLI NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-HORCLI
               END-READ
           END-IF.
           PERFORM 0241-LISTAR-HORCLI UNTIL WS-FIM-HORCLI = 1.
           MOVE WS-QTD-LISTADOS TO WS-HCL-TOT-QTD.
           MOVE WS-LINHA-HCL-TOT TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           CLOSE ARQ-IMPRESSO.
           MOVE WS-QTD-LISTADOS TO WS-QTD-LISTADOS-ED.
           STRING "Relacao gerada, clientes:" DELIMITED BY SIZE
                  WS-QTD-LISTADOS-ED          DELIMITED BY SIZE
             INTO WS-MSG-CAD-HCL.
       024-RELACAO-HORCLI-EXIT.
           EXIT.

       0241-LISTAR-HORCLI SECTION.
           MOVE HCL-CODCLI TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO
             INVALID KEY MOVE "*** INEXISTENTE ***" TO CLI-RAZAOSOCIAL
           END-READ.
           MOVE 1 TO WS-IDX-DIA.
           PERFORM 02411-LISTAR-DIA UNTIL WS-IDX-DIA > 7.
           ADD 1 TO WS-QTD-LISTADOS.
           READ ARQ-HORCLI NEXT RECORD
             AT END MOVE 1 TO WS-FIM-HORCLI
           END-READ.
       0241-LISTAR-HORCLI-EXIT.
           EXIT.

      *    CODIGO E RAZAO SO NA PRIMEIRA LINHA DO CLIENTE.
       02411-LISTAR-DIA SECTION.
           MOVE SPACES TO WS-LINHA-HCL-DET.
           IF WS-IDX-DIA = 1 THEN
               MOVE HCL-CODCLI      TO WS-HCL-DET-CODCLI
               MOVE CLI-RAZAOSOCIAL TO WS-HCL-DET-RAZAO
           END-IF.
           MOVE WS-NOME-DIA(WS-IDX-DIA) TO WS-HCL-DET-DIA.
           IF  HCL-ABRE-1(WS-IDX-DIA)  = 0
           AND HCL-FECHA-1(WS-IDX-DIA) = 0
           AND HCL-ABRE-2(WS-IDX-DIA)  = 0
           AND HCL-FECHA-2(WS-IDX-DIA) = 0 THEN
               MOVE "FECHADO" TO WS-HCL-DET-JANELA-1
           ELSE
               IF HCL-FECHA-1(WS-IDX-DIA) > 0 THEN
                   MOVE HCL-ABRE-1(WS-IDX-DIA)  TO WS-HCL-DET-A1
                   MOVE "-"                     TO
                        WS-HCL-DET-JANELA-1(6:1)
                   MOVE HCL-FECHA-1(WS-IDX-DIA) TO WS-HCL-DET-F1
               END-IF
               IF HCL-FECHA-2(WS-IDX-DIA) > 0 THEN
                   MOVE HCL-ABRE-2(WS-IDX-DIA)  TO WS-HCL-DET-A2
                   MOVE "-"                     TO
                        WS-HCL-DET-JANELA-2(6:1)
                   MOVE HCL-FECHA-2(WS-IDX-DIA) TO WS-HCL-DET-F2
               END-IF
           END-IF.
           MOVE WS-LINHA-HCL-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-IDX-DIA.
       02411-LISTAR-DIA-EXIT.
           EXIT.

       025-ACEITA-DADOS-HORCLI section.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0251-INFORMA-SEMANA
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       025-ACEITA-DADOS-HORCLI-EXIT.
           EXIT.

       0251-INFORMA-SEMANA section.
           ACCEPT TELA-DADOS-SEMANA-HCL.
           MOVE SPACES TO WS-MSG-CAD-HCL.
           MOVE 0 TO WS-DIA-INVALIDO.
           MOVE 1 TO WS-IDX-DIA.
           PERFORM 02511-VALIDAR-DIA
             UNTIL WS-IDX-DIA > 7
                OR WS-DIA-INVALIDO > 0.
           IF WS-DIA-INVALIDO > 0 THEN
               STRING "Horario invalido - "       DELIMITED BY SIZE
                      WS-NOME-DIA(WS-DIA-INVALIDO) DELIMITED BY SIZE
                 INTO WS-MSG-CAD-HCL
           ELSE
               MOVE "OK" TO WS-PARAM-OK
           END-IF.
           DISPLAY TELA-CAD-HCL-MSG.
       0251-INFORMA-SEMANA-EXIT.
           EXIT.

      *    CADA JANELA E ZERADA (ABRE E FECHA) OU TEM HORAS VALIDAS
      *    COM A ABERTURA ANTES DO FECHAMENTO; A JANELA DA TARDE NAO
      *    PODE COMECAR ANTES DO FIM DA JANELA DA MANHA.
       02511-VALIDAR-DIA section.
           MOVE WS-TEL-ABRE-1(WS-IDX-DIA) TO WS-HORA-TESTE.
           PERFORM 025111-TESTAR-HORA.
           IF WS-HORA-OK = "N" THEN
               GO TO 02511-VALIDAR-DIA-ERRO
           END-IF.
           MOVE WS-TEL-FECHA-1(WS-IDX-DIA) TO WS-HORA-TESTE.
           PERFORM 025111-TESTAR-HORA.
           IF WS-HORA-OK = "N" THEN
               GO TO 02511-VALIDAR-DIA-ERRO
           END-IF.
           MOVE WS-TEL-ABRE-2(WS-IDX-DIA) TO WS-HORA-TESTE.
           PERFORM 025111-TESTAR-HORA.
           IF WS-HORA-OK = "N" THEN
               GO TO 02511-VALIDAR-DIA-ERRO
           END-IF.
           MOVE WS-TEL-FECHA-2(WS-IDX-DIA) TO WS-HORA-TESTE.
           PERFORM 025111-TESTAR-HORA.
           IF WS-HORA-OK = "N" THEN
               GO TO 02511-VALIDAR-DIA-ERRO
           END-IF.
           IF  WS-TEL-FECHA-1(WS-IDX-DIA) > 0
           AND WS-TEL-ABRE-1(WS-IDX-DIA) NOT <
               WS-TEL-FECHA-1(WS-IDX-DIA) THEN
               GO TO 02511-VALIDAR-DIA-ERRO
           END-IF.
           IF  WS-TEL-FECHA-1(WS-IDX-DIA) = 0
           AND WS-TEL-ABRE-1(WS-IDX-DIA) > 0 THEN
               GO TO 02511-VALIDAR-DIA-ERRO
           END-IF.
           IF  WS-TEL-FECHA-2(WS-IDX-DIA) > 0
           AND WS-TEL-ABRE-2(WS-IDX-DIA) NOT <
               WS-TEL-FECHA-2(WS-IDX-DIA) THEN
               GO TO 02511-VALIDAR-DIA-ERRO
           END-IF.
           IF  WS-TEL-FECHA-2(WS-IDX-DIA) = 0
           AND WS-TEL-ABRE-2(WS-IDX-DIA) > 0 THEN
               GO TO 02511-VALIDAR-DIA-ERRO
           END-IF.
           IF  WS-TEL-FECHA-1(WS-IDX-DIA) > 0
           AND WS-TEL-FECHA-2(WS-IDX-DIA) > 0
           AND WS-TEL-ABRE-2(WS-IDX-DIA) <
               WS-TEL-FECHA-1(WS-IDX-DIA) THEN
               GO TO 02511-VALIDAR-DIA-ERRO
           END-IF.
           ADD 1 TO WS-IDX-DIA.
           GO TO 02511-VALIDAR-DIA-EXIT.
       02511-VALIDAR-DIA-ERRO.
           MOVE WS-IDX-DIA TO WS-DIA-INVALIDO.
       02511-VALIDAR-DIA-EXIT.
           EXIT.

       025111-TESTAR-HORA section.
           IF  WS-HORA-TESTE-HH <= 24
           AND WS-HORA-TESTE-MM <= 59
           AND (WS-HORA-TESTE-HH < 24 OR WS-HORA-TESTE-MM = 0) THEN
               MOVE "S" TO WS-HORA-OK
           ELSE
               MOVE "N" TO WS-HORA-OK
           END-IF.
       025111-TESTAR-HORA-EXIT.
           EXIT.

       026-MOVER-DADOS-HORCLI section.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-TEL-HORARIOS TO HCL-SEMANA.
           MOVE WS-OPERADOR-ID  TO HCL-OPERADOR.
           MOVE WS-DATA-HOJE    TO HCL-DATA-ALTERACAO.
       026-MOVER-DADOS-HORCLI-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-HCL.
            IF  WS-TEL-HCL-CONFIRMAR <> "S"
            AND WS-TEL-HCL-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-CAD-HCL
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-CAD-HCL
            END-IF.
            DISPLAY TELA-CAD-HCL-MSG.
       027-INFORMA-CONFIRMAR-EXIT.
           EXIT.

      *    NA INCLUSAO O CLIENTE TEM QUE EXISTIR E ESTAR ATIVO. NA
      *    ALTERACAO E NA EXCLUSAO BASTA O HORARIO EXISTIR.
       028-VALIDAR-CLIENTE SECTION.
           MOVE SPACES TO WS-MSG-CAD-HCL.
           MOVE SPACES TO WS-TEL-HCL-RAZAO.
           MOVE WS-TEL-HCL-CODCLI TO CLI-CODIGO.
           READ ARQ-CLIENTE KEY IS CLI-CODIGO
             INVALID KEY CONTINUE
           END-READ.
           IF WS-RESULTADO-ACESSO = 0 THEN
               MOVE CLI-RAZAOSOCIAL TO WS-TEL-HCL-RAZAO
               IF ws-acao = 1 AND NOT CLI-STATUS-ATIVO THEN
                   MOVE "Cliente inativo" TO WS-MSG-CAD-HCL
               END-IF
           ELSE
               IF ws-acao = 1 THEN
                   MOVE "Cliente inexistente" TO WS-MSG-CAD-HCL
               END-IF
           END-IF.
           DISPLAY TELA-DADOS-RAZAO-HCL.
           DISPLAY TELA-CAD-HCL-MSG.
       028-VALIDAR-CLIENTE-EXIT.
           EXIT.

       029-VERIFICAR-HORCLI SECTION.
           MOVE WS-TEL-HCL-CODCLI TO HCL-CODCLI.
           READ ARQ-HORCLI KEY IS HCL-CODCLI INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-HORCLI = 0 THEN
               MOVE 1 TO WS-EXISTE-HORCLI
           ELSE
               MOVE 0 TO WS-EXISTE-HORCLI
           END-IF.
       029-VERIFICAR-HORCLI-EXIT.
           EXIT.

       03-finalizar section.
           close ARQ-HORCLI.
           close ARQ-CLIENTE.
       03-finalizar-exit.
           EXIT.
