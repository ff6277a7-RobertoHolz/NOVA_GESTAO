       identification division.
       program-id. "CADASTRO_EXTRATO".
       author.     Roberto Holz.
      *    CADASTRO E EXECUCAO DOS EXTRATOS AD-HOC (ARQ_EXTDEF): O
      *    OPERADOR ESCOLHE ATE 12 CAMPOS DE SAIDA DO CATALOGO (DADOS
      *    DO CLIENTE, DO VENDEDOR, DA ULTIMA VISITA E FATURAMENTO
      *    DOS ULTIMOS 12 MESES), ATE 5 CONDICOES DE FILTRO (IGUAL,
      *    FAIXA OU CONTEM) E A ORDENACAO, E GUARDA A DEFINICAO COM
      *    UM NOME PARA RODAR DE NOVO AQUI (OPCAO 4) OU PELA FILA DO
      *    SOLICITA_RELATORIO. O RESULTADO E UM CSV REGISTRADO NO
      *    SPOOL (TIPO EXTRATO), GERADO PELO GERAR_EXTRATO.
      *    CAMPOS RESTRITOS A SUPERVISORES (CPF DO VENDEDOR) SO PODEM
      *    SER ESCOLHIDOS POR OPERADOR COM PERFIL DE SUPERVISOR.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-extdef.cpy'.

       data division.
       file section.
         copy 'fd-arq-extdef.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-EXTDEF       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EXTDEF  PIC 9(02) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.
              05 WS-OPERADOR-PERFIL   PIC X(01) VALUE SPACES.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-PARAM-OK          PIC X(02) VALUE SPACES.
              05 WS-EXISTE-EXTRATO    PIC 9(01) VALUE ZEROS.
              05 WS-IDX-CAMPO         PIC 9(02) VALUE ZEROS.
              05 WS-IDX-FILTRO        PIC 9(01) VALUE ZEROS.
              05 WS-QTD-CAMPOS        PIC 9(02) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-TELA-EXTRATO.
                 15 WS-MSG-EXTRATO          PIC X(40) VALUE SPACES.
                 15 WS-MSG-EXTRATO-R REDEFINES WS-MSG-EXTRATO.
                    20 WS-MSG-1             PIC X(38).
                    20 WS-MSG-STATUS        PIC 9(02).
              05 ws-dados-tela-extrato.
                 15 WS-TEL-EXD-NOME         PIC X(020) VALUES SPACES.
                 15 WS-TEL-EXD-DESCRICAO    PIC X(040) VALUES SPACES.
                 15 WS-TEL-EXD-CAMPO        PIC 9(002)
                    OCCURS 12 TIMES.
                 15 WS-TEL-EXD-FILTRO OCCURS 5 TIMES.
                    20 WS-TEL-FIL-CAMPO     PIC 9(002).
                    20 WS-TEL-FIL-OPERADOR  PIC X(001).
                    20 WS-TEL-FIL-VALOR-1   PIC X(020).
                    20 WS-TEL-FIL-VALOR-2   PIC X(020).
                 15 WS-TEL-EXD-ORD-CAMPO    PIC 9(002) VALUES ZEROS.
                 15 WS-TEL-EXD-ORD-SENTIDO  PIC X(001) VALUES "A".
              05 WS-TEL-EXD-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-SPOOL-REG.
                 10 WS-SPL-FUNCAO     PIC X(01) VALUE SPACES.
                 10 WS-SPL-TIPO       PIC X(08) VALUE SPACES.
                 10 WS-SPL-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-SPL-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-SPL-ID         PIC 9(07) VALUE ZEROS.
                 10 WS-SPL-PARAMETROS PIC X(150) VALUE SPACES.
      *    BLOCO DE PARAMETROS DO GERAR_EXTRATO, NO MESMO FORMATO
      *    GUARDADO NO SPOOL E NA FILA DE RELATORIOS.
              05 WS-EXTRATO-PRM.
                 10 WS-EXT-NMARQUIVO  PIC X(22) VALUE SPACES.
                 10 WS-EXT-NOME       PIC X(20) VALUE SPACES.
                 10 WS-EXT-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-EXT-MENSAGEM   PIC X(40) VALUE SPACES.
                 10 WS-EXT-QTD-LINHAS PIC 9(07) VALUE ZEROS.
                 10 FILLER            PIC X(51) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

       SCREEN SECTION.
       01 TELA-CAD-EXTRATO.
          05 VALUE "--- EXTRATOS AD-HOC ---"
          BLANK SCREEN LINE 1 COL 28.
          05 VALUE "OPCAO.: " LINE 3 COL 2.
          05 ACAO-INPUT                          LINE 3 COL 10
                    PIC 9         TO ws-acao.
          05 VALUE
          "01 CODCLI  02 CNPJ  03 RAZAO  04 STATUS  05 LOCALIDADE"
          LINE 17 COL 2.
          05 VALUE
          "06 CEP  07 SEGMENTO  08 REGIAO  09 CODVND  10 NOMEVND"
          LINE 18 COL 2.
          05 VALUE
          "11 CPFVND(sup)  12 EQUIPE  13 ULTVISITA(aaaammdd)"
          LINE 19 COL 2.
          05 VALUE
          "14 RESULTVISITA  15 FAT12M  16 LATITUDE  17 LONGITUDE"
          LINE 20 COL 2.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-EXCLUIR 4-EXECUTAR 9-VOLTAR"
          LINE 22 COL 2.
          05 TELA-CAD-EXTRATO-MSG.
             10 LINE 23 COL 2 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-EXTRATO.

       01 TELA-DADOS-EXTRATO-CH.
          05 TELA-DADOS-NOME-EXD.
             10 LINE 04 COL 2 VALUE "Nome do extrato.:".
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-EXD-NOME.
       01 TELA-DADOS-EXTRATO-CORPO.
          05 TELA-DADOS-DESCRICAO-EXD.
             10 LINE 05 COL 2 VALUE "Descricao.......:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-EXD-DESCRICAO.
          05 TELA-DADOS-CAMPOS-EXD.
             10 LINE 06 COL 2 VALUE
                "Campos de saida (codigos, na ordem das colunas):".
             10 LINE 07 COL 2  PIC 9(02) USING WS-TEL-EXD-CAMPO(1).
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-CAMPO(2).
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-CAMPO(3).
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-CAMPO(4).
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-CAMPO(5).
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-CAMPO(6).
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-CAMPO(7).
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-CAMPO(8).
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-CAMPO(9).
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-CAMPO(10).
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-CAMPO(11).
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-CAMPO(12).
          05 TELA-DADOS-FILTROS-EXD.
             10 LINE 08 COL 2 VALUE
                "Filtros: campo op(I-igual F-faixa C-contem) valor/ate".
             10 LINE 09 COL 4  PIC 9(02) USING WS-TEL-FIL-CAMPO(1).
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-FIL-OPERADOR(1).
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-FIL-VALOR-1(1).
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-FIL-VALOR-2(1).
             10 LINE 10 COL 4  PIC 9(02) USING WS-TEL-FIL-CAMPO(2).
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-FIL-OPERADOR(2).
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-FIL-VALOR-1(2).
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-FIL-VALOR-2(2).
             10 LINE 11 COL 4  PIC 9(02) USING WS-TEL-FIL-CAMPO(3).
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-FIL-OPERADOR(3).
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-FIL-VALOR-1(3).
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-FIL-VALOR-2(3).
             10 LINE 12 COL 4  PIC 9(02) USING WS-TEL-FIL-CAMPO(4).
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-FIL-OPERADOR(4).
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-FIL-VALOR-1(4).
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-FIL-VALOR-2(4).
             10 LINE 13 COL 4  PIC 9(02) USING WS-TEL-FIL-CAMPO(5).
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-FIL-OPERADOR(5).
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-FIL-VALOR-1(5).
             10 COLUMN PLUS 2 PIC X(20) USING WS-TEL-FIL-VALOR-2(5).
          05 TELA-DADOS-ORDEM-EXD.
             10 LINE 14 COL 2 VALUE "Ordenar por campo (0=codcli):".
             10 COLUMN PLUS 2 PIC 9(02) USING WS-TEL-EXD-ORD-CAMPO.
             10 COLUMN PLUS 2 VALUE "Sentido (A/D):".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-EXD-ORD-SENTIDO.
          05 TELA-DADOS-CONFIRMAR-EXD.
             10 LINE 15 COL 2 VALUE "Confirmar(S/N).:".
             10 COLUMN PLUS 2 PIC X(01) USING WS-TEL-EXD-CONFIRMAR.

       procedure division using LK-OPERADOR-ID.
       00-controle section.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           perform 01-inicializar.
           perform 02-processar
             until ws-acao = 9
                OR WS-ERRO-ABERTURA <> 0.
           perform 03-finalizar.
           goback.
       00-controle-exit. exit.

       01-inicializar section.
           initialize ws-variaveis.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID.
           ACCEPT WS-OPERADOR-PERFIL
               FROM ENVIRONMENT "OPERADOR_PERFIL".
           MOVE "ARQ_EXTDEF" TO WID-ARQ-EXTDEF.
           OPEN I-O ARQ-EXTDEF.
           IF WS-RST-ACESS-EXTDEF = 35 THEN
               OPEN OUTPUT ARQ-EXTDEF
               CLOSE ARQ-EXTDEF
               OPEN I-O ARQ-EXTDEF
           END-IF.
           IF  WS-RST-ACESS-EXTDEF <> 00
           AND WS-RST-ACESS-EXTDEF <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQEXTDEF" TO WS-MSG-1
               MOVE WS-RST-ACESS-EXTDEF TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-EXTRATO
               ACCEPT TELA-CAD-EXTRATO
           END-IF.
       01-inicializar-exit. exit.

       02-processar section.
           DISPLAY TELA-CAD-EXTRATO.
           ACCEPT TELA-CAD-EXTRATO.
           MOVE SPACES TO WS-MSG-EXTRATO
           DISPLAY TELA-CAD-EXTRATO-MSG.
           if ws-acao = 9 then
              continue
           else
           if ws-acao = 1
           or ws-acao = 2
           or ws-acao = 3
           or ws-acao = 4 then
              DISPLAY TELA-DADOS-EXTRATO-CH
              MOVE " " TO WS-PARAM-OK
              PERFORM 021-INFORMA-NOME
                UNTIL WS-PARAM-OK EQUAL "OK"
              PERFORM 029-VERIFICAR-EXTRATO
              if ws-acao = 1 then
                  IF WS-EXISTE-EXTRATO = 0 THEN
                      PERFORM 022-INCLUIR-EXTRATO
                  ELSE
                      MOVE "Extrato ja cadastrado" TO WS-MSG-EXTRATO
                  END-IF
              else
              if WS-EXISTE-EXTRATO = 0 then
                  MOVE "Extrato inexistente" TO WS-MSG-EXTRATO
              else
              if ws-acao = 2 then
                  PERFORM 023-ALTERAR-EXTRATO
              else
              if ws-acao = 3 then
                  PERFORM 024-EXCLUIR-EXTRATO
              else
                  PERFORM 030-EXECUTAR-EXTRATO
              end-if
              end-if
              end-if
              end-if
           else
              MOVE "Opcao invalida" TO WS-MSG-EXTRATO
           end-if
           end-if.
       02-processar-exit. exit.

       021-INFORMA-NOME section.
            ACCEPT  TELA-DADOS-NOME-EXD.
            IF WS-TEL-EXD-NOME = SPACES THEN
                MOVE "Nome deve ser informado" TO WS-MSG-EXTRATO
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-EXTRATO
            END-IF.
            DISPLAY TELA-CAD-EXTRATO-MSG.
       021-INFORMA-NOME-EXIT.
           EXIT.

       022-INCLUIR-EXTRATO section.
           MOVE WS-TEL-EXD-NOME TO EXD-NOME.
           MOVE SPACES TO WS-TEL-EXD-DESCRICAO.
           PERFORM 0221-LIMPAR-CAMPO
             VARYING WS-IDX-CAMPO FROM 1 BY 1
               UNTIL WS-IDX-CAMPO > 12.
           PERFORM 0222-LIMPAR-FILTRO
             VARYING WS-IDX-FILTRO FROM 1 BY 1
               UNTIL WS-IDX-FILTRO > 5.
           MOVE 0   TO WS-TEL-EXD-ORD-CAMPO.
           MOVE "A" TO WS-TEL-EXD-ORD-SENTIDO.
           DISPLAY TELA-DADOS-EXTRATO-CORPO.
           PERFORM 025-ACEITA-DADOS-EXTRATO.
           IF WS-TEL-EXD-CONFIRMAR = "S" THEN
               PERFORM 028-MONTAR-REGISTRO-EXTRATO
               WRITE EXD-REGISTRO
               IF WS-RST-ACESS-EXTDEF <> 0 THEN
                   MOVE "ERRO WRITE ARQ ARQEXTDEF" TO WS-MSG-1
                   MOVE WS-RST-ACESS-EXTDEF TO WS-MSG-STATUS
               ELSE
                   MOVE "Extrato incluido com sucesso" TO
                        WS-MSG-EXTRATO
               END-IF
           ELSE
               MOVE "Inclusao nao realizada" TO WS-MSG-EXTRATO
           END-IF.
       022-INCLUIR-EXTRATO-EXIT.
           EXIT.

       0221-LIMPAR-CAMPO section.
           MOVE 0 TO WS-TEL-EXD-CAMPO(WS-IDX-CAMPO).
       0221-LIMPAR-CAMPO-EXIT.
           EXIT.

       0222-LIMPAR-FILTRO section.
           MOVE 0      TO WS-TEL-FIL-CAMPO(WS-IDX-FILTRO).
           MOVE SPACES TO WS-TEL-FIL-OPERADOR(WS-IDX-FILTRO).
           MOVE SPACES TO WS-TEL-FIL-VALOR-1(WS-IDX-FILTRO).
           MOVE SPACES TO WS-TEL-FIL-VALOR-2(WS-IDX-FILTRO).
       0222-LIMPAR-FILTRO-EXIT.
           EXIT.

       023-ALTERAR-EXTRATO section.
           PERFORM 026-CARREGAR-TELA.
           DISPLAY TELA-DADOS-EXTRATO-CORPO.
           PERFORM 025-ACEITA-DADOS-EXTRATO.
           IF WS-TEL-EXD-CONFIRMAR = "S" THEN
               PERFORM 028-MONTAR-REGISTRO-EXTRATO
               REWRITE EXD-REGISTRO
               IF WS-RST-ACESS-EXTDEF <> 0 THEN
                   MOVE "ERRO REWRITE ARQ ARQEXTDEF" TO WS-MSG-1
                   MOVE WS-RST-ACESS-EXTDEF TO WS-MSG-STATUS
               ELSE
                   MOVE "Extrato alterado com sucesso" TO
                        WS-MSG-EXTRATO
               END-IF
           ELSE
               MOVE "Alteracao nao realizada" TO WS-MSG-EXTRATO
           END-IF.
       023-ALTERAR-EXTRATO-EXIT.
           EXIT.

       024-EXCLUIR-EXTRATO section.
           PERFORM 026-CARREGAR-TELA.
           DISPLAY TELA-DADOS-EXTRATO-CORPO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-EXD-CONFIRMAR = "S" THEN
               DELETE ARQ-EXTDEF RECORD
               IF WS-RST-ACESS-EXTDEF <> 0 THEN
                   MOVE "ERRO DELETE ARQ ARQEXTDEF" TO WS-MSG-1
                   MOVE WS-RST-ACESS-EXTDEF TO WS-MSG-STATUS
               ELSE
                   MOVE "Extrato excluido com sucesso" TO
                        WS-MSG-EXTRATO
               END-IF
           ELSE
               MOVE "Exclusao nao realizada" TO WS-MSG-EXTRATO
           END-IF.
       024-EXCLUIR-EXTRATO-EXIT.
           EXIT.

       025-ACEITA-DADOS-EXTRATO section.
           ACCEPT TELA-DADOS-DESCRICAO-EXD.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0251-INFORMA-CAMPOS
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0252-INFORMA-FILTROS
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 0253-INFORMA-ORDEM
             UNTIL WS-PARAM-OK EQUAL "OK".
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
       025-ACEITA-DADOS-EXTRATO-EXIT.
           EXIT.

       0251-INFORMA-CAMPOS section.
            ACCEPT  TELA-DADOS-CAMPOS-EXD.
            MOVE "OK" TO WS-PARAM-OK.
            MOVE SPACES TO WS-MSG-EXTRATO.
            MOVE 0 TO WS-QTD-CAMPOS.
            PERFORM 02511-VALIDAR-CAMPO
              VARYING WS-IDX-CAMPO FROM 1 BY 1
                UNTIL WS-IDX-CAMPO > 12.
            IF WS-PARAM-OK = "OK" AND WS-QTD-CAMPOS = 0 THEN
                MOVE "Informe ao menos um campo" TO WS-MSG-EXTRATO
                MOVE " " TO WS-PARAM-OK
            END-IF.
            DISPLAY TELA-CAD-EXTRATO-MSG.
       0251-INFORMA-CAMPOS-EXIT.
           EXIT.

       02511-VALIDAR-CAMPO section.
            IF WS-TEL-EXD-CAMPO(WS-IDX-CAMPO) > 17 THEN
                MOVE "Codigo de campo invalido (01-17)" TO
                     WS-MSG-EXTRATO
                MOVE " " TO WS-PARAM-OK
            ELSE
            IF WS-TEL-EXD-CAMPO(WS-IDX-CAMPO) = 11
            AND WS-OPERADOR-PERFIL NOT = "S" THEN
                MOVE "CPF restrito a supervisores" TO WS-MSG-EXTRATO
                MOVE " " TO WS-PARAM-OK
            ELSE
            IF WS-TEL-EXD-CAMPO(WS-IDX-CAMPO) > 0 THEN
                ADD 1 TO WS-QTD-CAMPOS
            END-IF
            END-IF
            END-IF.
       02511-VALIDAR-CAMPO-EXIT.
           EXIT.

       0252-INFORMA-FILTROS section.
            ACCEPT  TELA-DADOS-FILTROS-EXD.
            MOVE "OK" TO WS-PARAM-OK.
            MOVE SPACES TO WS-MSG-EXTRATO.
            PERFORM 02521-VALIDAR-FILTRO
              VARYING WS-IDX-FILTRO FROM 1 BY 1
                UNTIL WS-IDX-FILTRO > 5.
            DISPLAY TELA-CAD-EXTRATO-MSG.
       0252-INFORMA-FILTROS-EXIT.
           EXIT.

      *    VALORES DE CAMPOS NUMERICOS TEM DE SER NUMEROS (VIRGULA OU
      *    PONTO DECIMAL); O TEXTO E COMPARADO EM MAIUSCULAS.
       02521-VALIDAR-FILTRO section.
            IF WS-TEL-FIL-CAMPO(WS-IDX-FILTRO) = 0 THEN
                GO TO 02521-VALIDAR-FILTRO-EXIT
            END-IF.
            IF WS-TEL-FIL-CAMPO(WS-IDX-FILTRO) > 17 THEN
                MOVE "Codigo de campo invalido (01-17)" TO
                     WS-MSG-EXTRATO
                MOVE " " TO WS-PARAM-OK
                GO TO 02521-VALIDAR-FILTRO-EXIT
            END-IF.
            IF  WS-TEL-FIL-CAMPO(WS-IDX-FILTRO) = 11
            AND WS-OPERADOR-PERFIL NOT = "S" THEN
                MOVE "CPF restrito a supervisores" TO WS-MSG-EXTRATO
                MOVE " " TO WS-PARAM-OK
                GO TO 02521-VALIDAR-FILTRO-EXIT
            END-IF.
            IF  WS-TEL-FIL-OPERADOR(WS-IDX-FILTRO) <> "I"
            AND WS-TEL-FIL-OPERADOR(WS-IDX-FILTRO) <> "F"
            AND WS-TEL-FIL-OPERADOR(WS-IDX-FILTRO) <> "C" THEN
                MOVE "Operador de filtro invalido (I/F/C)" TO
                     WS-MSG-EXTRATO
                MOVE " " TO WS-PARAM-OK
                GO TO 02521-VALIDAR-FILTRO-EXIT
            END-IF.
            IF  WS-TEL-FIL-OPERADOR(WS-IDX-FILTRO) <> "F"
            AND WS-TEL-FIL-VALOR-1(WS-IDX-FILTRO) = SPACES THEN
                MOVE "Valor do filtro deve ser informado" TO
                     WS-MSG-EXTRATO
                MOVE " " TO WS-PARAM-OK
                GO TO 02521-VALIDAR-FILTRO-EXIT
            END-IF.
            IF WS-TEL-FIL-OPERADOR(WS-IDX-FILTRO) = "C" THEN
                GO TO 02521-VALIDAR-FILTRO-EXIT
            END-IF.
            EVALUATE WS-TEL-FIL-CAMPO(WS-IDX-FILTRO)
            WHEN 3 THRU 5
            WHEN 7
            WHEN 10
            WHEN 14
              CONTINUE
            WHEN OTHER
              INSPECT WS-TEL-FIL-VALOR-1(WS-IDX-FILTRO)
                REPLACING ALL "," BY "."
              INSPECT WS-TEL-FIL-VALOR-2(WS-IDX-FILTRO)
                REPLACING ALL "," BY "."
              IF WS-TEL-FIL-VALOR-1(WS-IDX-FILTRO) NOT = SPACES
                 IF FUNCTION TEST-NUMVAL(
                    WS-TEL-FIL-VALOR-1(WS-IDX-FILTRO)) NOT = 0 THEN
                     MOVE "Valor numerico invalido no filtro" TO
                          WS-MSG-EXTRATO
                     MOVE " " TO WS-PARAM-OK
                 END-IF
              END-IF
              IF  WS-TEL-FIL-OPERADOR(WS-IDX-FILTRO) = "F"
              AND WS-TEL-FIL-VALOR-2(WS-IDX-FILTRO) NOT = SPACES
                 IF FUNCTION TEST-NUMVAL(
                    WS-TEL-FIL-VALOR-2(WS-IDX-FILTRO)) NOT = 0 THEN
                     MOVE "Valor numerico invalido no filtro" TO
                          WS-MSG-EXTRATO
                     MOVE " " TO WS-PARAM-OK
                 END-IF
              END-IF
            END-EVALUATE.
       02521-VALIDAR-FILTRO-EXIT.
           EXIT.

       0253-INFORMA-ORDEM section.
            ACCEPT  TELA-DADOS-ORDEM-EXD.
            IF WS-TEL-EXD-ORD-CAMPO > 17 THEN
                MOVE "Codigo de campo invalido (01-17)" TO
                     WS-MSG-EXTRATO
            ELSE
            IF  WS-TEL-EXD-ORD-CAMPO = 11
            AND WS-OPERADOR-PERFIL NOT = "S" THEN
                MOVE "CPF restrito a supervisores" TO WS-MSG-EXTRATO
            ELSE
            IF  WS-TEL-EXD-ORD-SENTIDO <> "A"
            AND WS-TEL-EXD-ORD-SENTIDO <> "D" THEN
                MOVE "Sentido invalido (A/D)" TO WS-MSG-EXTRATO
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-EXTRATO
            END-IF
            END-IF
            END-IF.
            DISPLAY TELA-CAD-EXTRATO-MSG.
       0253-INFORMA-ORDEM-EXIT.
           EXIT.

       026-CARREGAR-TELA section.
           MOVE EXD-DESCRICAO       TO WS-TEL-EXD-DESCRICAO.
           PERFORM 0261-CARREGAR-CAMPO
             VARYING WS-IDX-CAMPO FROM 1 BY 1
               UNTIL WS-IDX-CAMPO > 12.
           PERFORM 0262-CARREGAR-FILTRO
             VARYING WS-IDX-FILTRO FROM 1 BY 1
               UNTIL WS-IDX-FILTRO > 5.
           MOVE EXD-ORDEM-CAMPO     TO WS-TEL-EXD-ORD-CAMPO.
           MOVE EXD-ORDEM-SENTIDO   TO WS-TEL-EXD-ORD-SENTIDO.
       026-CARREGAR-TELA-EXIT.
           EXIT.

       0261-CARREGAR-CAMPO section.
           MOVE EXD-CAMPO(WS-IDX-CAMPO) TO
                WS-TEL-EXD-CAMPO(WS-IDX-CAMPO).
       0261-CARREGAR-CAMPO-EXIT.
           EXIT.

       0262-CARREGAR-FILTRO section.
           MOVE EXD-FILTRO(WS-IDX-FILTRO) TO
                WS-TEL-EXD-FILTRO(WS-IDX-FILTRO).
       0262-CARREGAR-FILTRO-EXIT.
           EXIT.

       027-INFORMA-CONFIRMAR section.
            ACCEPT  TELA-DADOS-CONFIRMAR-EXD.
            IF  WS-TEL-EXD-CONFIRMAR <> "S"
            AND WS-TEL-EXD-CONFIRMAR <> "N" THEN
                MOVE "Opcao invalida" TO WS-MSG-EXTRATO
            ELSE
                MOVE "OK" TO WS-PARAM-OK
                MOVE SPACES TO WS-MSG-EXTRATO
            END-IF.
            DISPLAY TELA-CAD-EXTRATO-MSG.
       027-INFORMA-CONFIRMAR-EXIT.
           EXIT.

       028-MONTAR-REGISTRO-EXTRATO section.
           MOVE WS-TEL-EXD-NOME       TO EXD-NOME.
           MOVE WS-TEL-EXD-DESCRICAO  TO EXD-DESCRICAO.
           PERFORM 0281-MONTAR-CAMPO
             VARYING WS-IDX-CAMPO FROM 1 BY 1
               UNTIL WS-IDX-CAMPO > 12.
           PERFORM 0282-MONTAR-FILTRO
             VARYING WS-IDX-FILTRO FROM 1 BY 1
               UNTIL WS-IDX-FILTRO > 5.
           MOVE WS-TEL-EXD-ORD-CAMPO   TO EXD-ORDEM-CAMPO.
           MOVE WS-TEL-EXD-ORD-SENTIDO TO EXD-ORDEM-SENTIDO.
           MOVE WS-OPERADOR-ID        TO EXD-OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE          TO EXD-DATA-ALTERACAO.
       028-MONTAR-REGISTRO-EXTRATO-EXIT.
           EXIT.

       0281-MONTAR-CAMPO section.
           MOVE WS-TEL-EXD-CAMPO(WS-IDX-CAMPO) TO
                EXD-CAMPO(WS-IDX-CAMPO).
       0281-MONTAR-CAMPO-EXIT.
           EXIT.

      *    LINHA SEM CAMPO E GUARDADA LIMPA.
       0282-MONTAR-FILTRO section.
           IF WS-TEL-FIL-CAMPO(WS-IDX-FILTRO) = 0 THEN
               MOVE 0      TO EXD-FIL-CAMPO(WS-IDX-FILTRO)
               MOVE SPACES TO EXD-FIL-OPERADOR(WS-IDX-FILTRO)
               MOVE SPACES TO EXD-FIL-VALOR-1(WS-IDX-FILTRO)
               MOVE SPACES TO EXD-FIL-VALOR-2(WS-IDX-FILTRO)
           ELSE
               MOVE WS-TEL-EXD-FILTRO(WS-IDX-FILTRO) TO
                    EXD-FILTRO(WS-IDX-FILTRO)
           END-IF.
       0282-MONTAR-FILTRO-EXIT.
           EXIT.

       029-VERIFICAR-EXTRATO section.
           MOVE WS-TEL-EXD-NOME TO EXD-NOME.
           READ ARQ-EXTDEF KEY IS EXD-NOME INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-EXTDEF = 0 THEN
               MOVE 1 TO WS-EXISTE-EXTRATO
           ELSE
               MOVE 0 TO WS-EXISTE-EXTRATO
           END-IF.
       029-VERIFICAR-EXTRATO-EXIT.
           EXIT.

      *    EXECUCAO IMEDIATA: ALOCA A ENTRADA NO SPOOL, CHAMA O
      *    GERADOR COM O NOME DADO PELO SPOOL E FECHA A ENTRADA. O
      *    PERFIL APLICADO E O DO OPERADOR DA SESSAO.
       030-EXECUTAR-EXTRATO section.
           PERFORM 026-CARREGAR-TELA.
           DISPLAY TELA-DADOS-EXTRATO-CORPO.
           MOVE " " TO WS-PARAM-OK.
           PERFORM 027-INFORMA-CONFIRMAR
             UNTIL WS-PARAM-OK EQUAL "OK".
           IF WS-TEL-EXD-CONFIRMAR NOT = "S" THEN
               MOVE "Execucao nao realizada" TO WS-MSG-EXTRATO
               GO TO 030-EXECUTAR-EXTRATO-EXIT
           END-IF.
           INITIALIZE WS-EXTRATO-PRM.
           MOVE EXD-NOME          TO WS-EXT-NOME.
           MOVE WS-OPERADOR-ID    TO WS-EXT-OPERADOR.
           MOVE "EXTRATO"         TO WS-SPL-TIPO.
           MOVE WS-OPERADOR-ID    TO WS-SPL-OPERADOR.
           MOVE WS-EXTRATO-PRM    TO WS-SPL-PARAMETROS.
           MOVE "A" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-SPL-NMARQUIVO  TO WS-EXT-NMARQUIVO.
           CALL 'GERAR_EXTRATO' USING WS-EXTRATO-PRM.
           MOVE "F" TO WS-SPL-FUNCAO.
           CALL 'REGISTRA_SPOOL' USING WS-SPOOL-REG.
           MOVE WS-EXT-MENSAGEM   TO WS-MSG-EXTRATO.
       030-EXECUTAR-EXTRATO-EXIT.
           EXIT.

       03-finalizar section.
           CLOSE ARQ-EXTDEF.
       03-finalizar-exit. exit.
