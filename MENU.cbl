         copy 'select-arq-operador.cpy'.
         copy 'select-arq-alerta.cpy'.
         copy 'select-arq-opremp.cpy'.
         copy 'select-arq-aprov.cpy'.
         copy 'select-arq-janmanut.cpy'.
       data division.
       file section.
         copy 'fd-impresso.cpy'.
         copy 'fd-arq-operador.cpy'.
         copy 'fd-arq-alerta.cpy'.
         copy 'fd-arq-opremp.cpy'.
         copy 'fd-arq-aprov.cpy'.
         copy 'fd-arq-janmanut.cpy'.
       working-storage section.
           01 WS-VARIAVEIS.
              05 WS-OPCAO-MENU PIC 9(02).
                 10 WS-PRM-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-PRM-ACHOU      PIC X(01) VALUE "N".
              05 WS-EMP-TREINO-PARAM   PIC X(02) VALUE SPACES.
              05 WID-ARQ-APROV         PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-APROV    PIC 9(02) VALUE ZEROS.
              05 WS-FIM-APROV          PIC 9(01) VALUE ZEROS.
              05 WS-QTD-APROV-PEND     PIC 9(05) VALUE ZEROS.
              05 WS-QTD-APROV-ED       PIC Z(4)9.
              05 WS-DIAS-EXPIRA        PIC 9(03) VALUE ZEROS.
              05 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
              05 WS-DIAS-INT           PIC 9(08) VALUE ZEROS.
              05 WS-DATA-CORTE         PIC 9(08) VALUE ZEROS.
              05 WS-TAM-MINIMO-SENHA   PIC 9(02) VALUE 6.
              05 WS-DIAS-VALIDADE-SENHA PIC 9(03) VALUE 90.
              05 WS-MAX-TENTATIVAS     PIC 9(02) VALUE 5.
              05 WS-MINUTOS-OCIOSO     PIC 9(03) VALUE 15.
              05 WS-SENHA-NOVA         PIC X(10) VALUE SPACES.
              05 WS-SENHA-CONFIRMA     PIC X(10) VALUE SPACES.
              05 WS-SENHA-CONFERE      PIC X(01) VALUE "N".
              05 WS-SENHA-TROCADA      PIC X(01) VALUE SPACES.
              05 WS-TROCA-EXIGIDA      PIC X(01) VALUE "N".
              05 WS-TAM-SENHA          PIC 9(02) VALUE ZEROS.
              05 WS-QTD-ESPACOS        PIC 9(02) VALUE ZEROS.
              05 WS-TAM-MINIMO-ED      PIC Z9.
              05 WS-MAX-TENTATIVAS-ED  PIC Z9.
              05 WS-HASH-ATUAL         PIC 9(18) VALUE ZEROS.
              05 WS-SESSAO-OK          PIC X(02) VALUE SPACES.
              05 WS-ULT-ATIVIDADE-DATA PIC 9(08) VALUE ZEROS.
              05 WS-ULT-ATIVIDADE-HORA.
                 10 WS-ULT-HH         PIC 9(02).
                 10 WS-ULT-MM         PIC 9(02).
                 10 WS-ULT-SS         PIC 9(02).
                 10 FILLER            PIC 9(02).
              05 WS-AGORA-DATA         PIC 9(08) VALUE ZEROS.
              05 WS-AGORA-HORA.
                 10 WS-AGORA-HH       PIC 9(02).
                 10 WS-AGORA-MM       PIC 9(02).
                 10 WS-AGORA-SS       PIC 9(02).
                 10 FILLER            PIC 9(02).
              05 WS-SEGUNDOS-OCIOSO    PIC 9(09) VALUE ZEROS.
              05 WS-CALCULA-HASH-PRM.
                 10 WS-CHS-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-CHS-SENHA      PIC X(10) VALUE SPACES.
                 10 WS-CHS-HASH       PIC 9(18) VALUE ZEROS.
              05 WID-ARQ-JANMANUT      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-JANMANUT PIC 9(02) VALUE ZEROS.
              05 WS-FIM-JANMANUT       PIC 9(01) VALUE ZEROS.
              05 WS-MIN-AVISO-MANUT    PIC 9(03) VALUE 60.
              05 WS-MINUTO-AGORA       PIC 9(11) VALUE ZEROS.
              05 WS-MINUTO-JAN-INI     PIC 9(11) VALUE ZEROS.
              05 WS-MINUTO-JAN-FIM     PIC 9(11) VALUE ZEROS.
              05 WS-JAN-RANK           PIC 9(01) VALUE ZEROS.
      *       JANELA QUE VALE AGORA PARA A SESSAO (RANK 4=BLOQUEIO,
      *       3=SO CONSULTAS, 2=AVISO, 1=JANELA PROXIMA, 0=NENHUMA).
              05 WS-JAN-VIGENTE.
                 10 WS-JVG-RANK       PIC 9(01) VALUE ZEROS.
                 10 WS-JVG-CODIGO     PIC 9(05) VALUE ZEROS.
                 10 WS-JVG-TIPO       PIC X(01) VALUE SPACES.
                 10 WS-JVG-DATA-INI   PIC 9(08) VALUE ZEROS.
                 10 WS-JVG-HORA-INI   PIC 9(04) VALUE ZEROS.
                 10 WS-JVG-DATA-FIM   PIC 9(08) VALUE ZEROS.
                 10 WS-JVG-HORA-FIM   PIC 9(04) VALUE ZEROS.
                 10 WS-JVG-MENSAGEM   PIC X(60) VALUE SPACES.
              05 WS-JAN-AVISADA-CODIGO PIC 9(05) VALUE ZEROS.
              05 WS-JAN-AVISADA-RANK   PIC 9(01) VALUE ZEROS.
              05 WS-JAN-SITUACAO       PIC X(40) VALUE SPACES.
              05 WS-TECLA-AVISO        PIC X(01) VALUE SPACE.
              05 WS-OPCAO-LIBERADA     PIC X(01) VALUE "S".
              05 WS-IDX-CONSULTA       PIC 9(02) VALUE ZEROS.

      *    OPCOES DE CONSULTA/RELATORIO, AS UNICAS LIBERADAS AOS
      *    OPERADORES NUMA JANELA DE MANUTENCAO DO TIPO C. SO ENTRAM
      *    OPCOES QUE NAO ATUALIZAM ARQUIVOS DE DADOS (APENAS
      *    IMPRESSO/SPOOL); A QUANTIDADE ABAIXO (OCCURS) E O LIMITE
      *    DA PROCURA EM 022-VERIFICAR-OPCAO-MANUT ACOMPANHAM A LISTA.
           01 WS-OPCOES-CONSULTA.
              05 FILLER PIC X(36) VALUE
                 "030406070814162026282931374143495662".
              05 FILLER PIC X(26) VALUE
                 "65677174757679818587929497".
           01 WS-OPCOES-CONSULTA-R REDEFINES WS-OPCOES-CONSULTA.
              05 WS-OPCAO-CONSULTA     PIC 9(02) OCCURS 31 TIMES.

       SCREEN SECTION.
       01 TELA-MENU-PRINCIPAL.
          05 VALUE " 12 Registro de Visitas"      LINE 20 COL 2.
          05 VALUE " 22 Balanceamento Carga"      LINE 21 COL 2.
          05 VALUE " 99 Finalizar"                LINE 22 COL 2.
          05 VALUE " 98 Mais opcoes"              LINE 23 COL 2.
          05 VALUE "Consultas/Relatorios"         LINE 2  COL 29.
          05 VALUE " 03 Rel. Clientes"            LINE 3  COL 29.
          05 VALUE " 04 Rel. Vendedores"          LINE 4  COL 29.
          05 VALUE " 43 Aderencia de Rota"        LINE 18 COL 29.
          05 VALUE " 49 Scorecard Vendedor"       LINE 19 COL 29.
          05 VALUE " 53 Regras Alerta (sup)"      LINE 20 COL 29.
          05 VALUE " 54 Caixa de Trabalho"        LINE 21 COL 29.
          05 VALUE " 56 Desvios de Jobs"          LINE 22 COL 29.
          05 VALUE " 59 Rejeitos Import"          LINE 23 COL 29.
          05 VALUE "Utilitarios"                  LINE 2  COL 56.
          05 TT-OPERADOR-MENU                      LINE 24 COL 70
                   PIC X(10)          FROM WS-OPERADOR-ID.

      *    SEGUNDA PAGINA DO MENU, PARA AS OPCOES QUE NAO CABEM MAIS
      *    NA TELA PRINCIPAL (OPCAO 98).
       01 TELA-MENU-COMPLEMENTAR.
          05 VALUE "--- GERENCIA DE CLIENTES E VENDEDORES (2) ---"
          BLANK SCREEN LINE 1 COL 2.
          05 VALUE "Empresa: "                   LINE 1  COL 48.
          05 TT-EMPRESA-MENU-2                   LINE 1  COL 57
                   PIC X(22)          FROM WS-EMPRESA-NOME.
          05 VALUE "Cadastros"                    LINE 2  COL 2.
          05 VALUE " 61 Taxas Comissao (sup)"     LINE 3  COL 2.
          05 VALUE " 64 Reclamacoes SAC"          LINE 4  COL 2.
          05 VALUE " 66 Atrib. Futuras (sup)"     LINE 5  COL 2.
          05 VALUE "Consultas/Relatorios"         LINE 2  COL 29.
          05 VALUE " 62 Extrato Comissao"         LINE 3  COL 29.
          05 VALUE " 63 Pedidos de Venda"         LINE 4  COL 29.
          05 VALUE " 65 Aging SAC"                LINE 5  COL 29.
          05 VALUE " 67 Regioes x Poligonos"      LINE 6  COL 29.
          05 VALUE " 69 Destinat. E-mail (sup)"   LINE 6  COL 2.
          05 VALUE " 70 Mensagens n/Entregues"    LINE 7  COL 29.
          05 VALUE " 71 Potencial de Mercado"     LINE 8  COL 29.
          05 VALUE " 72 Base de Potencial"        LINE 7  COL 2.
          05 VALUE " 73 Especialid. Vend (sup)"   LINE 8  COL 2.
          05 VALUE " 74 Custo de Atendimento"     LINE 9  COL 29.
          05 VALUE " 75 Cenario Territorios"      LINE 10 COL 29.
          05 VALUE " 76 Sobreposicao Territ."     LINE 11 COL 29.
          05 VALUE " 78 Campanhas (sup)"          LINE 9  COL 2.
          05 VALUE " 79 Resultado Campanhas"      LINE 12 COL 29.
          05 VALUE " 80 Material Promocional"     LINE 10 COL 2.
          05 VALUE " 81 Material Entregue"        LINE 13 COL 29.
          05 VALUE " 82 Pesquisa Satisfacao"      LINE 11 COL 2.
          05 VALUE " 84 Concorrentes"             LINE 12 COL 2.
          05 VALUE " 85 Relatorio Concorrencia"   LINE 15 COL 29.
          05 VALUE " 86 Solicitacoes LGPD"        LINE 13 COL 2.
          05 VALUE " 87 LGPD em Atraso"           LINE 16 COL 29.
          05 VALUE " 88 Plausib. Campo (sup)"     LINE 17 COL 29.
          05 VALUE " 90 Extrato Ad-hoc"           LINE 18 COL 29.
          05 VALUE " 91 Motivos Inativ. (sup)"    LINE 14 COL 2.
          05 VALUE " 92 Clientes Perdidos"        LINE 19 COL 29.
          05 VALUE " 94 Etiquetas/Mala Direta"   LINE 20 COL 29.
          05 VALUE " 95 Docs Vendedor (sup)"      LINE 15 COL 2.
          05 VALUE " 96 Vencimento Docs Vend"     LINE 21 COL 29.
          05 VALUE " 97 CNPJ Entre Empr.(sup)"    LINE 22 COL 29.
          05 VALUE " 83 Horario Clientes"         LINE 16 COL 2.
          05 VALUE "Utilitarios"                  LINE 2  COL 56.
          05 VALUE " 68 Aprov. Pendentes"         LINE 3  COL 56.
          05 VALUE " 77 Reorganiza Arq(sup)"      LINE 4  COL 56.
          05 VALUE " 89 Monitor Capacidade"       LINE 5  COL 56.
          05 VALUE " 93 Janela Manut. (sup)"      LINE 6  COL 56.
          05 VALUE " 00 Voltar"                   LINE 22 COL 2.
          05 VALUE "OPCAO.: "                      LINE 24 COL 2.
          05 TT-OPCAO-MENU-2          LINE 24 COL 10
                   PIC 9(2)           TO WS-OPCAO-MENU.
          05 VALUE "Mensagem:"                     LINE 24 COL 14.
          05 TT-MSG-MENU-2                         LINE 24 COL 24
                   PIC X(40)          FROM WS-MSG-MENU.
          05 VALUE "Oper:"                         LINE 24 COL 65.
          05 TT-OPERADOR-MENU-2                    LINE 24 COL 70
                   PIC X(10)          FROM WS-OPERADOR-ID.

       01 TELA-EMPRESA.
          05 VALUE "--- GERENCIA DE CLIENTES E VENDEDORES ---"
          BLANK SCREEN LINE 2 COL 35.
             10 LINE 08 COL 35 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-MENU.

      *    TROCA DE SENHA OBRIGATORIA NO LOGIN (PRIMEIRO ACESSO,
      *    SENHA REDEFINIDA PELO SUPERVISOR OU SENHA VENCIDA).
       01 TELA-TROCA-SENHA.
          05 VALUE "--- TROCA DE SENHA OBRIGATORIA ---"
          BLANK SCREEN LINE 2 COL 35.
          05 LINE 04 COL 35 VALUE "Operador......................:".
          05 COLUMN PLUS 2 PIC X(10) FROM WS-OPERADOR-ID.
          05 TELA-TROCA-NOVA.
             10 LINE 06 COL 35 VALUE "Nova senha (branco=cancelar).:".
             10 COLUMN PLUS 2 PIC X(10) USING WS-SENHA-NOVA
                SECURE.
          05 TELA-TROCA-CONFIRMA.
             10 LINE 07 COL 35 VALUE "Repita a nova senha...........:".
             10 COLUMN PLUS 2 PIC X(10) USING WS-SENHA-CONFIRMA
                SECURE.
          05 TELA-TROCA-MSG.
             10 LINE 09 COL 35 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-MENU.

      *    SESSAO PARADA ALEM DE MENU_MINUTOS_OCIOSO: SO CONTINUA COM
      *    A SENHA DO PROPRIO OPERADOR.
       01 TELA-SESSAO-EXPIRADA.
          05 VALUE "--- SESSAO BLOQUEADA POR INATIVIDADE ---"
          BLANK SCREEN LINE 2 COL 35.
          05 LINE 06 COL 35 VALUE "Operador......................:".
          05 COLUMN PLUS 2 PIC X(10) FROM WS-OPERADOR-ID.
          05 TELA-SESSAO-SENHA.
             10 LINE 07 COL 35 VALUE "Senha (branco=encerrar).......:".
             10 COLUMN PLUS 2 PIC X(10) USING WS-OPERADOR-SENHA
                SECURE.
          05 TELA-SESSAO-MSG.
             10 LINE 09 COL 35 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-MENU.

      *    AVISO DE JANELA DE MANUTENCAO, NO LOGIN E NA VOLTA AO MENU
      *    QUANDO UMA JANELA NOVA COMECA OU ESTA PARA COMECAR.
       01 TELA-AVISO-MANUTENCAO.
          05 VALUE "--- AVISO DE MANUTENCAO DO SISTEMA ---"
          BLANK SCREEN LINE 2 COL 20.
          05 LINE 05 COL 10 PIC X(40) FROM WS-JAN-SITUACAO.
          05 LINE 07 COL 10 VALUE "Inicio..:".
          05 COLUMN PLUS 2 PIC 9999/99/99 FROM WS-JVG-DATA-INI.
          05 COLUMN PLUS 1 PIC 99B99 FROM WS-JVG-HORA-INI.
          05 LINE 08 COL 10 VALUE "Fim.....:".
          05 COLUMN PLUS 2 PIC 9999/99/99 FROM WS-JVG-DATA-FIM.
          05 COLUMN PLUS 1 PIC 99B99 FROM WS-JVG-HORA-FIM.
          05 LINE 10 COL 10 PIC X(60) FROM WS-JVG-MENSAGEM.
          05 LINE 13 COL 10 VALUE
             "Aperte qualquer tecla para continuar".
          05 COLUMN PLUS 2 PIC X(01) USING WS-TECLA-AVISO.

       procedure division.
       00-controle section.
           perform 01-INICIALIZAR.
           PERFORM 012-GRAVAR-LOG-ACESSO.
           MOVE "Seja Bem-vindo" TO WS-MSG-MENU.
           PERFORM 014-CONTAR-ALERTAS-PENDENTES.
           PERFORM 015-VERIFICAR-MANUTENCAO.
           PERFORM 016-AVISAR-MANUTENCAO.
       01-INICIALIZAR-EXIT.
           EXIT.

      *    PERFIL DE SUPERVISOR - PARA SER POSSIVEL CRIAR O PRIMEIRO
      *    OPERADOR PELA PROPRIA APLICACAO.
       010-ABRIR-CADASTRO-OPERADOR SECTION.
           PERFORM 0100-LER-POLITICA-SENHA.
           MOVE "ARQ_OPERADOR" TO WID-ARQ-OPERADOR.
           OPEN I-O ARQ-OPERADOR.
           IF  WS-RST-ACESS-OPERADOR = 00
           OR  WS-RST-ACESS-OPERADOR = 05 THEN
               MOVE "S" TO WS-OPERADOR-DISPONIVEL
       010-ABRIR-CADASTRO-OPERADOR-EXIT.
           EXIT.

      *    POLITICA DE SENHA E SESSAO, DO ARQUIVO DE PARAMETROS:
      *      SENHA_TAM_MINIMO     TAMANHO MINIMO (PADRAO 6, ATE 10)
      *      SENHA_DIAS_VALIDADE  DIAS ATE A SENHA VENCER (PADRAO
      *                           90; ZERO = NAO VENCE)
      *      SENHA_MAX_TENTATIVAS ERROS SEGUIDOS ATE BLOQUEAR O
      *                           OPERADOR (PADRAO 5; ZERO = NUNCA)
      *      MENU_MINUTOS_OCIOSO  MINUTOS PARADO NO MENU ATE PEDIR A
      *                           SENHA DE NOVO (PADRAO 15; ZERO =
      *                           SEM LIMITE)
       0100-LER-POLITICA-SENHA SECTION.
           MOVE 6  TO WS-TAM-MINIMO-SENHA.
           MOVE 90 TO WS-DIAS-VALIDADE-SENHA.
           MOVE 5  TO WS-MAX-TENTATIVAS.
           MOVE 15 TO WS-MINUTOS-OCIOSO.
           MOVE "SENHA_TAM_MINIMO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:2) IS NUMERIC THEN
               MOVE WS-PRM-VALOR(1:2) TO WS-TAM-MINIMO-SENHA
           END-IF.
           IF WS-TAM-MINIMO-SENHA > 10 THEN
               MOVE 10 TO WS-TAM-MINIMO-SENHA
           END-IF.
           MOVE "SENHA_DIAS_VALIDADE" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:3) IS NUMERIC THEN
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-VALIDADE-SENHA
           END-IF.
           MOVE "SENHA_MAX_TENTATIVAS" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:2) IS NUMERIC THEN
               MOVE WS-PRM-VALOR(1:2) TO WS-MAX-TENTATIVAS
           END-IF.
           MOVE "MENU_MINUTOS_OCIOSO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:3) IS NUMERIC THEN
               MOVE WS-PRM-VALOR(1:3) TO WS-MINUTOS-OCIOSO
           END-IF.
       0100-LER-POLITICA-SENHA-EXIT.
           EXIT.

      *    LOGIN DE VERDADE: O ID INFORMADO TEM QUE EXISTIR NO
      *    CADASTRO DE OPERADORES E A SENHA TEM QUE CONFERIR. O
      *    PERFIL DO OPERADOR (SUPERVISOR/OPERADOR) E GUARDADO PARA
      *    O CONTROLE DE ACESSO DAS OPCOES SENSIVEIS.
      *    A SENHA DIGITADA SO E COMPARADA PELO CODIGO SEM VOLTA
      *    (CALCULA_HASH_SENHA). CADA ERRO CONTA UMA TENTATIVA NO
      *    CADASTRO E VAI PARA O LOG DE ACESSO (FALHA); NA
      *    SENHA_MAX_TENTATIVAS-ESIMA O OPERADOR FICA BLOQUEADO ATE O
      *    SUPERVISOR REDEFINIR A SENHA (CADASTRO_OPERADOR). LOGIN
      *    CERTO ZERA AS TENTATIVAS E, SE A SENHA FOI REDEFINIDA OU
      *    VENCEU, EXIGE A TROCA ANTES DE ENTRAR NO MENU.
       011-INFORMA-OPERADOR SECTION.
           DISPLAY TELA-OPERADOR.
           ACCEPT TELA-OPERADOR-ID.
           IF WS-OPERADOR-ID EQUAL SPACES THEN
               MOVE "Operador deve ser informado" TO WS-MSG-MENU
               DISPLAY TELA-OPERADOR-MSG
               GO TO 011-INFORMA-OPERADOR-EXIT
           END-IF.
           IF WS-TEM-OPERADORES NOT = "S" THEN
               MOVE "S" TO WS-OPERADOR-PERFIL
               MOVE "OK" TO WS-PARAM-OK
               GO TO 011-INFORMA-OPERADOR-EXIT
           END-IF.
           MOVE SPACES TO WS-OPERADOR-SENHA.
           ACCEPT TELA-OPERADOR-SENHA.
           MOVE WS-OPERADOR-ID TO OPR-ID.
           READ ARQ-OPERADOR KEY IS OPR-ID
               INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-OPERADOR NOT = 0 THEN
               MOVE "Operador ou senha invalidos" TO WS-MSG-MENU
               DISPLAY TELA-OPERADOR-MSG
               MOVE "FALHA" TO WS-LOG-EVENTO
               MOVE 0 TO WS-LOG-OPCAO
               PERFORM 012-GRAVAR-LOG-ACESSO
               GO TO 011-INFORMA-OPERADOR-EXIT
           END-IF.
           IF OPR-SITUACAO-BLOQUEADO THEN
               MOVE "Operador bloqueado - procure supervisor" TO
                    WS-MSG-MENU
               DISPLAY TELA-OPERADOR-MSG
               MOVE "RECUSA" TO WS-LOG-EVENTO
               MOVE 0 TO WS-LOG-OPCAO
               PERFORM 012-GRAVAR-LOG-ACESSO
               GO TO 011-INFORMA-OPERADOR-EXIT
           END-IF.
           PERFORM 0111-CONFERIR-SENHA.
           IF WS-SENHA-CONFERE NOT = "S" THEN
               PERFORM 0112-REGISTRAR-FALHA
               DISPLAY TELA-OPERADOR-MSG
               GO TO 011-INFORMA-OPERADOR-EXIT
           END-IF.
           MOVE 0 TO OPR-TENTATIVAS.
           PERFORM 0113-VERIFICAR-VALIDADE.
           IF WS-TROCA-EXIGIDA = "S" THEN
               MOVE SPACES TO WS-SENHA-TROCADA
               MOVE "Troca de senha obrigatoria" TO WS-MSG-MENU
               PERFORM 0114-TROCAR-SENHA
                 UNTIL WS-SENHA-TROCADA NOT = SPACES
           END-IF.
           REWRITE OPR-REGISTRO.
           IF WS-TROCA-EXIGIDA = "S"
           AND WS-SENHA-TROCADA NOT = "S" THEN
               MOVE "Troca nao realizada - login cancelado" TO
                    WS-MSG-MENU
               DISPLAY TELA-OPERADOR-MSG
               GO TO 011-INFORMA-OPERADOR-EXIT
           END-IF.
           MOVE OPR-PERFIL TO WS-OPERADOR-PERFIL.
      *    JANELA DE MANUTENCAO COM BLOQUEIO: SO SUPERVISOR ENTRA.
           IF WS-OPERADOR-PERFIL NOT = "S" THEN
               PERFORM 015-VERIFICAR-MANUTENCAO
               IF WS-JVG-RANK = 4 THEN
                   MOVE "Sistema em manutencao - login recusado" TO
                        WS-MSG-MENU
                   DISPLAY TELA-OPERADOR-MSG
                   MOVE "MANUT" TO WS-LOG-EVENTO
                   MOVE 0 TO WS-LOG-OPCAO
                   PERFORM 012-GRAVAR-LOG-ACESSO
                   GO TO 011-INFORMA-OPERADOR-EXIT
               END-IF
           END-IF.
           MOVE "OK" TO WS-PARAM-OK.
       011-INFORMA-OPERADOR-EXIT.
           EXIT.

      *    COMPARA A SENHA DIGITADA (WS-OPERADOR-SENHA) COM O CODIGO
      *    GRAVADO NO REGISTRO DO OPERADOR JA LIDO.
       0111-CONFERIR-SENHA SECTION.
           MOVE WS-OPERADOR-ID    TO WS-CHS-OPERADOR.
           MOVE WS-OPERADOR-SENHA TO WS-CHS-SENHA.
           CALL 'CALCULA_HASH_SENHA' USING WS-CALCULA-HASH-PRM.
           MOVE SPACES TO WS-CHS-SENHA.
           MOVE SPACES TO WS-OPERADOR-SENHA.
           IF WS-CHS-HASH = OPR-SENHA-HASH THEN
               MOVE "S" TO WS-SENHA-CONFERE
           ELSE
               MOVE "N" TO WS-SENHA-CONFERE
           END-IF.
       0111-CONFERIR-SENHA-EXIT.
           EXIT.

      *    SENHA ERRADA PARA UM OPERADOR EXISTENTE: CONTA A
      *    TENTATIVA NO CADASTRO E REGISTRA NO LOG DE ACESSO; AO
      *    ATINGIR O LIMITE, BLOQUEIA O OPERADOR.
       0112-REGISTRAR-FALHA SECTION.
           IF OPR-TENTATIVAS < 99 THEN
               ADD 1 TO OPR-TENTATIVAS
           END-IF.
           MOVE 0 TO WS-LOG-OPCAO.
           IF  WS-MAX-TENTATIVAS > 0
           AND OPR-TENTATIVAS NOT < WS-MAX-TENTATIVAS THEN
               MOVE "S" TO OPR-BLOQUEADO
               ACCEPT OPR-DATA-BLOQUEIO FROM DATE YYYYMMDD
               MOVE WS-MAX-TENTATIVAS TO WS-MAX-TENTATIVAS-ED
               MOVE SPACES TO WS-MSG-MENU
               STRING "Operador bloqueado apos " DELIMITED BY SIZE
                      WS-MAX-TENTATIVAS-ED DELIMITED BY SIZE
                      " tentativas" DELIMITED BY SIZE
                 INTO WS-MSG-MENU
               MOVE "BLOQUE" TO WS-LOG-EVENTO
           ELSE
               MOVE "Operador ou senha invalidos" TO WS-MSG-MENU
               MOVE "FALHA" TO WS-LOG-EVENTO
           END-IF.
           MOVE OPR-TENTATIVAS TO WS-LOG-OPCAO.
           REWRITE OPR-REGISTRO.
           PERFORM 012-GRAVAR-LOG-ACESSO.
       0112-REGISTRAR-FALHA-EXIT.
           EXIT.

      *    TROCA EXIGIDA QUANDO A SENHA FOI CRIADA OU REDEFINIDA PELO
      *    SUPERVISOR (OPR-TROCA-SENHA) OU QUANDO JA PASSOU DE
      *    SENHA_DIAS_VALIDADE DESDE A ULTIMA TROCA.
       0113-VERIFICAR-VALIDADE SECTION.
           MOVE "N" TO WS-TROCA-EXIGIDA.
           IF OPR-TROCA-OBRIGATORIA
           OR OPR-DATA-SENHA = 0 THEN
               MOVE "S" TO WS-TROCA-EXIGIDA
               GO TO 0113-VERIFICAR-VALIDADE-EXIT
           END-IF.
           IF WS-DIAS-VALIDADE-SENHA = 0 THEN
               GO TO 0113-VERIFICAR-VALIDADE-EXIT
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            - FUNCTION INTEGER-OF-DATE(OPR-DATA-SENHA)
              NOT < WS-DIAS-VALIDADE-SENHA THEN
               MOVE "S" TO WS-TROCA-EXIGIDA
           END-IF.
       0113-VERIFICAR-VALIDADE-EXIT.
           EXIT.

      *    NOVA SENHA: TAMANHO MINIMO, SEM ESPACOS NO MEIO, DIFERENTE
      *    DA ATUAL E DIGITADA DUAS VEZES IGUAL. EM BRANCO CANCELA O
      *    LOGIN (WS-SENHA-TROCADA = "N").
       0114-TROCAR-SENHA SECTION.
           MOVE SPACES TO WS-SENHA-NOVA.
           MOVE SPACES TO WS-SENHA-CONFIRMA.
           DISPLAY TELA-TROCA-SENHA.
           ACCEPT TELA-TROCA-NOVA.
           IF WS-SENHA-NOVA = SPACES THEN
               MOVE "N" TO WS-SENHA-TROCADA
               GO TO 0114-TROCAR-SENHA-EXIT
           END-IF.
           MOVE 0 TO WS-TAM-SENHA.
           MOVE 0 TO WS-QTD-ESPACOS.
           INSPECT WS-SENHA-NOVA TALLYING WS-TAM-SENHA
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WS-SENHA-NOVA TALLYING WS-QTD-ESPACOS
                   FOR ALL SPACES.
           IF WS-TAM-SENHA + WS-QTD-ESPACOS < 10 THEN
               MOVE "Senha nao pode conter espacos" TO WS-MSG-MENU
               GO TO 0114-TROCAR-SENHA-EXIT
           END-IF.
           IF WS-TAM-SENHA < WS-TAM-MINIMO-SENHA THEN
               MOVE WS-TAM-MINIMO-SENHA TO WS-TAM-MINIMO-ED
               MOVE SPACES TO WS-MSG-MENU
               STRING "Senha deve ter no minimo " DELIMITED BY SIZE
                      WS-TAM-MINIMO-ED DELIMITED BY SIZE
                      " posicoes" DELIMITED BY SIZE
                 INTO WS-MSG-MENU
               GO TO 0114-TROCAR-SENHA-EXIT
           END-IF.
           ACCEPT TELA-TROCA-CONFIRMA.
           IF WS-SENHA-CONFIRMA NOT = WS-SENHA-NOVA THEN
               MOVE "As duas senhas nao conferem" TO WS-MSG-MENU
               GO TO 0114-TROCAR-SENHA-EXIT
           END-IF.
           MOVE OPR-SENHA-HASH TO WS-HASH-ATUAL.
           MOVE WS-OPERADOR-ID TO WS-CHS-OPERADOR.
           MOVE WS-SENHA-NOVA  TO WS-CHS-SENHA.
           CALL 'CALCULA_HASH_SENHA' USING WS-CALCULA-HASH-PRM.
           MOVE SPACES TO WS-CHS-SENHA.
           MOVE SPACES TO WS-SENHA-NOVA.
           MOVE SPACES TO WS-SENHA-CONFIRMA.
           IF WS-CHS-HASH = WS-HASH-ATUAL THEN
               MOVE "A nova senha deve ser diferente" TO WS-MSG-MENU
               GO TO 0114-TROCAR-SENHA-EXIT
           END-IF.
           MOVE WS-CHS-HASH TO OPR-SENHA-HASH.
           ACCEPT OPR-DATA-SENHA FROM DATE YYYYMMDD.
           MOVE "N" TO OPR-TROCA-SENHA.
           MOVE "S" TO WS-SENHA-TROCADA.
           MOVE "TROCA" TO WS-LOG-EVENTO.
           MOVE 0 TO WS-LOG-OPCAO.
           PERFORM 012-GRAVAR-LOG-ACESSO.
       0114-TROCAR-SENHA-EXIT.
           EXIT.

      *    REGISTRA CADA INICIO DE SESSAO NO MENU PARA FINS DE
      *    AUDITORIA, IDENTIFICANDO O OPERADOR QUE ACESSOU O SISTEMA.
      *    SELECAO DA EMPRESA DE TRABALHO, LOGO APOS A IDENTIFICACAO
           EXIT.

      *    NO LOGIN, AVISA O OPERADOR DOS ALERTAS AINDA NAO TRATADOS
      *    NA CAIXA DE TRABALHO (OPCAO 54), PARA PROBLEMA NAO FICAR
      *    ESCONDIDO EM RELATORIO QUE NINGUEM LE, E DOS PEDIDOS DE
      *    APROVACAO AINDA PENDENTES (OPCAO 68).
       014-CONTAR-ALERTAS-PENDENTES SECTION.
           PERFORM 0140-LER-ALERTAS.
           PERFORM 0142-CONTAR-APROVACOES.
           IF WS-QTD-ALERTAS-PEND > 0
           AND WS-QTD-APROV-PEND > 0 THEN
               MOVE WS-QTD-ALERTAS-PEND TO WS-QTD-ALERTAS-ED
               MOVE WS-QTD-APROV-PEND TO WS-QTD-APROV-ED
               MOVE SPACES TO WS-MSG-MENU
               STRING "Alertas pend.: " DELIMITED BY SIZE
                      WS-QTD-ALERTAS-ED DELIMITED BY SIZE
                      " Aprovacoes: "   DELIMITED BY SIZE
                      WS-QTD-APROV-ED   DELIMITED BY SIZE
                 INTO WS-MSG-MENU
           ELSE
           IF WS-QTD-ALERTAS-PEND > 0 THEN
               MOVE WS-QTD-ALERTAS-PEND TO WS-QTD-ALERTAS-ED
               MOVE SPACES TO WS-MSG-MENU
               STRING "Ha " DELIMITED BY SIZE
                      WS-QTD-ALERTAS-ED DELIMITED BY SIZE
                      " alertas pendentes (opcao 54)"
                      DELIMITED BY SIZE
                 INTO WS-MSG-MENU
           ELSE
           IF WS-QTD-APROV-PEND > 0 THEN
               MOVE WS-QTD-APROV-PEND TO WS-QTD-APROV-ED
               MOVE SPACES TO WS-MSG-MENU
               STRING "Ha " DELIMITED BY SIZE
                      WS-QTD-APROV-ED DELIMITED BY SIZE
                      " aprovacoes pend. (opcao 68)"
                      DELIMITED BY SIZE
                 INTO WS-MSG-MENU
           END-IF
           END-IF
           END-IF.
       014-CONTAR-ALERTAS-PENDENTES-EXIT.
           EXIT.

       0140-LER-ALERTAS SECTION.
           MOVE 0 TO WS-QTD-ALERTAS-PEND.
           MOVE "ARQ_ALERTA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           OPEN INPUT ARQ-ALERTA.
           IF  WS-RST-ACESS-ALERTA <> 00
           AND WS-RST-ACESS-ALERTA <> 05 THEN
               GO TO 0140-LER-ALERTAS-EXIT
           END-IF.
           MOVE 0 TO WS-FIM-ALERTAS.
           MOVE 0 TO ALE-ID.
                 UNTIL WS-FIM-ALERTAS = 1
           END-IF.
           CLOSE ARQ-ALERTA.
       0140-LER-ALERTAS-EXIT.
           EXIT.

      *    PEDIDOS DA FILA DE APROVACAO AINDA PENDENTES PARA ESTA
      *    EMPRESA (OU GLOBAIS, EMPRESA "00"). PEDIDOS MAIS ANTIGOS
      *    QUE O PRAZO DE APROV_DIAS_EXPIRA JA NAO CONTAM: EXPIRAM NA
      *    PROXIMA ABERTURA DA TELA DE APROVACAO.
       0142-CONTAR-APROVACOES SECTION.
           MOVE 0 TO WS-QTD-APROV-PEND.
           MOVE "ARQ_APROV" TO WID-ARQ-APROV.
           OPEN INPUT ARQ-APROV.
           IF  WS-RST-ACESS-APROV <> 00
           AND WS-RST-ACESS-APROV <> 05 THEN
               GO TO 0142-CONTAR-APROVACOES-EXIT
           END-IF.
           MOVE 7 TO WS-DIAS-EXPIRA.
           MOVE "APROV_DIAS_EXPIRA" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:3) IS NUMERIC THEN
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-EXPIRA
           END-IF.
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
               PERFORM 01421-CONTAR-UMA-APROVACAO
                 UNTIL WS-FIM-APROV = 1
           END-IF.
           CLOSE ARQ-APROV.
       0142-CONTAR-APROVACOES-EXIT.
           EXIT.

       01421-CONTAR-UMA-APROVACAO SECTION.
           IF APV-PENDENTE
           AND APV-DATA NOT < WS-DATA-CORTE
           AND (APV-EMPRESA = WS-EMPRESA-CODIGO-X
             OR APV-EMPRESA = "00") THEN
               ADD 1 TO WS-QTD-APROV-PEND
           END-IF.
           READ ARQ-APROV NEXT RECORD
             AT END MOVE 1 TO WS-FIM-APROV
             NOT AT END MOVE 0 TO WS-FIM-APROV
           END-READ.
       01421-CONTAR-UMA-APROVACAO-EXIT.
           EXIT.

       0141-CONTAR-UM-ALERTA SECTION.
           EXIT.

       02-PROCESSAR SECTION.
           PERFORM 015-VERIFICAR-MANUTENCAO.
           PERFORM 016-AVISAR-MANUTENCAO.
           ACCEPT WS-ULT-ATIVIDADE-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-ULT-ATIVIDADE-HORA FROM TIME.
           DISPLAY TELA-MENU-PRINCIPAL.
           ACCEPT TT-OPCAO-MENU.
           IF WS-OPCAO-MENU = 98 THEN
               DISPLAY TELA-MENU-COMPLEMENTAR
               ACCEPT TT-OPCAO-MENU-2
           END-IF.
           PERFORM 021-VERIFICAR-OCIOSIDADE.
           PERFORM 022-VERIFICAR-OPCAO-MANUT.
           IF WS-OPCAO-LIBERADA NOT = "S" THEN
               MOVE "MANUT" TO WS-LOG-EVENTO
               MOVE WS-OPCAO-MENU TO WS-LOG-OPCAO
               PERFORM 012-GRAVAR-LOG-ACESSO
               GO TO 02-PROCESSAR-EXIT
           END-IF.
           IF WS-OPCAO-MENU NOT = 99
           AND WS-OPCAO-MENU NOT = 0 THEN
               MOVE "OPCAO" TO WS-LOG-EVENTO
               MOVE WS-OPCAO-MENU TO WS-LOG-OPCAO
               PERFORM 012-GRAVAR-LOG-ACESSO
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '54'
      *      OS ALERTAS SAO UM DOS TIPOS DE ITEM DA CAIXA DE TRABALHO;
      *      ABRIR UM ALERTA NELA LEVA A CONSULTA_ALERTA.
             CALL 'CAIXA_TRABALHO' USING WS-OPERADOR-ID
             PERFORM 014-CONTAR-ALERTAS-PENDENTES
           WHEN '55'
             CALL 'CADASTRO_JOBBASE'
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '61'
      *      PERCENTUAIS DE COMISSAO SAO FUNCAO DE SUPERVISAO.
             IF WS-OPERADOR-PERFIL = "S" THEN
                 CALL 'CADASTRO_TAXACOM' USING WS-OPERADOR-ID
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '62'
             CALL 'RELATORIO_COMISSAO'
           WHEN '63'
             CALL 'RELATORIO_PEDIDO'
           WHEN '64'
             CALL 'CADASTRO_SAC' USING WS-OPERADOR-ID
           WHEN '65'
             CALL 'RELATORIO_SAC'
           WHEN '66'
      *      MUDANCA DE TERRITORIO AGENDADA E FUNCAO DE SUPERVISAO.
             IF WS-OPERADOR-PERFIL = "S" THEN
                 CALL 'AGENDA_TRANSFERENCIA' USING WS-OPERADOR-ID
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '67'
             CALL 'RELATORIO_REGIAO_POLIGONO'
           WHEN '68'
             CALL 'APROVA_ALTERACAO' USING WS-OPERADOR-ID
             PERFORM 014-CONTAR-ALERTAS-PENDENTES
           WHEN '69'
      *      ENDERECOS DE E-MAIL DOS DESTINATARIOS SAO FUNCAO DE
      *      SUPERVISAO.
             IF WS-OPERADOR-PERFIL = "S" THEN
                 CALL 'CADASTRO_DESTMAIL'
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '70'
             CALL 'PROCESSA_RETMAIL'
           WHEN '71'
             CALL 'RELATORIO_POTENCIAL'
           WHEN '72'
             CALL 'CADASTRO_POTENCIAL'
           WHEN '73'
      *      A ESPECIALIZACAO RESTRINGE A DISTRIBUICAO DE CLIENTES E
      *      E FUNCAO DE SUPERVISAO.
             IF WS-OPERADOR-PERFIL = "S" THEN
                 CALL 'CADASTRO_VNDSEG' USING WS-OPERADOR-ID
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '74'
             CALL 'RELATORIO_CUSTO_SERVIR'
           WHEN '75'
             CALL 'SIMULA_TERRITORIO' USING WS-OPERADOR-ID
           WHEN '76'
             CALL 'RELATORIO_SOBREPOSICAO'
           WHEN '77'
      *      A REORGANIZACAO RECRIA OS ARQUIVOS INDEXADOS E E FUNCAO
      *      DE SUPERVISAO.
             IF WS-OPERADOR-PERFIL = "S" THEN
                 CALL 'REORGANIZA_ARQUIVO' USING WS-OPERADOR-ID
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '78'
      *      CAMPANHAS COMERCIAIS E SEUS ALVOS SAO FUNCAO DE SUPERVISAO.
             IF WS-OPERADOR-PERFIL = "S" THEN
                 CALL 'CADASTRO_CAMPANHA' USING WS-OPERADOR-ID
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '79'
             CALL 'RELATORIO_CAMPANHA'
           WHEN '80'
             CALL 'CADASTRO_MATERIAL' USING WS-OPERADOR-ID
           WHEN '81'
             CALL 'RELATORIO_MATERIAL'
           WHEN '82'
             CALL 'CADASTRO_NPS' USING WS-OPERADOR-ID
           WHEN '83'
             CALL 'CADASTRO_HORCLI' USING WS-OPERADOR-ID
           WHEN '84'
             CALL 'CADASTRO_CONCORRENTE' USING WS-OPERADOR-ID
           WHEN '85'
             CALL 'RELATORIO_CONCORRENCIA'
           WHEN '86'
             CALL 'CADASTRO_LGPD' USING WS-OPERADOR-ID
           WHEN '87'
             CALL 'RELATORIO_LGPD'
           WHEN '88'
      *      A TRIAGEM DE VISITAS PONTUA VENDEDORES E GERA ALERTAS.
             IF WS-OPERADOR-PERFIL = "S" THEN
                 CALL 'RELATORIO_PLAUSIBILIDADE'
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '89'
             CALL 'MONITORA_CAPACIDADE'
           WHEN '90'
             CALL 'CADASTRO_EXTRATO' USING WS-OPERADOR-ID
           WHEN '91'
             IF WS-OPERADOR-PERFIL = "S" THEN
                 CALL 'CADASTRO_MOTINAT'
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '92'
             CALL 'RELATORIO_PERDA'
           WHEN '93'
             IF WS-OPERADOR-PERFIL = "S" THEN
                 CALL 'CADASTRO_JANMANUT' USING WS-OPERADOR-ID
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '94'
             CALL 'ETIQUETA_CLIENTE'
           WHEN '95'
             IF WS-OPERADOR-PERFIL = "S" THEN
                 CALL 'CADASTRO_VNDDOC' USING WS-OPERADOR-ID
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '96'
             CALL 'RELATORIO_VNDDOC'
           WHEN '97'
             IF WS-OPERADOR-PERFIL = "S" THEN
                 CALL 'RELATORIO_CNPJ_EMPRESAS'
             ELSE
                 MOVE 'Opcao restrita a supervisores' TO WS-MSG-MENU
             END-IF
           WHEN '00'
             MOVE SPACES TO WS-MSG-MENU
           WHEN '99'
             MOVE 'Saindo'              TO WS-MSG-MENU              
           WHEN OTHER                                                   
       02-PROCESSAR-EXIT. 
           EXIT.
           
      *    OPCAO ESCOLHIDA DEPOIS DE MAIS DE MENU_MINUTOS_OCIOSO
      *    PARADO NO MENU: A SESSAO FICA BLOQUEADA ATE O OPERADOR
      *    INFORMAR A SUA SENHA (ERROS CONTAM PARA O BLOQUEIO DO
      *    OPERADOR). A OPCAO DIGITADA E DESCARTADA; SENHA EM BRANCO
      *    OU OPERADOR BLOQUEADO ENCERRAM A SESSAO.
       021-VERIFICAR-OCIOSIDADE SECTION.
           IF WS-MINUTOS-OCIOSO = 0
           OR WS-TEM-OPERADORES NOT = "S"
           OR WS-OPCAO-MENU = 99 THEN
               GO TO 021-VERIFICAR-OCIOSIDADE-EXIT
           END-IF.
           ACCEPT WS-AGORA-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA-HORA FROM TIME.
           COMPUTE WS-SEGUNDOS-OCIOSO =
                   (FUNCTION INTEGER-OF-DATE(WS-AGORA-DATA)
                  - FUNCTION INTEGER-OF-DATE(WS-ULT-ATIVIDADE-DATA))
                   * 86400
                 + WS-AGORA-HH * 3600 + WS-AGORA-MM * 60
                 + WS-AGORA-SS
                 - WS-ULT-HH * 3600 - WS-ULT-MM * 60 - WS-ULT-SS.
           IF WS-SEGUNDOS-OCIOSO NOT > WS-MINUTOS-OCIOSO * 60 THEN
               GO TO 021-VERIFICAR-OCIOSIDADE-EXIT
           END-IF.
           MOVE "OCIOSO" TO WS-LOG-EVENTO.
           MOVE 0 TO WS-LOG-OPCAO.
           PERFORM 012-GRAVAR-LOG-ACESSO.
           MOVE "ARQ_OPERADOR" TO WID-ARQ-OPERADOR.
           OPEN I-O ARQ-OPERADOR.
           IF  WS-RST-ACESS-OPERADOR <> 00
           AND WS-RST-ACESS-OPERADOR <> 05 THEN
               MOVE "Cadastro de operadores indisponivel" TO
                    WS-MSG-MENU
               MOVE 99 TO WS-OPCAO-MENU
               GO TO 021-VERIFICAR-OCIOSIDADE-EXIT
           END-IF.
           MOVE SPACES TO WS-SESSAO-OK.
           MOVE "Informe a senha para continuar" TO WS-MSG-MENU.
           PERFORM 0211-INFORMA-SENHA-SESSAO
             UNTIL WS-SESSAO-OK NOT = SPACES.
           CLOSE ARQ-OPERADOR.
           IF WS-SESSAO-OK = "OK" THEN
               MOVE 0 TO WS-OPCAO-MENU
               MOVE "Sessao retomada" TO WS-MSG-MENU
           ELSE
               MOVE 99 TO WS-OPCAO-MENU
           END-IF.
       021-VERIFICAR-OCIOSIDADE-EXIT.
           EXIT.

       0211-INFORMA-SENHA-SESSAO SECTION.
           MOVE SPACES TO WS-OPERADOR-SENHA.
           DISPLAY TELA-SESSAO-EXPIRADA.
           ACCEPT TELA-SESSAO-SENHA.
           IF WS-OPERADOR-SENHA = SPACES THEN
               MOVE "FI" TO WS-SESSAO-OK
               GO TO 0211-INFORMA-SENHA-SESSAO-EXIT
           END-IF.
           MOVE WS-OPERADOR-ID TO OPR-ID.
           READ ARQ-OPERADOR KEY IS OPR-ID
               INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-OPERADOR NOT = 0
           OR OPR-SITUACAO-BLOQUEADO THEN
               MOVE "FI" TO WS-SESSAO-OK
               GO TO 0211-INFORMA-SENHA-SESSAO-EXIT
           END-IF.
           PERFORM 0111-CONFERIR-SENHA.
           IF WS-SENHA-CONFERE = "S" THEN
               MOVE 0 TO OPR-TENTATIVAS
               REWRITE OPR-REGISTRO
               MOVE "OK" TO WS-SESSAO-OK
           ELSE
               PERFORM 0112-REGISTRAR-FALHA
               IF OPR-SITUACAO-BLOQUEADO THEN
                   MOVE "FI" TO WS-SESSAO-OK
               END-IF
           END-IF.
       0211-INFORMA-SENHA-SESSAO-EXIT.
           EXIT.

      *    JANELAS DE MANUTENCAO (ARQ_JANMANUT, MANTIDO NA OPCAO 93):
      *    ESCOLHE A QUE VALE AGORA PARA A SESSAO - A MAIS RESTRITIVA
      *    DAS JANELAS EM CURSO OU, SEM NENHUMA EM CURSO, A PRIMEIRA
      *    QUE COMECA DENTRO DE MANUT_MINUTOS_AVISO (PADRAO 60).
       015-VERIFICAR-MANUTENCAO SECTION.
           INITIALIZE WS-JAN-VIGENTE.
           MOVE "ARQ_JANMANUT" TO WID-ARQ-JANMANUT.
           OPEN INPUT ARQ-JANMANUT.
           IF  WS-RST-ACESS-JANMANUT <> 00
           AND WS-RST-ACESS-JANMANUT <> 05 THEN
               GO TO 015-VERIFICAR-MANUTENCAO-EXIT
           END-IF.
           MOVE 60 TO WS-MIN-AVISO-MANUT.
           MOVE "MANUT_MINUTOS_AVISO" TO WS-PRM-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-LIDO.
           IF WS-PRM-ACHOU = "S"
           AND WS-PRM-VALOR(1:3) IS NUMERIC THEN
               MOVE WS-PRM-VALOR(1:3) TO WS-MIN-AVISO-MANUT
           END-IF.
           ACCEPT WS-AGORA-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA-HORA FROM TIME.
           COMPUTE WS-MINUTO-AGORA =
                   FUNCTION INTEGER-OF-DATE(WS-AGORA-DATA) * 1440
                 + WS-AGORA-HH * 60 + WS-AGORA-MM.
           MOVE 0 TO WS-FIM-JANMANUT.
           MOVE 0 TO JAN-CODIGO.
           START ARQ-JANMANUT KEY IS NOT LESS THAN JAN-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-JANMANUT
           END-START.
           IF WS-FIM-JANMANUT = 0 THEN
               READ ARQ-JANMANUT NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-JANMANUT
               END-READ
               PERFORM 0151-AVALIAR-JANELA
                 UNTIL WS-FIM-JANMANUT = 1
           END-IF.
           CLOSE ARQ-JANMANUT.
       015-VERIFICAR-MANUTENCAO-EXIT.
           EXIT.

       0151-AVALIAR-JANELA SECTION.
           MOVE 0 TO WS-JAN-RANK.
           IF  FUNCTION TEST-DATE-YYYYMMDD(JAN-DATA-INI) = 0
           AND FUNCTION TEST-DATE-YYYYMMDD(JAN-DATA-FIM) = 0 THEN
               COMPUTE WS-MINUTO-JAN-INI =
                       FUNCTION INTEGER-OF-DATE(JAN-DATA-INI) * 1440
                     + JAN-HH-INI * 60 + JAN-MM-INI
               COMPUTE WS-MINUTO-JAN-FIM =
                       FUNCTION INTEGER-OF-DATE(JAN-DATA-FIM) * 1440
                     + JAN-HH-FIM * 60 + JAN-MM-FIM
               IF  WS-MINUTO-AGORA NOT < WS-MINUTO-JAN-INI
               AND WS-MINUTO-AGORA < WS-MINUTO-JAN-FIM THEN
                   EVALUATE TRUE
                   WHEN JAN-TIPO-BLOQUEIO
                     MOVE 4 TO WS-JAN-RANK
                   WHEN JAN-TIPO-CONSULTA
                     MOVE 3 TO WS-JAN-RANK
                   WHEN OTHER
                     MOVE 2 TO WS-JAN-RANK
                   END-EVALUATE
               ELSE
                   IF  WS-MINUTO-JAN-INI > WS-MINUTO-AGORA
                   AND WS-MINUTO-JAN-INI - WS-MINUTO-AGORA
                       NOT > WS-MIN-AVISO-MANUT THEN
                       MOVE 1 TO WS-JAN-RANK
                   END-IF
               END-IF
           END-IF.
           IF WS-JAN-RANK > WS-JVG-RANK
           OR (WS-JAN-RANK = 1 AND WS-JVG-RANK = 1
               AND JAN-DATA-INI * 10000 + JAN-HORA-INI <
                   WS-JVG-DATA-INI * 10000 + WS-JVG-HORA-INI) THEN
               MOVE WS-JAN-RANK  TO WS-JVG-RANK
               MOVE JAN-CODIGO   TO WS-JVG-CODIGO
               MOVE JAN-TIPO     TO WS-JVG-TIPO
               MOVE JAN-DATA-INI TO WS-JVG-DATA-INI
               MOVE JAN-HORA-INI TO WS-JVG-HORA-INI
               MOVE JAN-DATA-FIM TO WS-JVG-DATA-FIM
               MOVE JAN-HORA-FIM TO WS-JVG-HORA-FIM
               MOVE JAN-MENSAGEM TO WS-JVG-MENSAGEM
           END-IF.
           READ ARQ-JANMANUT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-JANMANUT
             NOT AT END MOVE 0 TO WS-FIM-JANMANUT
           END-READ.
       0151-AVALIAR-JANELA-EXIT.
           EXIT.

      *    MOSTRA A MENSAGEM DA JANELA VIGENTE UMA VEZ POR SESSAO -
      *    E DE NOVO QUANDO MUDA A JANELA OU A SITUACAO DELA (A
      *    JANELA PROXIMA QUE ENTRA EM CURSO, POR EXEMPLO).
       016-AVISAR-MANUTENCAO SECTION.
           IF WS-JVG-RANK = 0
           OR (WS-JVG-CODIGO = WS-JAN-AVISADA-CODIGO
               AND WS-JVG-RANK = WS-JAN-AVISADA-RANK) THEN
               GO TO 016-AVISAR-MANUTENCAO-EXIT
           END-IF.
           EVALUATE WS-JVG-RANK
           WHEN 4
             MOVE "MANUTENCAO EM CURSO - ACESSO BLOQUEADO" TO
                  WS-JAN-SITUACAO
           WHEN 3
             MOVE "MANUTENCAO EM CURSO - SOMENTE CONSULTAS" TO
                  WS-JAN-SITUACAO
           WHEN 2
             MOVE "AVISO DA ADMINISTRACAO DO SISTEMA" TO
                  WS-JAN-SITUACAO
           WHEN OTHER
             MOVE "MANUTENCAO PROGRAMADA EM BREVE" TO
                  WS-JAN-SITUACAO
           END-EVALUATE.
           MOVE SPACE TO WS-TECLA-AVISO.
           DISPLAY TELA-AVISO-MANUTENCAO.
           ACCEPT TELA-AVISO-MANUTENCAO.
           MOVE WS-JVG-CODIGO TO WS-JAN-AVISADA-CODIGO.
           MOVE WS-JVG-RANK   TO WS-JAN-AVISADA-RANK.
           MOVE WS-JVG-MENSAGEM TO WS-MSG-MENU.
       016-AVISAR-MANUTENCAO-EXIT.
           EXIT.

      *    OPCAO ESCOLHIDA DURANTE UMA JANELA DE MANUTENCAO (SITUACAO
      *    CONFERIDA DE NOVO, A JANELA PODE TER COMECADO COM O MENU
      *    NA TELA): NO BLOQUEIO O OPERADOR SO PODE SAIR; NA JANELA
      *    DE CONSULTAS, SO AS OPCOES DE CONSULTA/RELATORIO.
      *    SUPERVISOR NAO TEM RESTRICAO.
       022-VERIFICAR-OPCAO-MANUT SECTION.
           MOVE "S" TO WS-OPCAO-LIBERADA.
           IF WS-OPERADOR-PERFIL = "S"
           OR WS-OPCAO-MENU = 99
           OR WS-OPCAO-MENU = 0 THEN
               GO TO 022-VERIFICAR-OPCAO-MANUT-EXIT
           END-IF.
           PERFORM 015-VERIFICAR-MANUTENCAO.
           IF WS-JVG-RANK = 4 THEN
               MOVE "N" TO WS-OPCAO-LIBERADA
               MOVE "Sistema em manutencao - finalize (99)" TO
                    WS-MSG-MENU
               GO TO 022-VERIFICAR-OPCAO-MANUT-EXIT
           END-IF.
           IF WS-JVG-RANK = 3 THEN
               MOVE "N" TO WS-OPCAO-LIBERADA
               PERFORM 0221-PROCURAR-OPCAO-CONSULTA
                 VARYING WS-IDX-CONSULTA FROM 1 BY 1
                   UNTIL WS-IDX-CONSULTA > 31
                      OR WS-OPCAO-LIBERADA = "S"
               IF WS-OPCAO-LIBERADA NOT = "S" THEN
                   MOVE "Em manutencao - somente consultas" TO
                        WS-MSG-MENU
               END-IF
           END-IF.
       022-VERIFICAR-OPCAO-MANUT-EXIT.
           EXIT.

       0221-PROCURAR-OPCAO-CONSULTA SECTION.
           IF WS-OPCAO-CONSULTA(WS-IDX-CONSULTA) = WS-OPCAO-MENU THEN
               MOVE "S" TO WS-OPCAO-LIBERADA
           END-IF.
       0221-PROCURAR-OPCAO-CONSULTA-EXIT.
           EXIT.

       03-FINALIZAR SECTION.
           MOVE "FIM" TO WS-LOG-EVENTO.
           MOVE 0 TO WS-LOG-OPCAO.
