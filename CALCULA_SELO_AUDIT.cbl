       identification division.
       program-id. "CALCULA_SELO_AUDIT".
       author.     Roberto Holz.
      *    VERIFICADOR ENCADEADO DO DIARIO DE AUDITORIA: A PARTIR DO
      *    VERIFICADOR DO REGISTRO ANTERIOR (ZERO NO PRIMEIRO DA
      *    CADEIA), ACUMULA CADA POSICAO DO CONTEUDO SELADO DO
      *    REGISTRO (TUDO MENOS O PROPRIO VERIFICADOR, INCLUSIVE A
      *    SEQUENCIA) NUM RESTO DE DIVISAO POR UM PRIMO DE NOVE
      *    DIGITOS. QUALQUER ALTERACAO, INCLUSAO OU REMOCAO DE LINHA
      *    QUEBRA A CADEIA DALI EM DIANTE. USADA NA GRAVACAO
      *    (GRAVA_AUDITORIA) E NA CONFERENCIA (VERIFICA_AUDITORIA).
       environment division.
       configuration section.

       data division.
       working-storage section.
           01 ws-variaveis.
              05 WS-ACUMULADO         PIC 9(12) VALUE ZEROS.
              05 WS-POSICAO           PIC 9(03) VALUE ZEROS.
              05 WS-PRIMO-SELO        PIC 9(09) VALUE 999999937.

       LINKAGE SECTION.
         copy 'lk-calcula-selo-audit.cpy'.

       PROCEDURE DIVISION USING WL-LINK-CALCULA-SELO-AUDIT.
       00-CONTROLE SECTION.
           MOVE WL-CSA-SELO-ANTERIOR TO WS-ACUMULADO.
           MOVE 1 TO WS-POSICAO.
           PERFORM 01-ACUMULAR-POSICAO
             UNTIL WS-POSICAO > 444.
           MOVE WS-ACUMULADO TO WL-CSA-SELO.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

       01-ACUMULAR-POSICAO SECTION.
           COMPUTE WS-ACUMULADO =
                   FUNCTION MOD(WS-ACUMULADO * 31
                   + FUNCTION ORD(WL-CSA-CONTEUDO(WS-POSICAO:1)),
                   WS-PRIMO-SELO).
           ADD 1 TO WS-POSICAO.
       01-ACUMULAR-POSICAO-EXIT.
           EXIT.
