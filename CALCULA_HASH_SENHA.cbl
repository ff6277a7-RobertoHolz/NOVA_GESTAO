       identification division.
       program-id. "CALCULA_HASH_SENHA".
       author.     Roberto Holz.
      *    CODIFICACAO DE SENHA SEM VOLTA: O CADASTRO DE OPERADORES
      *    GUARDA SO O RESULTADO DESTA ROTINA, NUNCA A SENHA. O ID DO
      *    OPERADOR ENTRA COMO TEMPERO (A MESMA SENHA DA RESULTADOS
      *    DIFERENTES PARA OPERADORES DIFERENTES) E O MATERIAL E
      *    PASSADO 500 VEZES POR DOIS ACUMULADORES INDEPENDENTES, CADA
      *    UM NUM RESTO DE DIVISAO POR UM PRIMO DE NOVE DIGITOS; OS
      *    DOIS RESTOS JUNTOS FORMAM O CODIGO DE 18 DIGITOS. USADA NO
      *    LOGIN (MENU), NO CADASTRO_OPERADOR E NA CONVERSAO DO
      *    CADASTRO ANTIGO (CONVERTE_OPERADOR). QUALQUER MUDANCA AQUI
      *    INVALIDA TODAS AS SENHAS GRAVADAS.
       environment division.
       configuration section.

       data division.
       working-storage section.
           01 ws-variaveis.
              05 WS-MATERIAL.
                 10 WS-MAT-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-MAT-SENHA      PIC X(10) VALUE SPACES.
                 10 WS-MAT-FIXO       PIC X(10) VALUE "GCV*OPR*SN".
              05 WS-ACUMULADO-1       PIC 9(12) VALUE ZEROS.
              05 WS-ACUMULADO-2       PIC 9(12) VALUE ZEROS.
              05 WS-POSICAO           PIC 9(03) VALUE ZEROS.
              05 WS-RODADA            PIC 9(04) VALUE ZEROS.
              05 WS-QTD-RODADAS       PIC 9(04) VALUE 500.
              05 WS-PRIMO-1           PIC 9(09) VALUE 999999937.
              05 WS-PRIMO-2           PIC 9(09) VALUE 999999893.

       LINKAGE SECTION.
         copy 'lk-calcula-hash-senha.cpy'.

       PROCEDURE DIVISION USING WL-LINK-CALCULA-HASH-SENHA.
       00-CONTROLE SECTION.
           MOVE WL-CHS-OPERADOR TO WS-MAT-OPERADOR.
           MOVE WL-CHS-SENHA    TO WS-MAT-SENHA.
           MOVE 0 TO WS-ACUMULADO-1.
           MOVE 0 TO WS-ACUMULADO-2.
           MOVE 1 TO WS-RODADA.
           PERFORM 01-EXECUTAR-RODADA
             UNTIL WS-RODADA > WS-QTD-RODADAS.
           COMPUTE WL-CHS-HASH = WS-ACUMULADO-1 * 1000000000
                               + WS-ACUMULADO-2.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

       01-EXECUTAR-RODADA SECTION.
           MOVE 1 TO WS-POSICAO.
           PERFORM 011-ACUMULAR-POSICAO
             UNTIL WS-POSICAO > 30.
           COMPUTE WS-ACUMULADO-1 =
                   FUNCTION MOD(WS-ACUMULADO-1 + WS-RODADA
                   + WS-ACUMULADO-2, WS-PRIMO-1).
           ADD 1 TO WS-RODADA.
       01-EXECUTAR-RODADA-EXIT.
           EXIT.

       011-ACUMULAR-POSICAO SECTION.
           COMPUTE WS-ACUMULADO-1 =
                   FUNCTION MOD(WS-ACUMULADO-1 * 31
                   + FUNCTION ORD(WS-MATERIAL(WS-POSICAO:1)),
                   WS-PRIMO-1).
           COMPUTE WS-ACUMULADO-2 =
                   FUNCTION MOD(WS-ACUMULADO-2 * 37
                   + FUNCTION ORD(WS-MATERIAL(WS-POSICAO:1))
                   + WS-ACUMULADO-1, WS-PRIMO-2).
           ADD 1 TO WS-POSICAO.
       011-ACUMULAR-POSICAO-EXIT.
           EXIT.
