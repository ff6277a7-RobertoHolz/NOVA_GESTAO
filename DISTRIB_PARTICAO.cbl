       identification division.
       program-id. "DISTRIB_PARTICAO".
       author.     Roberto Holz.
      *    PONTO DE ENTRADA DE UMA PARTICAO DA DISTRIBUICAO, LANCADO
      *    EM SEGUNDO PLANO PELO DISTRIB_PARTICIONADA. O AMBIENTE JA
      *    CHEGA COM CALC_DISTRIB_BATCH=S, CALC_DISTRIB_PARTICAO=nnn
      *    E O OPERADOR DA RODADA EM CALC_DISTRIB_OPERADOR. O RC DA
      *    PARTICAO E DEVOLVIDO AO SISTEMA; A SITUACAO E OS TOTAIS
      *    FICAM NO PLANO (ARQ_DISTPART).
       environment division.
       configuration section.

       data division.
       working-storage section.
           01 ws-variaveis.
              05 WS-OPERADOR-ID       PIC X(10) VALUE SPACES.

       procedure division.
       00-CONTROLE SECTION.
           MOVE SPACES TO WS-OPERADOR-ID.
           ACCEPT WS-OPERADOR-ID
               FROM ENVIRONMENT "CALC_DISTRIB_OPERADOR".
           IF WS-OPERADOR-ID = SPACES THEN
               MOVE "JOBNOTURNO" TO WS-OPERADOR-ID
           END-IF.
           CALL 'CALC_DISTRIBUICAO' USING WS-OPERADOR-ID.
           STOP RUN.
       00-CONTROLE-EXIT.
           EXIT.
