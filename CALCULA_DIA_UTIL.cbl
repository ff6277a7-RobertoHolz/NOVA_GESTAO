       identification division.
       program-id. "CALCULA_DIA_UTIL".
       author.     Roberto Holz.
      *    SOMA N DIAS UTEIS A UMA DATA-BASE: PULA SABADOS, DOMINGOS
      *    E OS DIAS DO CALENDARIO DE NAO UTEIS DA EMPRESA
      *    (ARQ_CALEND, MANTIDO NO CADASTRO_CALENDARIO). A DATA-BASE
      *    NAO CONTA; COM N = 0 A RESPOSTA E A PROPRIA DATA-BASE.
      *    SEM O CALENDARIO, SO OS FINS DE SEMANA SAO PULADOS. USADA
      *    PARA OS PRAZOS CONTADOS EM DIAS UTEIS (SAC, ETC).
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-calend.cpy'.

       data division.
       file section.
         copy 'fd-arq-calend.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-CALEND       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CALEND  PIC 9(02) VALUE ZEROS.
              05 WS-CALEND-DISPONIVEL PIC X(01) VALUE "N".
              05 WS-DIAS-INT-TST      PIC 9(08) VALUE ZEROS.
              05 WS-DATA-TESTE        PIC 9(08) VALUE ZEROS.
              05 WS-RESTO-DOW         PIC 9(01) VALUE ZEROS.
              05 WS-DIA-UTIL          PIC X(01) VALUE "N".
              05 WS-QTDE-CONTADA      PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
         copy 'lk-calcula-dia-util.cpy'.

       PROCEDURE DIVISION USING WL-LINK-CALCULA-DIA-UTIL.
       00-CONTROLE SECTION.
           MOVE WL-CDU-DATA-BASE TO WL-CDU-DATA-RESULTADO.
           IF WL-CDU-QTDE-DIAS = 0 THEN
               goback
           END-IF.
           MOVE "ARQ_CALEND" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CALEND.
           OPEN INPUT ARQ-CALEND.
           IF  WS-RST-ACESS-CALEND = 00
           OR  WS-RST-ACESS-CALEND = 05 THEN
               MOVE "S" TO WS-CALEND-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CALEND-DISPONIVEL
           END-IF.

           MOVE 0 TO WS-QTDE-CONTADA.
           COMPUTE WS-DIAS-INT-TST =
                   FUNCTION INTEGER-OF-DATE(WL-CDU-DATA-BASE).
           PERFORM 01-PROXIMO-DIA-UTIL
             UNTIL WS-QTDE-CONTADA >= WL-CDU-QTDE-DIAS.
           MOVE WS-DATA-TESTE TO WL-CDU-DATA-RESULTADO.

           IF WS-CALEND-DISPONIVEL = "S" THEN
               CLOSE ARQ-CALEND
           END-IF.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

       01-PROXIMO-DIA-UTIL SECTION.
           ADD 1 TO WS-DIAS-INT-TST.
           COMPUTE WS-DATA-TESTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-TST).
           PERFORM 02-TESTAR-DIA-UTIL.
           IF WS-DIA-UTIL = "S" THEN
               ADD 1 TO WS-QTDE-CONTADA
           END-IF.
       01-PROXIMO-DIA-UTIL-EXIT.
           EXIT.

      *    DIA UTIL: NAO E SABADO NEM DOMINGO (O DIA 1 DO CALENDARIO
      *    INTERNO FOI UMA SEGUNDA; RESTO 6=SAB, 0=DOM) E NAO ESTA NO
      *    CALENDARIO DE NAO UTEIS DA EMPRESA.
       02-TESTAR-DIA-UTIL SECTION.
           MOVE "S" TO WS-DIA-UTIL.
           COMPUTE WS-RESTO-DOW = FUNCTION MOD(WS-DIAS-INT-TST 7).
           IF WS-RESTO-DOW = 6
           OR WS-RESTO-DOW = 0 THEN
               MOVE "N" TO WS-DIA-UTIL
               GO TO 02-TESTAR-DIA-UTIL-EXIT
           END-IF.
           IF WS-CALEND-DISPONIVEL = "S" THEN
               MOVE WS-DATA-TESTE TO CAL-DATA
               READ ARQ-CALEND KEY IS CAL-DATA
                 INVALID KEY CONTINUE
               END-READ
               IF WS-RST-ACESS-CALEND = 0 THEN
                   MOVE "N" TO WS-DIA-UTIL
               END-IF
           END-IF.
       02-TESTAR-DIA-UTIL-EXIT.
           EXIT.
