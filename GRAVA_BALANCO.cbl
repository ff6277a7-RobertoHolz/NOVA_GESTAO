       identification division.
       program-id. "GRAVA_BALANCO".
       author.     Roberto Holz.
      *    GRAVA UMA LINHA NO ARQUIVO DE BALANCEAMENTO DA EMPRESA
      *    (ARQ_BALANCO): OS TOTAIS DE CONTROLE DE UM PASSO EM LOTE -
      *    O CADASTRO DE CLIENTES RECEBIDO E ENTREGUE (QUANTIDADE E
      *    SOMA DOS CODIGOS), OS LIDOS/GRAVADOS/REJEITADOS E AS
      *    SOMAS DE CONTROLE DOS REGISTROS GRAVADOS. O JOB NOTURNO
      *    COMPARA AS LINHAS DE PASSOS CONSECUTIVOS. A DATA/HORA E
      *    CARIMBADA AQUI NO MOMENTO DA GRAVACAO.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-balanco.cpy'.

       data division.
       file section.
         copy 'fd-arq-balanco.cpy'.

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 WID-ARQ-BALANCO      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-BALANCO PIC 9(02) VALUE ZEROS.
              05 WS-HORA-CENTESIMOS   PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
         copy 'lk-gravar-balanco.cpy'.

       PROCEDURE DIVISION USING WL-LINK-GRAVAR-BALANCO.
       00-CONTROLE SECTION.
           PERFORM 01-GRAVAR-LINHA-BALANCO.
           goback.
       00-CONTROLE-EXIT.
           EXIT.

       01-GRAVAR-LINHA-BALANCO SECTION.
           MOVE "ARQ_BALANCO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-BALANCO.
           OPEN EXTEND ARQ-BALANCO.
           IF WS-RST-ACESS-BALANCO NOT = 0 THEN
               OPEN OUTPUT ARQ-BALANCO
           END-IF.
           ACCEPT BAL-DATA FROM DATE YYYYMMDD.
      *    A HORA ENTRA NO CARIMBO DE ORDEM DOS PASSOS: HHMMSS
      *    COMPLETO (O RELOGIO DEVOLVE TAMBEM OS CENTESIMOS).
           ACCEPT WS-HORA-CENTESIMOS FROM TIME.
           COMPUTE BAL-HORA = WS-HORA-CENTESIMOS / 100.
           MOVE WL-BAL-PROGRAMA       TO BAL-PROGRAMA.
           MOVE WL-BAL-ENT-TIPO       TO BAL-ENT-TIPO.
           MOVE WL-BAL-ENT-QTD        TO BAL-ENT-QTD.
           MOVE WL-BAL-ENT-HASH       TO BAL-ENT-HASH.
           MOVE WL-BAL-QTD-LIDOS      TO BAL-QTD-LIDOS.
           MOVE WL-BAL-QTD-GRAVADOS   TO BAL-QTD-GRAVADOS.
           MOVE WL-BAL-QTD-REJEITADOS TO BAL-QTD-REJEITADOS.
           MOVE WL-BAL-CONF-INTERNA   TO BAL-CONF-INTERNA.
           MOVE WL-BAL-HASH-CLI       TO BAL-HASH-CLI.
           MOVE WL-BAL-HASH-VALOR     TO BAL-HASH-VALOR.
           MOVE WL-BAL-SAI-QTD        TO BAL-SAI-QTD.
           MOVE WL-BAL-SAI-HASH       TO BAL-SAI-HASH.
           WRITE BAL-REGISTRO.
           CLOSE ARQ-BALANCO.
       01-GRAVAR-LINHA-BALANCO-EXIT.
           EXIT.
