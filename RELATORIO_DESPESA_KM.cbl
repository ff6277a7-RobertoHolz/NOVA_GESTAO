      *    DESPESA DE DESLOCAMENTO POR VENDEDOR: PARA O MES INFORMADO,
      *    APURA OS QUILOMETROS IMPLICADOS PELA SEQUENCIA DE VISITAS
      *    REGISTRADAS DE CADA DIA (SAINDO DA BASE DO VENDEDOR E
      *    SEGUINDO DE CLIENTE EM CLIENTE, PELA MESMA ROTINA DE
      *    DISTANCIA DA DISTRIBUICAO), LANCA OS TOTAIS DIARIOS NO
      *    LIVRO DE QUILOMETRAGEM (TIPO "R") E IMPRIME, POR VENDEDOR,
      *    OS KM PLANEJADOS (TIPO "P", GRAVADOS PELO PLANEJA_ROTA), OS
      *    KM REALIZADOS E O REEMBOLSO PELO VALOR POR KM DO PARAMETRO
      *    VALOR_KM - UMA BASE DEFENSAVEL PARA O FINANCEIRO.
       environment division.
       configuration section.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-kmledger.cpy'.
         copy 'select-impresso.cpy'.
         SELECT KMVIS-SORT ASSIGN TO DISK WID-KMVIS-SORT.

         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-kmledger.cpy'.
         copy 'fd-impresso.cpy'.

       SD KMVIS-SORT
              05 WS-RST-ACESS-VISITA  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-KMLEDGER     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-KMLEDGER PIC 9(02) VALUE ZEROS.
              05 WID-KMVIS-SORT       PIC X(22) VALUE SPACES.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-BASE-LATITUDE     PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-BASE-LONGITUDE    PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-DISTANCIA-CALC    PIC 9(08)V9(03) VALUE ZEROS.
              05 WS-CALCULA-DISTANCIA-PRM.
                 10 WS-CDI-LAT-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-ORIGEM     PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LAT-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-LON-DESTINO    PIC S9(03)V9(08) VALUE ZEROS.
                 10 WS-CDI-REGIAO         PIC 9(03) VALUE ZEROS.
                 10 WS-CDI-APLICA-FATOR   PIC X(01) VALUE SPACES.
                 10 WS-CDI-DISTANCIA      PIC 9(08)V9(03) VALUE ZEROS.
                 10 WS-CDI-REGIAO-EFETIVA PIC 9(03) VALUE ZEROS.

           01 WS-LINHAS-DESPESA.
              05 WS-LINHA-DSP-CAB-1.
               OPEN I-O ARQ-KMLEDGER
           END-IF.


           MOVE WS-TEL-NMARQUIVO TO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
       0223-SOMAR-TRECHO-EXIT.
           EXIT.

      *    DISTANCIA RODOVIARIA PELA ROTINA COMUM CALCULA_DISTANCIA
      *    (A MESMA DO CALC_DISTRIBUICAO) ENTRE O CLIENTE DA VISITA E
      *    O PONTO ATUAL DO DIA. A CORRECAO RODOVIARIA E A DA REGIAO
      *    DO CLIENTE DE DESTINO DO TRECHO, PARA COMPARAR COM OS KM
      *    PLANEJADOS (QUE SAEM DO PLANEJA_ROTA PELA MESMA ROTINA) E
      *    REEMBOLSAR NA MESMA BASE.
       02231-CALCULAR-TRECHO section.
           MOVE CLI-LATITUDE       TO WS-CDI-LAT-ORIGEM.
           MOVE CLI-LONGITUDE      TO WS-CDI-LON-ORIGEM.
           MOVE WS-PONTO-LATITUDE  TO WS-CDI-LAT-DESTINO.
           MOVE WS-PONTO-LONGITUDE TO WS-CDI-LON-DESTINO.
           MOVE CLI-REGIAO         TO WS-CDI-REGIAO.
           MOVE "S"                TO WS-CDI-APLICA-FATOR.
           CALL 'CALCULA_DISTANCIA' USING WS-CALCULA-DISTANCIA-PRM.
           MOVE WS-CDI-DISTANCIA TO WS-DISTANCIA-CALC.
       02231-CALCULAR-TRECHO-EXIT.
           EXIT.

       0224-LANCAR-DIA-LEDGER section.
           MOVE WS-VND-QUEBRA TO KML-CODVND.
           MOVE WS-DATA-QUEBRA TO KML-DATA.
