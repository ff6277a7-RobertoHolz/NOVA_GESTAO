       input-output section.
       file-control.
         copy 'select-arq-regiao.cpy'.
         copy 'select-arq-regvert.cpy'.
         copy 'select-arq-impgeo.cpy'.
         copy 'select-impresso.cpy'.

       data division.
       file section.
         copy 'fd-arq-regiao.cpy'.
         copy 'fd-arq-regvert.cpy'.
         copy 'fd-arq-impgeo.cpy'.
         copy 'fd-impresso.cpy'.

       working-storage section.
           01 ws-variaveis.
              05 WID-ARQ-REGIAO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-REGIAO  PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-REGVERT      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-REGVERT PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-IMPGEO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPGEO  PIC 9(02) VALUE ZEROS.
              05 WS-NM-IMPRESSO       PIC X(40) VALUE SPACES.
              05 WS-RST-ACESS-IMPRESSO PIC 9(02) VALUE ZEROS.
              05 WS-ERRO-ABERTURA     PIC 9(02) VALUE ZEROS.
              05 WS-EXISTE-REGIAO     PIC 9(01) VALUE ZEROS.
              05 ws-acao              pic 9(01) value zeros.
              05 WS-TEL-REG-FATOR           PIC 9(001)V9(002)
                 VALUES ZEROS.
              05 WS-TEL-REG-CONFIRMAR       PIC X(01) VALUE SPACES.
              05 WS-TEL-NMARQUIVO           PIC X(40) VALUE SPACES.
              05 WS-VERTICE-OK              PIC X(01) VALUE SPACES.
              05 WS-FIM-VERTICES            PIC 9(01) VALUE ZEROS.
              05 WS-REGIAO-LIMPAR           PIC 9(03) VALUE ZEROS.
              05 WS-QTD-VERTICES            PIC 9(05) VALUE ZEROS.
              05 WS-QTD-REGIOES-CARGA       PIC 9(05) VALUE ZEROS.
              05 WS-QTD-REJEITADOS          PIC 9(05) VALUE ZEROS.
              05 WS-QTD-VERTICES-ED         PIC Z(4)9.
              05 WS-QTD-REGIOES-CARGA-ED    PIC Z(4)9.
              05 WS-QTD-REJEITADOS-ED       PIC Z(4)9.
      *    REGIOES QUE JA TIVERAM O CONTORNO ANTERIOR APAGADO NESTA
      *    CARGA (A PRIMEIRA LINHA DE CADA REGIAO SUBSTITUI O
      *    POLIGONO INTEIRO).
              05 WS-TAB-REGIAO-CARGA.
                 10 WS-REGIAO-CARREGADA     PIC X(01) OCCURS 999 TIMES.

           01 WS-CSV-REGVERT.
              05 WS-CSV-REGIAO        PIC 9(03).
              05 WS-CSV-SEQ           PIC 9(04).
              05 WS-CSV-LATITUDE      PIC S9(03)V9(08)
                 SIGN IS LEADING SEPARATE CHARACTER.
              05 WS-CSV-LONGITUDE     PIC S9(03)V9(08)
                 SIGN IS LEADING SEPARATE CHARACTER.

           01 WS-LINHAS-REGVERT-REJ.
              05 WS-MOTIVO-REJEITO        PIC X(40) VALUE SPACES.
              05 WS-LINHA-REJ-CAB         PIC X(80) VALUE
                 "REG SEQ  MOTIVO DA REJEICAO".
              05 WS-LINHA-REJ-DET.
                 10 WS-REJ-REGIAO         PIC 9(03)B.
                 10 WS-REJ-SEQ            PIC 9(04)B.
                 10 WS-REJ-MOTIVO-DET     PIC X(40).

           01 WS-LOCALIZA-REGIAO-PRM.
              05 WS-LRG-FUNCAO            PIC X(01) VALUE SPACES.
              05 WS-LRG-LATITUDE          PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-LRG-LONGITUDE         PIC S9(03)V9(08) VALUE ZEROS.
              05 WS-LRG-REGIAO            PIC 9(03) VALUE ZEROS.
              05 WS-LRG-RESULTADO         PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01 TELA-CAD-REGIAO.
          "--------------------- OPCOES ------------------------"
          LINE 16 COL 20.
          05 VALUE
          "1-INCLUIR 2-ALTERAR 3-EXCLUIR 4-CARGA VERTICES 9-VOLTAR"
          LINE 17 COL 20.
          05 TELA-CAD-REGIAO-MSG.
             10 LINE 20 COL 20 VALUE "Mensagem:".
             10 COLUMN PLUS 2 PIC X(40) USING WS-MSG-CAD-REGIAO.

       01 TELA-IMPVERT.
          05  TELA-IMPVERT-NMARQ.
              10 LINE 06 COLUMN 20 VALUE "Arquivo CSV de vertices: ".
              10 COLUMN PLUS 2 PIC X(40) USING WS-TEL-NMARQUIVO.

       01 TELA-DADOS-REGIAO-CH.
          05 TELA-DADOS-COD-REG.
             10 LINE 06 COL 20 VALUE "Codigo da Regiao........:".
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-REGIAO
               ACCEPT TELA-CAD-REGIAO
               GO TO 01-inicializar-exit
           END-IF.
      *    VERTICES DOS POLIGONOS DE FRONTEIRA DAS REGIOES.
           MOVE "ARQ_REGVERT" TO WID-ARQ-REGVERT.
           OPEN I-O ARQ-REGVERT.
           IF WS-RST-ACESS-REGVERT = 35 THEN
               OPEN OUTPUT ARQ-REGVERT
               CLOSE ARQ-REGVERT
               OPEN I-O ARQ-REGVERT
           END-IF.
           IF  WS-RST-ACESS-REGVERT <> 00
           AND WS-RST-ACESS-REGVERT <> 05 THEN
               MOVE "ERRO ABERTURA ARQ ARQREGVERT" TO WS-MSG-1
               MOVE WS-RST-ACESS-REGVERT TO WS-MSG-STATUS
               MOVE 1 TO WS-ERRO-ABERTURA
               DISPLAY TELA-CAD-REGIAO
               ACCEPT TELA-CAD-REGIAO
           END-IF.
       01-inicializar-exit. exit.

           ACCEPT TELA-CAD-REGIAO.
           MOVE SPACES TO WS-MSG-CAD-REGIAO
           DISPLAY TELA-CAD-REGIAO-MSG.
           if ws-acao = 4 then
              PERFORM 024-CARGA-VERTICES
           else
           if ws-acao = 9 then
              display "sair"
           else
              end-if
              end-if
              end-if
           end-if
           end-if.
       02-processar-exit. exit.

                 MOVE "ERRO WRITE ARQ ARQREGIAO" TO WS-MSG-1
                 MOVE WS-RST-ACESS-REGIAO TO WS-MSG-STATUS
             ELSE
      *          O FATOR RODOVIARIO PODE TER MUDADO: A ROTINA DE
      *          DISTANCIA RELE O CADASTRO NA PROXIMA CHAMADA.
                 CANCEL 'CALCULA_DISTANCIA'
                 MOVE "Regiao incluida com sucesso" TO
                      WS-MSG-CAD-REGIAO
             END-IF
                 MOVE "ERRO REWRITE ARQ ARQREGIAO" TO WS-MSG-1
                 MOVE WS-RST-ACESS-REGIAO TO WS-MSG-STATUS
             ELSE
      *          O FATOR RODOVIARIO PODE TER MUDADO: A ROTINA DE
      *          DISTANCIA RELE O CADASTRO NA PROXIMA CHAMADA.
                 CANCEL 'CALCULA_DISTANCIA'
                 MOVE "Regiao alterada com sucesso" TO
                      WS-MSG-CAD-REGIAO
             END-IF
                 MOVE "ERRO DELETE ARQ ARQREGIAO" TO WS-MSG-1
                 MOVE WS-RST-ACESS-REGIAO TO WS-MSG-STATUS
             ELSE
                 MOVE WS-TEL-REG-CODIGO TO WS-REGIAO-LIMPAR
                 PERFORM 0243-APAGAR-VERTICES-REGIAO
                 MOVE "R" TO WS-LRG-FUNCAO
                 CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM
                 CANCEL 'CALCULA_DISTANCIA'
                 MOVE "Regiao excluida com sucesso" TO
                      WS-MSG-CAD-REGIAO
             END-IF
       023-EXCLUIR-REGIAO-EXIT.
           EXIT.

      *    CARGA DOS POLIGONOS DE FRONTEIRA A PARTIR DO CSV EXPORTADO
      *    DO GIS (REGIAO,SEQUENCIA,LATITUDE,LONGITUDE), UMA LINHA POR
      *    VERTICE NA ORDEM DO CONTORNO. A PRIMEIRA LINHA DE CADA
      *    REGIAO APAGA O CONTORNO ANTERIOR DELA, ENTAO O ARQUIVO TRAZ
      *    SEMPRE O POLIGONO COMPLETO DAS REGIOES QUE CONTEM. REGIAO
      *    NAO CADASTRADA OU COORDENADA FORA DA FAIXA E REJEITADA COM
      *    O MOTIVO NUM ARQUIVO <NOME>.REJ, COMO NA CARGA DO GEOCEP.
       024-CARGA-VERTICES SECTION.
           DISPLAY TELA-IMPVERT.
           ACCEPT  TELA-IMPVERT-NMARQ.
           MOVE WS-TEL-NMARQUIVO TO WID-ARQ-IMPGEO.

           OPEN INPUT ARQ-IMPGEO.
           IF WS-RST-ACESS-IMPGEO = 0 THEN
               MOVE 0 TO WS-QTD-VERTICES
               MOVE 0 TO WS-QTD-REGIOES-CARGA
               MOVE 0 TO WS-QTD-REJEITADOS
               MOVE SPACES TO WS-TAB-REGIAO-CARGA
               MOVE " " TO WS-MSG-1
               PERFORM 024A-ABRIR-ARQ-REJEITOS
               READ ARQ-IMPGEO NEXT RECORD
               PERFORM 0241-PROCESSAR-LINHA-CSV
                 UNTIL WS-RST-ACESS-IMPGEO > 0
               CLOSE ARQ-IMPRESSO
           ELSE
               MOVE "Arquivo de carga inexistente." TO WS-MSG-1
               MOVE WS-RST-ACESS-IMPGEO TO WS-MSG-STATUS
           END-IF.

           CLOSE ARQ-IMPGEO.

           IF WS-MSG-1 = " " THEN
      *        OS PROGRAMAS QUE TESTAM OS POLIGONOS NESTA SESSAO
      *        PASSAM A ENXERGAR OS CONTORNOS NOVOS.
               MOVE "R" TO WS-LRG-FUNCAO
               CALL 'LOCALIZA_REGIAO' USING WS-LOCALIZA-REGIAO-PRM
               CANCEL 'CALCULA_DISTANCIA'
               MOVE WS-QTD-VERTICES      TO WS-QTD-VERTICES-ED
               MOVE WS-QTD-REGIOES-CARGA TO WS-QTD-REGIOES-CARGA-ED
               MOVE WS-QTD-REJEITADOS    TO WS-QTD-REJEITADOS-ED
               STRING "Vert:"                 DELIMITED BY SIZE
                      WS-QTD-VERTICES-ED      DELIMITED BY SIZE
                      " Reg:"                 DELIMITED BY SIZE
                      WS-QTD-REGIOES-CARGA-ED DELIMITED BY SIZE
                      " Rejeit:"              DELIMITED BY SIZE
                      WS-QTD-REJEITADOS-ED    DELIMITED BY SIZE
                 INTO WS-MSG-CAD-REGIAO
           END-IF.
       024-CARGA-VERTICES-EXIT.
           EXIT.

       024A-ABRIR-ARQ-REJEITOS SECTION.
           STRING WID-ARQ-IMPGEO DELIMITED BY SPACE
                  ".REJ" DELIMITED BY SIZE
             INTO WS-NM-IMPRESSO.
           OPEN OUTPUT ARQ-IMPRESSO.
           MOVE WS-LINHA-REJ-CAB TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
       024A-ABRIR-ARQ-REJEITOS-EXIT.
           EXIT.

       0241-PROCESSAR-LINHA-CSV SECTION.
           MOVE SPACES TO WS-CSV-REGVERT.
           UNSTRING IMPGEO-LINHA-CSV DELIMITED BY ","
             INTO WS-CSV-REGIAO
                  WS-CSV-SEQ
                  WS-CSV-LATITUDE
                  WS-CSV-LONGITUDE
           END-UNSTRING.

           PERFORM 02411-VALIDAR-LINHA-CSV.
           IF WS-VERTICE-OK = "S" THEN
               IF WS-REGIAO-CARREGADA(WS-CSV-REGIAO) NOT = "S" THEN
                   MOVE WS-CSV-REGIAO TO WS-REGIAO-LIMPAR
                   PERFORM 0243-APAGAR-VERTICES-REGIAO
                   MOVE "S" TO WS-REGIAO-CARREGADA(WS-CSV-REGIAO)
                   ADD 1 TO WS-QTD-REGIOES-CARGA
               END-IF
               MOVE WS-CSV-REGIAO    TO VERT-REGIAO
               MOVE WS-CSV-SEQ       TO VERT-SEQ
               MOVE WS-CSV-LATITUDE  TO VERT-LATITUDE
               MOVE WS-CSV-LONGITUDE TO VERT-LONGITUDE
               WRITE VERT-REGISTRO
               IF WS-RST-ACESS-REGVERT = 0 THEN
                   ADD 1 TO WS-QTD-VERTICES
               ELSE
                   IF WS-RST-ACESS-REGVERT = 22 THEN
                       MOVE "Sequencia repetida na regiao" TO
                            WS-MOTIVO-REJEITO
                   ELSE
                       MOVE "Erro na gravacao" TO WS-MOTIVO-REJEITO
                   END-IF
                   PERFORM 0242-GRAVAR-REJEITO
               END-IF
           ELSE
               PERFORM 0242-GRAVAR-REJEITO
           END-IF.

           READ ARQ-IMPGEO NEXT RECORD.
       0241-PROCESSAR-LINHA-CSV-EXIT.
           EXIT.

       02411-VALIDAR-LINHA-CSV SECTION.
           MOVE "S" TO WS-VERTICE-OK.
           MOVE SPACES TO WS-MOTIVO-REJEITO.
           IF WS-CSV-REGIAO = 0 THEN
               MOVE "N" TO WS-VERTICE-OK
               MOVE "Regiao zerada ou nao numerica" TO
                    WS-MOTIVO-REJEITO
               GO TO 02411-VALIDAR-LINHA-CSV-EXIT
           END-IF.
           IF WS-CSV-SEQ = 0 THEN
               MOVE "N" TO WS-VERTICE-OK
               MOVE "Sequencia zerada ou nao numerica" TO
                    WS-MOTIVO-REJEITO
               GO TO 02411-VALIDAR-LINHA-CSV-EXIT
           END-IF.
           IF WS-CSV-LATITUDE < -90
           OR WS-CSV-LATITUDE > 90 THEN
               MOVE "N" TO WS-VERTICE-OK
               MOVE "Latitude fora da faixa (-90 a 90)" TO
                    WS-MOTIVO-REJEITO
               GO TO 02411-VALIDAR-LINHA-CSV-EXIT
           END-IF.
           IF WS-CSV-LONGITUDE < -180
           OR WS-CSV-LONGITUDE > 180 THEN
               MOVE "N" TO WS-VERTICE-OK
               MOVE "Longitude fora da faixa (-180 a 180)" TO
                    WS-MOTIVO-REJEITO
               GO TO 02411-VALIDAR-LINHA-CSV-EXIT
           END-IF.
           MOVE WS-CSV-REGIAO TO REGIAO-CODIGO.
           READ ARQ-REGIAO KEY IS REGIAO-CODIGO INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-REGIAO NOT = 0 THEN
               MOVE "N" TO WS-VERTICE-OK
               MOVE "Regiao nao cadastrada" TO WS-MOTIVO-REJEITO
           END-IF.
       02411-VALIDAR-LINHA-CSV-EXIT.
           EXIT.

       0242-GRAVAR-REJEITO SECTION.
           MOVE SPACES TO WS-LINHA-REJ-DET.
           MOVE WS-CSV-REGIAO TO WS-REJ-REGIAO.
           MOVE WS-CSV-SEQ TO WS-REJ-SEQ.
           MOVE WS-MOTIVO-REJEITO TO WS-REJ-MOTIVO-DET.
           MOVE WS-LINHA-REJ-DET TO ARQ-IMPRESSO-LINHA.
           WRITE ARQ-IMPRESSO-LINHA.
           ADD 1 TO WS-QTD-REJEITADOS.
       0242-GRAVAR-REJEITO-EXIT.
           EXIT.

      *    APAGA TODOS OS VERTICES DA REGIAO EM WS-REGIAO-LIMPAR.
       0243-APAGAR-VERTICES-REGIAO SECTION.
           MOVE 0 TO WS-FIM-VERTICES.
           MOVE WS-REGIAO-LIMPAR TO VERT-REGIAO.
           MOVE 0 TO VERT-SEQ.
           START ARQ-REGVERT KEY IS NOT LESS THAN VERT-CHAVE
             INVALID KEY MOVE 1 TO WS-FIM-VERTICES
           END-START.
           PERFORM 02431-APAGAR-VERTICE
             UNTIL WS-FIM-VERTICES = 1.
       0243-APAGAR-VERTICES-REGIAO-EXIT.
           EXIT.

       02431-APAGAR-VERTICE SECTION.
           READ ARQ-REGVERT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-VERTICES
           END-READ.
           IF WS-FIM-VERTICES = 0 THEN
               IF VERT-REGIAO NOT = WS-REGIAO-LIMPAR THEN
                   MOVE 1 TO WS-FIM-VERTICES
               ELSE
                   DELETE ARQ-REGVERT RECORD
               END-IF
           END-IF.
       02431-APAGAR-VERTICE-EXIT.
           EXIT.

       029-VERIFICAR-REGIAO SECTION.
           MOVE WS-TEL-REG-CODIGO TO REGIAO-CODIGO.
           READ ARQ-REGIAO KEY IS REGIAO-CODIGO INVALID KEY CONTINUE

       03-finalizar section.
           close ARQ-REGIAO.
           close ARQ-REGVERT.
       03-finalizar-exit.
           EXIT.
