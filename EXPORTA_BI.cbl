       identification division.
       program-id. "EXPORTA_BI".
       author.     Roberto Holz.
      *    EXTRATO ANALITICO PARA A EQUIPE DE BI, GRAVADO PELA JANELA
      *    NOTURNA (PASSO EXPBI DO JOB_NOTURNO) EM ARQUIVOS DE
      *    DIMENSAO E DE FATO, POSICIONAIS, UM POR ASSUNTO, COM O
      *    SUFIXO DA EMPRESA (BI_DIM_CLIENTE_01, BI_FATO_VISITA_01...).
      *
      *    CHAVES SUBSTITUTAS: CADA MEMBRO DE DIMENSAO RECEBE UMA
      *    CHAVE NUMERICA ESTAVEL, GUARDADA NO MAPA ARQ_BIKEY DA
      *    EMPRESA; A MESMA CHAVE VOLTA EM TODAS AS CARGAS, INCLUSIVE
      *    NUMA RECARGA COMPLETA. CHAVE ZERO = NAO INFORMADO. A
      *    DIMENSAO DE DATAS USA A PROPRIA DATA (AAAAMMDD) COMO CHAVE;
      *    FATOS MENSAIS APONTAM PARA O DIA 01 DO MES.
      *
      *    CARGA COMPLETA NA PRIMEIRA RODADA (SEM O CONTROLE DE
      *    EXTRATO NO ARQ_BIKEY) OU COM EXPORTA_BI_COMPLETA=S: TODO O
      *    CADASTRO E TODOS OS FATOS, INCLUSIVE OS SEGMENTOS ANUAIS DE
      *    VISITAS E DE ATRIBUICOES (<ARQUIVO>_<AAAA>) DOS ULTIMOS 10
      *    ANOS. NAS DEMAIS, CARGA INCREMENTAL: FATOS COM DATA (OU
      *    DATA DE CARGA/GERACAO) A PARTIR DO DIA DO ULTIMO EXTRATO,
      *    CLIENTES E VENDEDORES NOVOS OU COM VERSAO ALTERADA, E AS
      *    DIMENSOES PEQUENAS (EQUIPE, REGIAO, PERIODICIDADE,
      *    RESULTADO) SEMPRE INTEIRAS. O DIA DO ULTIMO EXTRATO VOLTA
      *    NA JANELA SEGUINTE: OS FATOS TRAZEM A CHAVE NATURAL PARA O
      *    BI SUBSTITUIR A LINHA JA CARREGADA.
      *
      *    BI_MANIFESTO TRAZ A CONTAGEM DE REGISTROS DE CADA ARQUIVO
      *    PARA A CONFERENCIA DA CARGA:
      *      H  DATA(8) HORA(6) MODO(1 C/I) JANELA-DESDE(8)
      *      D  ARQUIVO(22) REGISTROS(9)
      *      T  ARQUIVOS(2) REGISTROS(9)
      *
      *    LAYOUTS (SK = CHAVE SUBSTITUTA 9(9)):
      *      DIM_CLIENTE   SK CODCLI(7) CNPJ(14) RAZAO(40) STATUS(1)
      *                    SEGMENTO(4) LOCALIDADE(30) CEP(8)
      *                    SK-REGIAO SK-VENDEDOR SK-PERIODIC
      *                    LAT(+12) LON(+12) VERSAO(9) OPERACAO(1 I/A)
      *      DIM_VENDEDOR  SK CODVND(5) NOME(40) STATUS(1) SK-EQUIPE
      *                    SK-REGIAO CAPACIDADE(5) VERSAO(9) OPERACAO
      *      DIM_EQUIPE    SK CODIGO(3) NOME(30) SUPERVISOR(10)
      *      DIM_REGIAO    SK CODIGO(3) NOME(30)
      *      DIM_PERIODIC  SK CLASSE(1) DESCRICAO(30) INTERVALO(3)
      *      DIM_RESULTADO SK CODIGO(2) DESCRICAO(30) EFETIVA(1)
      *      DIM_DATA      DATA(8) ANO(4) MES(2) DIA(2) TRIMESTRE(1)
      *                    DIA-SEMANA(1 1=SEG..7=DOM) ANOMES(6)
      *      FATO_VISITA   SK-DATA SK-CLIENTE SK-VENDEDOR SK-RESULTADO
      *                    CODCLI(7) DATA(8) HORA(6)
      *      FATO_FATURA   SK-DATA SK-CLIENTE CODCLI(7) ANOMES(6)
      *                    VALOR(11V2) DATA-CARGA(8)
      *      FATO_ATRIB    SK-DATA SK-CLIENTE SK-VND-ANTERIOR
      *                    SK-VND-NOVO CODCLI(7) DATA(8) HORA(6)
      *                    DISTANCIA(8V3) OPERADOR(10)
      *      FATO_KM       SK-DATA SK-VENDEDOR CODVND(5) DATA(8)
      *                    TIPO(1 P/R) KM(8V3)
      *      FATO_VNDSTAT  SK-DATA SK-VENDEDOR CODVND(5) ANOMES(6)
      *                    CLIENTES(5) VISITAS(7) EFETIVAS(7)
      *                    DIST-MEDIA(8V3) MOV-IN(5) MOV-OUT(5)
      *                    DATA-GERACAO(8)
      *    O CPF DO VENDEDOR NAO SAI NO EXTRATO. A EMPRESA DE TREINO
      *    (PARAMETRO EMPRESA_TREINO) NAO E EXTRAIDA.
       environment division.
       configuration section.
       input-output section.
       file-control.
         copy 'select-arq-cliente.cpy'.
         copy 'select-arq-vendedor.cpy'.
         copy 'select-arq-equipe.cpy'.
         copy 'select-arq-regiao.cpy'.
         copy 'select-arq-period.cpy'.
         copy 'select-arq-resvis.cpy'.
         copy 'select-arq-cliper.cpy'.
         copy 'select-arq-visita.cpy'.
         copy 'select-arq-fatura.cpy'.
         copy 'select-arq-histdist.cpy'.
         copy 'select-arq-kmledger.cpy'.
         copy 'select-arq-vndstat.cpy'.
         copy 'select-arq-bikey.cpy'.
           SELECT ARQ-BISAIDA
               ASSIGN TO WID-ARQ-BISAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-BISAIDA.
           SELECT ARQ-BISEG
               ASSIGN TO WID-ARQ-BISEG
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST-ACESS-BISEG.

       data division.
       file section.
         copy 'fd-arq-cliente.cpy'.
         copy 'fd-arq-vendedor.cpy'.
         copy 'fd-arq-equipe.cpy'.
         copy 'fd-arq-regiao.cpy'.
         copy 'fd-arq-period.cpy'.
         copy 'fd-arq-resvis.cpy'.
         copy 'fd-arq-cliper.cpy'.
         copy 'fd-arq-visita.cpy'.
         copy 'fd-arq-fatura.cpy'.
         copy 'fd-arq-histdist.cpy'.
         copy 'fd-arq-kmledger.cpy'.
         copy 'fd-arq-vndstat.cpy'.
         copy 'fd-arq-bikey.cpy'.
       FD  ARQ-BISAIDA
           LABEL RECORD IS STANDARD.
       01  BISAIDA-LINHA                    PIC X(250).
       FD  ARQ-BISEG
           LABEL RECORD IS STANDARD.
       01  BISEG-LINHA                      PIC X(453).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
              05 WS-NAE-BASE        PIC X(18) VALUE SPACES.
              05 WS-NAE-NOME        PIC X(22) VALUE SPACES.

           01 ws-variaveis.
              05 wid-arq-cliente      pic x(22) value SPACES.
              05 WS-RESULTADO-ACESSO  pic 9(02) value ZEROS.
              05 wid-arq-vendedor     pic x(22) value SPACES.
              05 WS-RST-ACESS-VND     pic 9(02) value ZEROS.
              05 WID-ARQ-EQUIPE       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-EQUIPE  PIC 9(02) VALUE ZEROS.
              05 WS-EQUIPE-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-REGIAO       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-REGIAO  PIC 9(02) VALUE ZEROS.
              05 WS-REGIAO-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-PERIOD       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-PERIOD  PIC 9(02) VALUE ZEROS.
              05 WS-PERIOD-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-RESVIS       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-RESVIS  PIC 9(02) VALUE ZEROS.
              05 WS-RESVIS-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-CLIPER       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-CLIPER  PIC 9(02) VALUE ZEROS.
              05 WS-CLIPER-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-VISITA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VISITA  PIC 9(02) VALUE ZEROS.
              05 WS-VISITA-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-FATURA       PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-FATURA  PIC 9(02) VALUE ZEROS.
              05 WS-FATURA-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-HISTDIST     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-HISTDIST PIC 9(02) VALUE ZEROS.
              05 WS-HISTD-DISPONIVEL  PIC X(01) VALUE "N".
              05 WID-ARQ-KMLEDGER     PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-KMLEDGER PIC 9(02) VALUE ZEROS.
              05 WS-KMLEDGER-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-VNDSTAT      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-VNDSTAT PIC 9(02) VALUE ZEROS.
              05 WS-VNDSTAT-DISPONIVEL PIC X(01) VALUE "N".
              05 WID-ARQ-BIKEY        PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-BIKEY   PIC 9(02) VALUE ZEROS.
              05 WID-ARQ-BISAIDA      PIC X(22) VALUE SPACES.
              05 WS-RST-ACESS-BISAIDA PIC 9(02) VALUE ZEROS.
              05 WS-SAIDA-ABERTA      PIC X(01) VALUE "N".
              05 WID-ARQ-BISEG        PIC X(30) VALUE SPACES.
              05 WS-RST-ACESS-BISEG   PIC 9(02) VALUE ZEROS.
              05 WS-ANO-SEGMENTO      PIC 9(04) VALUE ZEROS.
              05 WS-ANOS-VARRIDOS     PIC 9(02) VALUE ZEROS.
              05 WS-FIM-LEITURA       PIC 9(01) VALUE ZEROS.
              05 WS-FIM-BISEG         PIC 9(01) VALUE ZEROS.
              05 WS-MODO-COMPLETA     PIC X(01) VALUE SPACES.
              05 WS-MODO-CARGA        PIC X(01) VALUE "I".
                 88 WS-CARGA-COMPLETA          VALUE "C".
                 88 WS-CARGA-INCREMENTAL       VALUE "I".
              05 WS-DATA-JANELA       PIC 9(08) VALUE ZEROS.
              05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
              05 WS-HORA-AGORA        PIC 9(06) VALUE ZEROS.
              05 WS-DATA-FATO         PIC 9(08) VALUE ZEROS.
              05 WS-DATA-MINIMA       PIC 9(08) VALUE ZEROS.
              05 WS-DATA-MAXIMA       PIC 9(08) VALUE ZEROS.
              05 WS-DATA-DIM          PIC 9(08) VALUE ZEROS.
              05 WS-INT-DATA          PIC 9(07) VALUE ZEROS.
              05 WS-INT-INICIO        PIC 9(07) VALUE ZEROS.
              05 WS-INT-FIM           PIC 9(07) VALUE ZEROS.
              05 WS-QUOCIENTE         PIC 9(07) VALUE ZEROS.
              05 WS-RESTO             PIC 9(01) VALUE ZEROS.
              05 WS-SK-DIMENSAO       PIC X(03) VALUE SPACES.
              05 WS-SK-NATURAL        PIC X(12) VALUE SPACES.
              05 WS-SK-VALOR          PIC 9(09) VALUE ZEROS.
              05 WS-SK-NOVA           PIC X(01) VALUE "N".
              05 WS-SK-VERSAO-ANT     PIC 9(09) VALUE ZEROS.
              05 WS-SK-AUX-1          PIC 9(09) VALUE ZEROS.
              05 WS-SK-AUX-2          PIC 9(09) VALUE ZEROS.
              05 WS-SK-AUX-3          PIC 9(09) VALUE ZEROS.
              05 WS-SK-AUX-4          PIC 9(09) VALUE ZEROS.
              05 WS-EMITIR            PIC X(01) VALUE "N".
              05 WS-QTD-LINHAS-ARQ    PIC 9(09) VALUE ZEROS.
              05 WS-QTD-TOTAL         PIC 9(09) VALUE ZEROS.
              05 WS-QTD-AVISOS        PIC 9(07) VALUE ZEROS.
              05 WS-RC-BATCH          PIC 9(04) VALUE ZEROS.
              05 WS-OPERADOR-ID       PIC X(10) VALUE "JOBNOTURNO".
              05 WS-PARAMETRO-TREINO.
                 10 WS-TRN-CHAVE      PIC X(20) VALUE SPACES.
                 10 WS-TRN-VALOR      PIC X(40) VALUE SPACES.
                 10 WS-TRN-ACHOU      PIC X(01) VALUE "N".
              05 WS-EMPRESA-ATUAL     PIC X(02) VALUE SPACES.
              05 WS-EMPRESA-E-TREINO  PIC X(01) VALUE "N".
              05 WS-JOBLOG-PRM.
                 10 WS-JOB-PROGRAMA   PIC X(20) VALUE SPACES.
                 10 WS-JOB-DATA-INI   PIC 9(08) VALUE ZEROS.
                 10 WS-JOB-HORA-INI   PIC 9(06) VALUE ZEROS.
                 10 WS-JOB-OPERADOR   PIC X(10) VALUE SPACES.
                 10 WS-JOB-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-QTD-AVISOS PIC 9(07) VALUE ZEROS.
                 10 WS-JOB-RETORNO    PIC 9(04) VALUE ZEROS.

      *    ARQUIVOS GRAVADOS NA RODADA, PARA O MANIFESTO.
           01 WS-MANIFESTO.
              05 WS-MAN-QTD-ARQ       PIC 9(02) VALUE ZEROS.
              05 WS-MAN-IDX           PIC 9(02) VALUE ZEROS.
              05 WS-MAN-ITEM OCCURS 12 TIMES.
                 10 WS-MAN-NOME       PIC X(22).
                 10 WS-MAN-QTDE       PIC 9(09).

           01 WS-BMH-LINHA.
              05 FILLER               PIC X(01) VALUE "H".
              05 WS-BMH-DATA          PIC 9(08) VALUE ZEROS.
              05 WS-BMH-HORA          PIC 9(06) VALUE ZEROS.
              05 WS-BMH-MODO          PIC X(01) VALUE SPACES.
              05 WS-BMH-JANELA        PIC 9(08) VALUE ZEROS.
           01 WS-BMD-LINHA.
              05 FILLER               PIC X(01) VALUE "D".
              05 WS-BMD-ARQUIVO       PIC X(22) VALUE SPACES.
              05 WS-BMD-QTDE          PIC 9(09) VALUE ZEROS.
           01 WS-BMT-LINHA.
              05 FILLER               PIC X(01) VALUE "T".
              05 WS-BMT-ARQUIVOS      PIC 9(02) VALUE ZEROS.
              05 WS-BMT-QTDE          PIC 9(09) VALUE ZEROS.

           01 WS-BDC-LINHA.
              05 WS-BDC-SK            PIC 9(09).
              05 WS-BDC-CODCLI        PIC 9(07).
              05 WS-BDC-CNPJ          PIC 9(14).
              05 WS-BDC-RAZAO         PIC X(40).
              05 WS-BDC-STATUS        PIC X(01).
              05 WS-BDC-SEGMENTO      PIC X(04).
              05 WS-BDC-LOCALIDADE    PIC X(30).
              05 WS-BDC-CEP           PIC 9(08).
              05 WS-BDC-SK-REGIAO     PIC 9(09).
              05 WS-BDC-SK-VENDEDOR   PIC 9(09).
              05 WS-BDC-SK-PERIODIC   PIC 9(09).
              05 WS-BDC-LATITUDE      PIC S9(03)V9(08)
                                      SIGN LEADING SEPARATE.
              05 WS-BDC-LONGITUDE     PIC S9(03)V9(08)
                                      SIGN LEADING SEPARATE.
              05 WS-BDC-VERSAO        PIC 9(09).
              05 WS-BDC-OPERACAO      PIC X(01).

           01 WS-BDV-LINHA.
              05 WS-BDV-SK            PIC 9(09).
              05 WS-BDV-CODVND        PIC 9(05).
              05 WS-BDV-NOME          PIC X(40).
              05 WS-BDV-STATUS        PIC X(01).
              05 WS-BDV-SK-EQUIPE     PIC 9(09).
              05 WS-BDV-SK-REGIAO     PIC 9(09).
              05 WS-BDV-CAPACIDADE    PIC 9(05).
              05 WS-BDV-VERSAO        PIC 9(09).
              05 WS-BDV-OPERACAO      PIC X(01).

           01 WS-BDE-LINHA.
              05 WS-BDE-SK            PIC 9(09).
              05 WS-BDE-CODIGO        PIC 9(03).
              05 WS-BDE-NOME          PIC X(30).
              05 WS-BDE-SUPERVISOR    PIC X(10).

           01 WS-BDR-LINHA.
              05 WS-BDR-SK            PIC 9(09).
              05 WS-BDR-CODIGO        PIC 9(03).
              05 WS-BDR-NOME          PIC X(30).

           01 WS-BDP-LINHA.
              05 WS-BDP-SK            PIC 9(09).
              05 WS-BDP-CLASSE        PIC X(01).
              05 WS-BDP-DESCRICAO     PIC X(30).
              05 WS-BDP-INTERVALO     PIC 9(03).

           01 WS-BDS-LINHA.
              05 WS-BDS-SK            PIC 9(09).
              05 WS-BDS-CODIGO        PIC X(02).
              05 WS-BDS-DESCRICAO     PIC X(30).
              05 WS-BDS-EFETIVA       PIC X(01).

           01 WS-BDD-LINHA.
              05 WS-BDD-DATA          PIC 9(08).
              05 WS-BDD-DATA-R REDEFINES WS-BDD-DATA.
                 10 WS-BDD-DT-ANO     PIC 9(04).
                 10 WS-BDD-DT-MES     PIC 9(02).
                 10 WS-BDD-DT-DIA     PIC 9(02).
              05 WS-BDD-ANO           PIC 9(04).
              05 WS-BDD-MES           PIC 9(02).
              05 WS-BDD-DIA           PIC 9(02).
              05 WS-BDD-TRIMESTRE     PIC 9(01).
              05 WS-BDD-DIA-SEMANA    PIC 9(01).
              05 WS-BDD-ANOMES        PIC 9(06).

           01 WS-BFV-LINHA.
              05 WS-BFV-SK-DATA       PIC 9(08).
              05 WS-BFV-SK-CLIENTE    PIC 9(09).
              05 WS-BFV-SK-VENDEDOR   PIC 9(09).
              05 WS-BFV-SK-RESULTADO  PIC 9(09).
              05 WS-BFV-CODCLI        PIC 9(07).
              05 WS-BFV-DATA          PIC 9(08).
              05 WS-BFV-HORA          PIC 9(06).

           01 WS-BFF-LINHA.
              05 WS-BFF-SK-DATA       PIC 9(08).
              05 WS-BFF-SK-CLIENTE    PIC 9(09).
              05 WS-BFF-CODCLI        PIC 9(07).
              05 WS-BFF-ANOMES        PIC 9(06).
              05 WS-BFF-VALOR         PIC 9(11)V9(02).
              05 WS-BFF-DATA-CARGA    PIC 9(08).

           01 WS-BFA-LINHA.
              05 WS-BFA-SK-DATA       PIC 9(08).
              05 WS-BFA-SK-CLIENTE    PIC 9(09).
              05 WS-BFA-SK-VND-ANT    PIC 9(09).
              05 WS-BFA-SK-VND-NOVO   PIC 9(09).
              05 WS-BFA-CODCLI        PIC 9(07).
              05 WS-BFA-DATA          PIC 9(08).
              05 WS-BFA-HORA          PIC 9(06).
              05 WS-BFA-DISTANCIA     PIC 9(08)V9(03).
              05 WS-BFA-OPERADOR      PIC X(10).

           01 WS-BFK-LINHA.
              05 WS-BFK-SK-DATA       PIC 9(08).
              05 WS-BFK-SK-VENDEDOR   PIC 9(09).
              05 WS-BFK-CODVND        PIC 9(05).
              05 WS-BFK-DATA          PIC 9(08).
              05 WS-BFK-TIPO          PIC X(01).
              05 WS-BFK-KM            PIC 9(08)V9(03).

           01 WS-BFS-LINHA.
              05 WS-BFS-SK-DATA       PIC 9(08).
              05 WS-BFS-SK-VENDEDOR   PIC 9(09).
              05 WS-BFS-CODVND        PIC 9(05).
              05 WS-BFS-ANOMES        PIC 9(06).
              05 WS-BFS-CLIENTES      PIC 9(05).
              05 WS-BFS-VISITAS       PIC 9(07).
              05 WS-BFS-EFETIVAS      PIC 9(07).
              05 WS-BFS-DIST-MEDIA    PIC 9(08)V9(03).
              05 WS-BFS-MOV-IN        PIC 9(05).
              05 WS-BFS-MOV-OUT       PIC 9(05).
              05 WS-BFS-DATA-GERACAO  PIC 9(08).

       procedure division.
       00-controle section.
           ACCEPT WS-JOB-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-HORA-INI FROM TIME.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           PERFORM 01-inicializar.
           IF WS-RC-BATCH < 8
           AND WS-EMPRESA-E-TREINO = "N" THEN
               PERFORM 02-dim-equipe
               PERFORM 03-dim-regiao
               PERFORM 04-dim-periodicidade
               PERFORM 05-dim-resultado
               PERFORM 06-dim-vendedor
               PERFORM 07-dim-cliente
               PERFORM 08-fato-visita
               PERFORM 09-fato-fatura
               PERFORM 10-fato-atribuicao
               PERFORM 11-fato-km
               PERFORM 12-fato-vndstat
               PERFORM 13-dim-data
               PERFORM 14-gravar-manifesto
               IF WS-RC-BATCH < 8 THEN
                   PERFORM 15-atualizar-controle
               END-IF
               PERFORM 16-fechar-arquivos
               DISPLAY "EXPORTA_BI: carga " WS-MODO-CARGA
                       " desde " WS-DATA-JANELA
                       " registros " WS-QTD-TOTAL
           END-IF.

           MOVE "EXPORTA_BI"       TO WS-JOB-PROGRAMA.
           MOVE WS-OPERADOR-ID     TO WS-JOB-OPERADOR.
           MOVE WS-QTD-TOTAL       TO WS-JOB-QTD-REGISTROS.
           MOVE WS-QTD-AVISOS      TO WS-JOB-QTD-AVISOS.
           MOVE WS-RC-BATCH        TO WS-JOB-RETORNO.
           CALL 'GRAVA_JOBLOG' USING WS-JOBLOG-PRM.
           MOVE WS-RC-BATCH TO RETURN-CODE.
           goback.
       00-controle-exit. exit.

      *    ABRE O MAPA DE CHAVES E OS CADASTROS E DECIDE ENTRE CARGA
      *    COMPLETA E INCREMENTAL.
       01-inicializar section.
           PERFORM 25-testar-empresa-treino.
           IF WS-EMPRESA-E-TREINO = "S" THEN
               DISPLAY "EXPORTA_BI: empresa de treino nao e extraida"
               GO TO 01-inicializar-exit
           END-IF.

           MOVE "ARQ_BIKEY" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-BIKEY.
           OPEN I-O ARQ-BIKEY.
           IF WS-RST-ACESS-BIKEY = 35 THEN
               OPEN OUTPUT ARQ-BIKEY
               CLOSE ARQ-BIKEY
               OPEN I-O ARQ-BIKEY
           END-IF.
           IF  WS-RST-ACESS-BIKEY <> 00
           AND WS-RST-ACESS-BIKEY <> 05 THEN
               DISPLAY "EXPORTA_BI: erro na abertura do mapa de chaves"
               MOVE 8 TO WS-RC-BATCH
               GO TO 01-inicializar-exit
           END-IF.

           MOVE "C" TO WS-MODO-CARGA.
           MOVE 0   TO WS-DATA-JANELA.
           MOVE "CTL"     TO BIK-DIMENSAO.
           MOVE "EXTRATO" TO BIK-NATURAL.
           READ ARQ-BIKEY KEY IS BIK-CHAVE
               INVALID KEY MOVE 0 TO BIK-DATA-ENVIO
           END-READ.
           IF WS-RST-ACESS-BIKEY = 00
           AND BIK-DATA-ENVIO > 0 THEN
               MOVE "I" TO WS-MODO-CARGA
               MOVE BIK-DATA-ENVIO TO WS-DATA-JANELA
           END-IF.
           ACCEPT WS-MODO-COMPLETA
               FROM ENVIRONMENT "EXPORTA_BI_COMPLETA".
           IF WS-MODO-COMPLETA = "S" THEN
               MOVE "C" TO WS-MODO-CARGA
               MOVE 0   TO WS-DATA-JANELA
           END-IF.

           PERFORM 011-abrir-cadastros.
       01-inicializar-exit.
           EXIT.

       011-abrir-cadastros section.
           MOVE "ARQ_CLIENTE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-cliente.
           OPEN INPUT ARQ-CLIENTE.
           MOVE "ARQ_VENDEDOR" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO wid-arq-vendedor.
           OPEN INPUT ARQ-VENDEDOR.
           IF  (WS-RESULTADO-ACESSO <> 00
                AND WS-RESULTADO-ACESSO <> 05)
           OR  (WS-RST-ACESS-VND <> 00
                AND WS-RST-ACESS-VND <> 05) THEN
               DISPLAY "EXPORTA_BI: erro na abertura dos cadastros"
               MOVE 8 TO WS-RC-BATCH
               GO TO 011-abrir-cadastros-exit
           END-IF.

           MOVE "ARQ_EQUIPE" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-EQUIPE.
           OPEN INPUT ARQ-EQUIPE.
           IF  WS-RST-ACESS-EQUIPE = 00
           OR  WS-RST-ACESS-EQUIPE = 05 THEN
               MOVE "S" TO WS-EQUIPE-DISPONIVEL
           ELSE
               MOVE "N" TO WS-EQUIPE-DISPONIVEL
               ADD 1 TO WS-QTD-AVISOS
           END-IF.
           MOVE "ARQ_REGIAO" TO WID-ARQ-REGIAO.
           OPEN INPUT ARQ-REGIAO.
           IF  WS-RST-ACESS-REGIAO = 00
           OR  WS-RST-ACESS-REGIAO = 05 THEN
               MOVE "S" TO WS-REGIAO-DISPONIVEL
           ELSE
               MOVE "N" TO WS-REGIAO-DISPONIVEL
               ADD 1 TO WS-QTD-AVISOS
           END-IF.
           MOVE "ARQ_PERIOD" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-PERIOD.
           OPEN INPUT ARQ-PERIOD.
           IF  WS-RST-ACESS-PERIOD = 00
           OR  WS-RST-ACESS-PERIOD = 05 THEN
               MOVE "S" TO WS-PERIOD-DISPONIVEL
           ELSE
               MOVE "N" TO WS-PERIOD-DISPONIVEL
               ADD 1 TO WS-QTD-AVISOS
           END-IF.
           MOVE "ARQ_RESVIS" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-RESVIS.
           OPEN INPUT ARQ-RESVIS.
           IF  WS-RST-ACESS-RESVIS = 00
           OR  WS-RST-ACESS-RESVIS = 05 THEN
               MOVE "S" TO WS-RESVIS-DISPONIVEL
           ELSE
               MOVE "N" TO WS-RESVIS-DISPONIVEL
               ADD 1 TO WS-QTD-AVISOS
           END-IF.
           MOVE "ARQ_CLIPER" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-CLIPER.
           OPEN INPUT ARQ-CLIPER.
           IF  WS-RST-ACESS-CLIPER = 00
           OR  WS-RST-ACESS-CLIPER = 05 THEN
               MOVE "S" TO WS-CLIPER-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CLIPER-DISPONIVEL
           END-IF.
           MOVE "ARQ_VISITA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VISITA.
           OPEN INPUT ARQ-VISITA.
           IF  WS-RST-ACESS-VISITA = 00
           OR  WS-RST-ACESS-VISITA = 05 THEN
               MOVE "S" TO WS-VISITA-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VISITA-DISPONIVEL
               ADD 1 TO WS-QTD-AVISOS
           END-IF.
           MOVE "ARQ_FATURA" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-FATURA.
           OPEN INPUT ARQ-FATURA.
           IF  WS-RST-ACESS-FATURA = 00
           OR  WS-RST-ACESS-FATURA = 05 THEN
               MOVE "S" TO WS-FATURA-DISPONIVEL
           ELSE
               MOVE "N" TO WS-FATURA-DISPONIVEL
               ADD 1 TO WS-QTD-AVISOS
           END-IF.
           MOVE "ARQ_HISTDIST" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-HISTDIST.
           OPEN INPUT ARQ-HISTDIST.
           IF  WS-RST-ACESS-HISTDIST = 00
           OR  WS-RST-ACESS-HISTDIST = 05 THEN
               MOVE "S" TO WS-HISTD-DISPONIVEL
           ELSE
               MOVE "N" TO WS-HISTD-DISPONIVEL
               ADD 1 TO WS-QTD-AVISOS
           END-IF.
           MOVE "ARQ_KMLEDGER" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-KMLEDGER.
           OPEN INPUT ARQ-KMLEDGER.
           IF  WS-RST-ACESS-KMLEDGER = 00
           OR  WS-RST-ACESS-KMLEDGER = 05 THEN
               MOVE "S" TO WS-KMLEDGER-DISPONIVEL
           ELSE
               MOVE "N" TO WS-KMLEDGER-DISPONIVEL
               ADD 1 TO WS-QTD-AVISOS
           END-IF.
           MOVE "ARQ_VNDSTAT" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-VNDSTAT.
           OPEN INPUT ARQ-VNDSTAT.
           IF  WS-RST-ACESS-VNDSTAT = 00
           OR  WS-RST-ACESS-VNDSTAT = 05 THEN
               MOVE "S" TO WS-VNDSTAT-DISPONIVEL
           ELSE
               MOVE "N" TO WS-VNDSTAT-DISPONIVEL
               ADD 1 TO WS-QTD-AVISOS
           END-IF.
       011-abrir-cadastros-exit.
           EXIT.

       02-dim-equipe section.
           MOVE "BI_DIM_EQUIPE" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 02-dim-equipe-exit
           END-IF.
           IF WS-EQUIPE-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE ZEROS TO EQP-CODIGO
               START ARQ-EQUIPE KEY IS NOT LESS THAN EQP-CODIGO
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               IF WS-FIM-LEITURA = 0 THEN
                   READ ARQ-EQUIPE NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-LEITURA
                   END-READ
                   PERFORM 021-linha-equipe
                     UNTIL WS-FIM-LEITURA = 1
               END-IF
           END-IF.
           PERFORM 22-fechar-saida.
       02-dim-equipe-exit.
           EXIT.

       021-linha-equipe section.
           MOVE "EQP"      TO WS-SK-DIMENSAO.
           MOVE EQP-CODIGO TO WS-SK-NATURAL.
           PERFORM 20-obter-sk.
           MOVE WS-SK-VALOR    TO WS-BDE-SK.
           MOVE EQP-CODIGO     TO WS-BDE-CODIGO.
           MOVE EQP-NOME       TO WS-BDE-NOME.
           MOVE EQP-SUPERVISOR TO WS-BDE-SUPERVISOR.
           MOVE WS-BDE-LINHA   TO BISAIDA-LINHA.
           PERFORM 23-gravar-linha.
           READ ARQ-EQUIPE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END MOVE 0 TO WS-FIM-LEITURA
           END-READ.
       021-linha-equipe-exit.
           EXIT.

       03-dim-regiao section.
           MOVE "BI_DIM_REGIAO" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 03-dim-regiao-exit
           END-IF.
           IF WS-REGIAO-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE ZEROS TO REGIAO-CODIGO
               START ARQ-REGIAO KEY IS NOT LESS THAN REGIAO-CODIGO
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               IF WS-FIM-LEITURA = 0 THEN
                   READ ARQ-REGIAO NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-LEITURA
                   END-READ
                   PERFORM 031-linha-regiao
                     UNTIL WS-FIM-LEITURA = 1
               END-IF
           END-IF.
           PERFORM 22-fechar-saida.
       03-dim-regiao-exit.
           EXIT.

       031-linha-regiao section.
           MOVE "REG"         TO WS-SK-DIMENSAO.
           MOVE REGIAO-CODIGO TO WS-SK-NATURAL.
           PERFORM 20-obter-sk.
           MOVE WS-SK-VALOR   TO WS-BDR-SK.
           MOVE REGIAO-CODIGO TO WS-BDR-CODIGO.
           MOVE REGIAO-NOME   TO WS-BDR-NOME.
           MOVE WS-BDR-LINHA  TO BISAIDA-LINHA.
           PERFORM 23-gravar-linha.
           READ ARQ-REGIAO NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END MOVE 0 TO WS-FIM-LEITURA
           END-READ.
       031-linha-regiao-exit.
           EXIT.

       04-dim-periodicidade section.
           MOVE "BI_DIM_PERIODIC" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 04-dim-periodicidade-exit
           END-IF.
           IF WS-PERIOD-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO PER-CLASSE
               START ARQ-PERIOD KEY IS NOT LESS THAN PER-CLASSE
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               IF WS-FIM-LEITURA = 0 THEN
                   READ ARQ-PERIOD NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-LEITURA
                   END-READ
                   PERFORM 041-linha-periodicidade
                     UNTIL WS-FIM-LEITURA = 1
               END-IF
           END-IF.
           PERFORM 22-fechar-saida.
       04-dim-periodicidade-exit.
           EXIT.

       041-linha-periodicidade section.
           MOVE "PER"      TO WS-SK-DIMENSAO.
           MOVE PER-CLASSE TO WS-SK-NATURAL.
           PERFORM 20-obter-sk.
           MOVE WS-SK-VALOR        TO WS-BDP-SK.
           MOVE PER-CLASSE         TO WS-BDP-CLASSE.
           MOVE PER-DESCRICAO      TO WS-BDP-DESCRICAO.
           MOVE PER-INTERVALO-DIAS TO WS-BDP-INTERVALO.
           MOVE WS-BDP-LINHA       TO BISAIDA-LINHA.
           PERFORM 23-gravar-linha.
           READ ARQ-PERIOD NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END MOVE 0 TO WS-FIM-LEITURA
           END-READ.
       041-linha-periodicidade-exit.
           EXIT.

       05-dim-resultado section.
           MOVE "BI_DIM_RESULTADO" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 05-dim-resultado-exit
           END-IF.
           IF WS-RESVIS-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO RSV-CODIGO
               START ARQ-RESVIS KEY IS NOT LESS THAN RSV-CODIGO
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               IF WS-FIM-LEITURA = 0 THEN
                   READ ARQ-RESVIS NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-LEITURA
                   END-READ
                   PERFORM 051-linha-resultado
                     UNTIL WS-FIM-LEITURA = 1
               END-IF
           END-IF.
           PERFORM 22-fechar-saida.
       05-dim-resultado-exit.
           EXIT.

       051-linha-resultado section.
           MOVE "RES"      TO WS-SK-DIMENSAO.
           MOVE RSV-CODIGO TO WS-SK-NATURAL.
           PERFORM 20-obter-sk.
           MOVE WS-SK-VALOR   TO WS-BDS-SK.
           MOVE RSV-CODIGO    TO WS-BDS-CODIGO.
           MOVE RSV-DESCRICAO TO WS-BDS-DESCRICAO.
           MOVE RSV-EFETIVA   TO WS-BDS-EFETIVA.
           MOVE WS-BDS-LINHA  TO BISAIDA-LINHA.
           PERFORM 23-gravar-linha.
           READ ARQ-RESVIS NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END MOVE 0 TO WS-FIM-LEITURA
           END-READ.
       051-linha-resultado-exit.
           EXIT.

       06-dim-vendedor section.
           MOVE "BI_DIM_VENDEDOR" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 06-dim-vendedor-exit
           END-IF.
           MOVE 0 TO WS-FIM-LEITURA.
           MOVE ZEROS TO VND-CODIGO.
           START ARQ-VENDEDOR KEY IS NOT LESS THAN VND-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-LEITURA
           END-START.
           IF WS-FIM-LEITURA = 0 THEN
               READ ARQ-VENDEDOR NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-LEITURA
               END-READ
               PERFORM 061-linha-vendedor
                 UNTIL WS-FIM-LEITURA = 1
           END-IF.
           PERFORM 22-fechar-saida.
       06-dim-vendedor-exit.
           EXIT.

      *    AS CHAVES DE EQUIPE E REGIAO SAO OBTIDAS ANTES DA DO
      *    VENDEDOR: O REGISTRO DO VENDEDOR NO MAPA FICA POSICIONADO
      *    PARA ANOTAR A VERSAO ENVIADA.
       061-linha-vendedor section.
           MOVE 0 TO WS-SK-AUX-1.
           IF VND-EQUIPE > 0 THEN
               MOVE "EQP"      TO WS-SK-DIMENSAO
               MOVE VND-EQUIPE TO WS-SK-NATURAL
               PERFORM 20-obter-sk
               MOVE WS-SK-VALOR TO WS-SK-AUX-1
           END-IF.
           MOVE 0 TO WS-SK-AUX-2.
           IF VND-REGIAO > 0 THEN
               MOVE "REG"      TO WS-SK-DIMENSAO
               MOVE VND-REGIAO TO WS-SK-NATURAL
               PERFORM 20-obter-sk
               MOVE WS-SK-VALOR TO WS-SK-AUX-2
           END-IF.
           MOVE "VND"      TO WS-SK-DIMENSAO.
           MOVE VND-CODIGO TO WS-SK-NATURAL.
           PERFORM 20-obter-sk.

           MOVE "N" TO WS-EMITIR.
           IF WS-CARGA-COMPLETA
           OR WS-SK-NOVA = "S"
           OR VND-VERSAO NOT = WS-SK-VERSAO-ANT THEN
               MOVE "S" TO WS-EMITIR
           END-IF.
           IF WS-EMITIR = "S" THEN
               MOVE WS-SK-VALOR    TO WS-BDV-SK
               MOVE VND-CODIGO     TO WS-BDV-CODVND
               MOVE VND-NOME       TO WS-BDV-NOME
               MOVE VND-STATUS     TO WS-BDV-STATUS
               MOVE WS-SK-AUX-1    TO WS-BDV-SK-EQUIPE
               MOVE WS-SK-AUX-2    TO WS-BDV-SK-REGIAO
               MOVE VND-CAPACIDADE TO WS-BDV-CAPACIDADE
               MOVE VND-VERSAO     TO WS-BDV-VERSAO
               IF WS-SK-NOVA = "S" THEN
                   MOVE "I" TO WS-BDV-OPERACAO
               ELSE
                   MOVE "A" TO WS-BDV-OPERACAO
               END-IF
               MOVE WS-BDV-LINHA   TO BISAIDA-LINHA
               PERFORM 23-gravar-linha
               MOVE VND-VERSAO     TO BIK-VERSAO
               MOVE WS-DATA-HOJE   TO BIK-DATA-ENVIO
               REWRITE BIK-REGISTRO
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           READ ARQ-VENDEDOR NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END MOVE 0 TO WS-FIM-LEITURA
           END-READ.
       061-linha-vendedor-exit.
           EXIT.

       07-dim-cliente section.
           MOVE "BI_DIM_CLIENTE" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 07-dim-cliente-exit
           END-IF.
           MOVE 0 TO WS-FIM-LEITURA.
           MOVE ZEROS TO CLI-CODIGO.
           START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
             INVALID KEY MOVE 1 TO WS-FIM-LEITURA
           END-START.
           IF WS-FIM-LEITURA = 0 THEN
               READ ARQ-CLIENTE NEXT RECORD
                 AT END MOVE 1 TO WS-FIM-LEITURA
               END-READ
               PERFORM 071-linha-cliente
                 UNTIL WS-FIM-LEITURA = 1
           END-IF.
           PERFORM 22-fechar-saida.
       07-dim-cliente-exit.
           EXIT.

      *    A RECLASSIFICACAO DE PERIODICIDADE NAO ALTERA A VERSAO DO
      *    CLIENTE; UMA CLASSIFICACAO DENTRO DA JANELA TAMBEM REENVIA
      *    A LINHA.
       071-linha-cliente section.
           MOVE "N" TO WS-EMITIR.
           MOVE 0 TO WS-SK-AUX-1.
           IF CLI-REGIAO > 0 THEN
               MOVE "REG"      TO WS-SK-DIMENSAO
               MOVE CLI-REGIAO TO WS-SK-NATURAL
               PERFORM 20-obter-sk
               MOVE WS-SK-VALOR TO WS-SK-AUX-1
           END-IF.
           MOVE 0 TO WS-SK-AUX-2.
           IF CLI-CODVND > 0 THEN
               MOVE "VND"      TO WS-SK-DIMENSAO
               MOVE CLI-CODVND TO WS-SK-NATURAL
               PERFORM 20-obter-sk
               MOVE WS-SK-VALOR TO WS-SK-AUX-2
           END-IF.
           MOVE 0 TO WS-SK-AUX-3.
           IF WS-CLIPER-DISPONIVEL = "S" THEN
               MOVE CLI-CODIGO TO CLP-CODCLI
               READ ARQ-CLIPER KEY IS CLP-CODCLI
                   INVALID KEY MOVE SPACES TO CLP-CLASSE
               END-READ
               IF WS-RST-ACESS-CLIPER = 00
               AND CLP-CLASSE NOT = SPACES THEN
                   MOVE "PER"      TO WS-SK-DIMENSAO
                   MOVE CLP-CLASSE TO WS-SK-NATURAL
                   PERFORM 20-obter-sk
                   MOVE WS-SK-VALOR TO WS-SK-AUX-3
                   IF CLP-DATA-CLASSIF >= WS-DATA-JANELA THEN
                       MOVE "S" TO WS-EMITIR
                   END-IF
               END-IF
           END-IF.
           MOVE "CLI"      TO WS-SK-DIMENSAO.
           MOVE CLI-CODIGO TO WS-SK-NATURAL.
           PERFORM 20-obter-sk.

           IF WS-CARGA-COMPLETA
           OR WS-SK-NOVA = "S"
           OR CLI-VERSAO NOT = WS-SK-VERSAO-ANT THEN
               MOVE "S" TO WS-EMITIR
           END-IF.
           IF WS-EMITIR = "S" THEN
               MOVE WS-SK-VALOR     TO WS-BDC-SK
               MOVE CLI-CODIGO      TO WS-BDC-CODCLI
               MOVE CLI-CNPJ        TO WS-BDC-CNPJ
               MOVE CLI-RAZAOSOCIAL TO WS-BDC-RAZAO
               MOVE CLI-STATUS      TO WS-BDC-STATUS
               MOVE CLI-SEGMENTO    TO WS-BDC-SEGMENTO
               MOVE CLI-LOCALIDADE  TO WS-BDC-LOCALIDADE
               MOVE CLI-CEP         TO WS-BDC-CEP
               MOVE WS-SK-AUX-1     TO WS-BDC-SK-REGIAO
               MOVE WS-SK-AUX-2     TO WS-BDC-SK-VENDEDOR
               MOVE WS-SK-AUX-3     TO WS-BDC-SK-PERIODIC
               MOVE CLI-LATITUDE    TO WS-BDC-LATITUDE
               MOVE CLI-LONGITUDE   TO WS-BDC-LONGITUDE
               MOVE CLI-VERSAO      TO WS-BDC-VERSAO
               IF WS-SK-NOVA = "S" THEN
                   MOVE "I" TO WS-BDC-OPERACAO
               ELSE
                   MOVE "A" TO WS-BDC-OPERACAO
               END-IF
               MOVE WS-BDC-LINHA    TO BISAIDA-LINHA
               PERFORM 23-gravar-linha
               MOVE CLI-VERSAO      TO BIK-VERSAO
               MOVE WS-DATA-HOJE    TO BIK-DATA-ENVIO
               REWRITE BIK-REGISTRO
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END MOVE 0 TO WS-FIM-LEITURA
           END-READ.
       071-linha-cliente-exit.
           EXIT.

       08-fato-visita section.
           MOVE "BI_FATO_VISITA" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 08-fato-visita-exit
           END-IF.
           IF WS-VISITA-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO VISITA-CHAVE
               START ARQ-VISITA KEY IS NOT LESS THAN VISITA-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               IF WS-FIM-LEITURA = 0 THEN
                   READ ARQ-VISITA NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-LEITURA
                   END-READ
                   PERFORM 081-visita-corrente
                     UNTIL WS-FIM-LEITURA = 1
               END-IF
               IF WS-CARGA-COMPLETA THEN
                   MOVE WS-DATA-HOJE(1:4) TO WS-ANO-SEGMENTO
                   ADD 1 TO WS-ANO-SEGMENTO
                   MOVE 0 TO WS-ANOS-VARRIDOS
                   PERFORM 082-segmento-visita
                     UNTIL WS-ANOS-VARRIDOS > 10
               END-IF
           END-IF.
           PERFORM 22-fechar-saida.
       08-fato-visita-exit.
           EXIT.

       081-visita-corrente section.
           IF VISITA-DATA >= WS-DATA-JANELA THEN
               PERFORM 083-emitir-visita
           END-IF.
           READ ARQ-VISITA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END MOVE 0 TO WS-FIM-LEITURA
           END-READ.
       081-visita-corrente-exit.
           EXIT.

       082-segmento-visita section.
           SUBTRACT 1 FROM WS-ANO-SEGMENTO.
           ADD 1 TO WS-ANOS-VARRIDOS.
           MOVE SPACES TO WID-ARQ-BISEG.
           STRING WID-ARQ-VISITA   DELIMITED BY SPACE
                  "_"              DELIMITED BY SIZE
                  WS-ANO-SEGMENTO  DELIMITED BY SIZE
             INTO WID-ARQ-BISEG.
           OPEN INPUT ARQ-BISEG.
           IF WS-RST-ACESS-BISEG NOT = 0 THEN
               GO TO 082-segmento-visita-exit
           END-IF.
           MOVE 0 TO WS-FIM-BISEG.
           READ ARQ-BISEG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-BISEG
           END-READ.
           PERFORM 0821-visita-segmento
             UNTIL WS-FIM-BISEG = 1.
           CLOSE ARQ-BISEG.
       082-segmento-visita-exit.
           EXIT.

       0821-visita-segmento section.
           MOVE BISEG-LINHA TO VISITA-REGISTRO.
           PERFORM 083-emitir-visita.
           READ ARQ-BISEG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-BISEG
             NOT AT END MOVE 0 TO WS-FIM-BISEG
           END-READ.
       0821-visita-segmento-exit.
           EXIT.

       083-emitir-visita section.
           MOVE "CLI"         TO WS-SK-DIMENSAO.
           MOVE VISITA-CODCLI TO WS-SK-NATURAL.
           PERFORM 20-obter-sk.
           MOVE WS-SK-VALOR   TO WS-BFV-SK-CLIENTE.
           MOVE 0 TO WS-BFV-SK-VENDEDOR.
           IF VISITA-CODVND > 0 THEN
               MOVE "VND"         TO WS-SK-DIMENSAO
               MOVE VISITA-CODVND TO WS-SK-NATURAL
               PERFORM 20-obter-sk
               MOVE WS-SK-VALOR   TO WS-BFV-SK-VENDEDOR
           END-IF.
           MOVE 0 TO WS-BFV-SK-RESULTADO.
           IF VISITA-RESULTADO NOT = SPACES THEN
               MOVE "RES"            TO WS-SK-DIMENSAO
               MOVE VISITA-RESULTADO TO WS-SK-NATURAL
               PERFORM 20-obter-sk
               MOVE WS-SK-VALOR      TO WS-BFV-SK-RESULTADO
           END-IF.
           MOVE VISITA-DATA   TO WS-BFV-SK-DATA.
           MOVE VISITA-CODCLI TO WS-BFV-CODCLI.
           MOVE VISITA-DATA   TO WS-BFV-DATA.
           MOVE VISITA-HORA   TO WS-BFV-HORA.
           MOVE WS-BFV-LINHA  TO BISAIDA-LINHA.
           PERFORM 23-gravar-linha.
           MOVE VISITA-DATA   TO WS-DATA-FATO.
           PERFORM 24-registrar-data.
       083-emitir-visita-exit.
           EXIT.

       09-fato-fatura section.
           MOVE "BI_FATO_FATURA" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 09-fato-fatura-exit
           END-IF.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO FAT-CHAVE
               START ARQ-FATURA KEY IS NOT LESS THAN FAT-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               IF WS-FIM-LEITURA = 0 THEN
                   READ ARQ-FATURA NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-LEITURA
                   END-READ
                   PERFORM 091-linha-fatura
                     UNTIL WS-FIM-LEITURA = 1
               END-IF
           END-IF.
           PERFORM 22-fechar-saida.
       09-fato-fatura-exit.
           EXIT.

      *    O FATURAMENTO E MENSAL: A JANELA INCREMENTAL OLHA A DATA DE
      *    CARGA, QUE MUDA QUANDO O ERP REENVIA UM MES JA FECHADO.
       091-linha-fatura section.
           IF FAT-DATA-CARGA >= WS-DATA-JANELA THEN
               MOVE "CLI"      TO WS-SK-DIMENSAO
               MOVE FAT-CODCLI TO WS-SK-NATURAL
               PERFORM 20-obter-sk
               MOVE FAT-ANOMES     TO WS-DATA-FATO(1:6)
               MOVE "01"           TO WS-DATA-FATO(7:2)
               MOVE WS-DATA-FATO   TO WS-BFF-SK-DATA
               MOVE WS-SK-VALOR    TO WS-BFF-SK-CLIENTE
               MOVE FAT-CODCLI     TO WS-BFF-CODCLI
               MOVE FAT-ANOMES     TO WS-BFF-ANOMES
               MOVE FAT-VALOR      TO WS-BFF-VALOR
               MOVE FAT-DATA-CARGA TO WS-BFF-DATA-CARGA
               MOVE WS-BFF-LINHA   TO BISAIDA-LINHA
               PERFORM 23-gravar-linha
               PERFORM 24-registrar-data
           END-IF.
           READ ARQ-FATURA NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END MOVE 0 TO WS-FIM-LEITURA
           END-READ.
       091-linha-fatura-exit.
           EXIT.

       10-fato-atribuicao section.
           MOVE "BI_FATO_ATRIB" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 10-fato-atribuicao-exit
           END-IF.
           IF WS-HISTD-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO HISTD-CHAVE
               START ARQ-HISTDIST KEY IS NOT LESS THAN HISTD-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               IF WS-FIM-LEITURA = 0 THEN
                   READ ARQ-HISTDIST NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-LEITURA
                   END-READ
                   PERFORM 101-atribuicao-corrente
                     UNTIL WS-FIM-LEITURA = 1
               END-IF
               IF WS-CARGA-COMPLETA THEN
                   MOVE WS-DATA-HOJE(1:4) TO WS-ANO-SEGMENTO
                   ADD 1 TO WS-ANO-SEGMENTO
                   MOVE 0 TO WS-ANOS-VARRIDOS
                   PERFORM 102-segmento-atribuicao
                     UNTIL WS-ANOS-VARRIDOS > 10
               END-IF
           END-IF.
           PERFORM 22-fechar-saida.
       10-fato-atribuicao-exit.
           EXIT.

       101-atribuicao-corrente section.
           IF HISTD-DATA >= WS-DATA-JANELA THEN
               PERFORM 103-emitir-atribuicao
           END-IF.
           READ ARQ-HISTDIST NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END MOVE 0 TO WS-FIM-LEITURA
           END-READ.
       101-atribuicao-corrente-exit.
           EXIT.

       102-segmento-atribuicao section.
           SUBTRACT 1 FROM WS-ANO-SEGMENTO.
           ADD 1 TO WS-ANOS-VARRIDOS.
           MOVE SPACES TO WID-ARQ-BISEG.
           STRING WID-ARQ-HISTDIST DELIMITED BY SPACE
                  "_"              DELIMITED BY SIZE
                  WS-ANO-SEGMENTO  DELIMITED BY SIZE
             INTO WID-ARQ-BISEG.
           OPEN INPUT ARQ-BISEG.
           IF WS-RST-ACESS-BISEG NOT = 0 THEN
               GO TO 102-segmento-atribuicao-exit
           END-IF.
           MOVE 0 TO WS-FIM-BISEG.
           READ ARQ-BISEG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-BISEG
           END-READ.
           PERFORM 1021-atribuicao-segmento
             UNTIL WS-FIM-BISEG = 1.
           CLOSE ARQ-BISEG.
       102-segmento-atribuicao-exit.
           EXIT.

       1021-atribuicao-segmento section.
           MOVE BISEG-LINHA TO HISTD-REGISTRO.
           PERFORM 103-emitir-atribuicao.
           READ ARQ-BISEG NEXT RECORD
             AT END MOVE 1 TO WS-FIM-BISEG
             NOT AT END MOVE 0 TO WS-FIM-BISEG
           END-READ.
       1021-atribuicao-segmento-exit.
           EXIT.

       103-emitir-atribuicao section.
           MOVE "CLI"        TO WS-SK-DIMENSAO.
           MOVE HISTD-CODCLI TO WS-SK-NATURAL.
           PERFORM 20-obter-sk.
           MOVE WS-SK-VALOR  TO WS-BFA-SK-CLIENTE.
           MOVE 0 TO WS-BFA-SK-VND-ANT.
           IF HISTD-CODVND-ANT > 0 THEN
               MOVE "VND"            TO WS-SK-DIMENSAO
               MOVE HISTD-CODVND-ANT TO WS-SK-NATURAL
               PERFORM 20-obter-sk
               MOVE WS-SK-VALOR      TO WS-BFA-SK-VND-ANT
           END-IF.
           MOVE 0 TO WS-BFA-SK-VND-NOVO.
           IF HISTD-CODVND-NOVO > 0 THEN
               MOVE "VND"             TO WS-SK-DIMENSAO
               MOVE HISTD-CODVND-NOVO TO WS-SK-NATURAL
               PERFORM 20-obter-sk
               MOVE WS-SK-VALOR       TO WS-BFA-SK-VND-NOVO
           END-IF.
           MOVE HISTD-DATA      TO WS-BFA-SK-DATA.
           MOVE HISTD-CODCLI    TO WS-BFA-CODCLI.
           MOVE HISTD-DATA      TO WS-BFA-DATA.
           MOVE HISTD-HORA      TO WS-BFA-HORA.
           MOVE HISTD-DISTANCIA TO WS-BFA-DISTANCIA.
           MOVE HISTD-OPERADOR  TO WS-BFA-OPERADOR.
           MOVE WS-BFA-LINHA    TO BISAIDA-LINHA.
           PERFORM 23-gravar-linha.
           MOVE HISTD-DATA      TO WS-DATA-FATO.
           PERFORM 24-registrar-data.
       103-emitir-atribuicao-exit.
           EXIT.

       11-fato-km section.
           MOVE "BI_FATO_KM" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 11-fato-km-exit
           END-IF.
           IF WS-KMLEDGER-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO KML-CHAVE
               START ARQ-KMLEDGER KEY IS NOT LESS THAN KML-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               IF WS-FIM-LEITURA = 0 THEN
                   READ ARQ-KMLEDGER NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-LEITURA
                   END-READ
                   PERFORM 111-linha-km
                     UNTIL WS-FIM-LEITURA = 1
               END-IF
           END-IF.
           PERFORM 22-fechar-saida.
       11-fato-km-exit.
           EXIT.

       111-linha-km section.
           IF KML-DATA >= WS-DATA-JANELA THEN
               MOVE "VND"      TO WS-SK-DIMENSAO
               MOVE KML-CODVND TO WS-SK-NATURAL
               PERFORM 20-obter-sk
               MOVE KML-DATA     TO WS-BFK-SK-DATA
               MOVE WS-SK-VALOR  TO WS-BFK-SK-VENDEDOR
               MOVE KML-CODVND   TO WS-BFK-CODVND
               MOVE KML-DATA     TO WS-BFK-DATA
               MOVE KML-TIPO     TO WS-BFK-TIPO
               MOVE KML-KM       TO WS-BFK-KM
               MOVE WS-BFK-LINHA TO BISAIDA-LINHA
               PERFORM 23-gravar-linha
               MOVE KML-DATA     TO WS-DATA-FATO
               PERFORM 24-registrar-data
           END-IF.
           READ ARQ-KMLEDGER NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END MOVE 0 TO WS-FIM-LEITURA
           END-READ.
       111-linha-km-exit.
           EXIT.

       12-fato-vndstat section.
           MOVE "BI_FATO_VNDSTAT" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 12-fato-vndstat-exit
           END-IF.
           IF WS-VNDSTAT-DISPONIVEL = "S" THEN
               MOVE 0 TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO VST-CHAVE
               START ARQ-VNDSTAT KEY IS NOT LESS THAN VST-CHAVE
                 INVALID KEY MOVE 1 TO WS-FIM-LEITURA
               END-START
               IF WS-FIM-LEITURA = 0 THEN
                   READ ARQ-VNDSTAT NEXT RECORD
                     AT END MOVE 1 TO WS-FIM-LEITURA
                   END-READ
                   PERFORM 121-linha-vndstat
                     UNTIL WS-FIM-LEITURA = 1
               END-IF
           END-IF.
           PERFORM 22-fechar-saida.
       12-fato-vndstat-exit.
           EXIT.

      *    A LINHA DO MES CORRENTE E REGRAVADA TODA NOITE PELO
      *    GERAR_VNDSTAT E VOLTA NO EXTRATO PELA DATA DE GERACAO.
       121-linha-vndstat section.
           IF VST-DATA-GERACAO >= WS-DATA-JANELA THEN
               MOVE "VND"      TO WS-SK-DIMENSAO
               MOVE VST-CODVND TO WS-SK-NATURAL
               PERFORM 20-obter-sk
               MOVE VST-ANOMES         TO WS-DATA-FATO(1:6)
               MOVE "01"               TO WS-DATA-FATO(7:2)
               MOVE WS-DATA-FATO       TO WS-BFS-SK-DATA
               MOVE WS-SK-VALOR        TO WS-BFS-SK-VENDEDOR
               MOVE VST-CODVND         TO WS-BFS-CODVND
               MOVE VST-ANOMES         TO WS-BFS-ANOMES
               MOVE VST-QTDE-CLIENTES  TO WS-BFS-CLIENTES
               MOVE VST-QTDE-VISITAS   TO WS-BFS-VISITAS
               MOVE VST-QTDE-EFETIVAS  TO WS-BFS-EFETIVAS
               MOVE VST-DIST-MEDIA     TO WS-BFS-DIST-MEDIA
               MOVE VST-MOVIMENTOS-IN  TO WS-BFS-MOV-IN
               MOVE VST-MOVIMENTOS-OUT TO WS-BFS-MOV-OUT
               MOVE VST-DATA-GERACAO   TO WS-BFS-DATA-GERACAO
               MOVE WS-BFS-LINHA       TO BISAIDA-LINHA
               PERFORM 23-gravar-linha
               PERFORM 24-registrar-data
           END-IF.
           READ ARQ-VNDSTAT NEXT RECORD
             AT END MOVE 1 TO WS-FIM-LEITURA
             NOT AT END MOVE 0 TO WS-FIM-LEITURA
           END-READ.
       121-linha-vndstat-exit.
           EXIT.

      *    DIMENSAO DE DATAS: DA MENOR DATA ENTRE OS FATOS DA RODADA
      *    E O INICIO DA JANELA ATE A MAIOR ENTRE OS FATOS E HOJE.
       13-dim-data section.
           MOVE "BI_DIM_DATA" TO WS-NAE-BASE.
           PERFORM 21-abrir-saida.
           IF WS-SAIDA-ABERTA = "N" THEN
               GO TO 13-dim-data-exit
           END-IF.
           IF WS-DATA-JANELA > 0
           AND (WS-DATA-MINIMA = 0
                OR WS-DATA-JANELA < WS-DATA-MINIMA) THEN
               MOVE WS-DATA-JANELA TO WS-DATA-MINIMA
           END-IF.
           IF WS-DATA-MINIMA = 0
           OR WS-DATA-MINIMA > WS-DATA-HOJE THEN
               MOVE WS-DATA-HOJE TO WS-DATA-MINIMA
           END-IF.
           IF WS-DATA-MAXIMA < WS-DATA-HOJE THEN
               MOVE WS-DATA-HOJE TO WS-DATA-MAXIMA
           END-IF.
           COMPUTE WS-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-MINIMA).
           COMPUTE WS-INT-FIM =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-MAXIMA).
           PERFORM 131-linha-data
             VARYING WS-INT-DATA FROM WS-INT-INICIO BY 1
               UNTIL WS-INT-DATA > WS-INT-FIM.
           PERFORM 22-fechar-saida.
       13-dim-data-exit.
           EXIT.

      *    O DIA 1 DA CONTAGEM (01/01/1601) FOI UMA SEGUNDA-FEIRA.
       131-linha-data section.
           COMPUTE WS-DATA-DIM = FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
           MOVE WS-DATA-DIM    TO WS-BDD-DATA.
           MOVE WS-BDD-DT-ANO  TO WS-BDD-ANO.
           MOVE WS-BDD-DT-MES  TO WS-BDD-MES.
           MOVE WS-BDD-DT-DIA  TO WS-BDD-DIA.
           COMPUTE WS-BDD-TRIMESTRE = (WS-BDD-DT-MES + 2) / 3.
           DIVIDE 7 INTO WS-INT-DATA GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = 0 THEN
               MOVE 7 TO WS-BDD-DIA-SEMANA
           ELSE
               MOVE WS-RESTO TO WS-BDD-DIA-SEMANA
           END-IF.
           MOVE WS-DATA-DIM(1:6) TO WS-BDD-ANOMES.
           MOVE WS-BDD-LINHA   TO BISAIDA-LINHA.
           PERFORM 23-gravar-linha.
       131-linha-data-exit.
           EXIT.

       14-gravar-manifesto section.
           MOVE "BI_MANIFESTO" TO WS-NAE-BASE.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-BISAIDA.
           OPEN OUTPUT ARQ-BISAIDA.
           IF WS-RST-ACESS-BISAIDA NOT = 0 THEN
               DISPLAY "EXPORTA_BI: erro na gravacao de "
                       WID-ARQ-BISAIDA
               MOVE 8 TO WS-RC-BATCH
               GO TO 14-gravar-manifesto-exit
           END-IF.
           MOVE WS-DATA-HOJE   TO WS-BMH-DATA.
           MOVE WS-HORA-AGORA  TO WS-BMH-HORA.
           MOVE WS-MODO-CARGA  TO WS-BMH-MODO.
           MOVE WS-DATA-JANELA TO WS-BMH-JANELA.
           MOVE WS-BMH-LINHA   TO BISAIDA-LINHA.
           WRITE BISAIDA-LINHA.
           PERFORM 141-linha-manifesto
             VARYING WS-MAN-IDX FROM 1 BY 1
               UNTIL WS-MAN-IDX > WS-MAN-QTD-ARQ.
           MOVE WS-MAN-QTD-ARQ TO WS-BMT-ARQUIVOS.
           MOVE WS-QTD-TOTAL   TO WS-BMT-QTDE.
           MOVE WS-BMT-LINHA   TO BISAIDA-LINHA.
           WRITE BISAIDA-LINHA.
           CLOSE ARQ-BISAIDA.
       14-gravar-manifesto-exit.
           EXIT.

       141-linha-manifesto section.
           MOVE WS-MAN-NOME(WS-MAN-IDX) TO WS-BMD-ARQUIVO.
           MOVE WS-MAN-QTDE(WS-MAN-IDX) TO WS-BMD-QTDE.
           MOVE WS-BMD-LINHA TO BISAIDA-LINHA.
           WRITE BISAIDA-LINHA.
       141-linha-manifesto-exit.
           EXIT.

      *    SO UM EXTRATO CONCLUIDO AVANCA A JANELA; COM ERRO A
      *    PROXIMA RODADA REPETE A MESMA JANELA.
       15-atualizar-controle section.
           MOVE "CTL"     TO BIK-DIMENSAO.
           MOVE "EXTRATO" TO BIK-NATURAL.
           READ ARQ-BIKEY KEY IS BIK-CHAVE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-BIKEY = 00 THEN
               MOVE WS-DATA-HOJE TO BIK-DATA-ENVIO
               REWRITE BIK-REGISTRO
                   INVALID KEY MOVE 8 TO WS-RC-BATCH
               END-REWRITE
           ELSE
               MOVE SPACES       TO BIK-REGISTRO
               MOVE "CTL"        TO BIK-DIMENSAO
               MOVE "EXTRATO"    TO BIK-NATURAL
               MOVE 0            TO BIK-SK
               MOVE 0            TO BIK-VERSAO
               MOVE WS-DATA-HOJE TO BIK-DATA-CRIACAO
               MOVE WS-DATA-HOJE TO BIK-DATA-ENVIO
               WRITE BIK-REGISTRO
                   INVALID KEY MOVE 8 TO WS-RC-BATCH
               END-WRITE
           END-IF.
           IF WS-RC-BATCH >= 8 THEN
               DISPLAY "EXPORTA_BI: erro na gravacao do controle"
           END-IF.
       15-atualizar-controle-exit.
           EXIT.

       16-fechar-arquivos section.
           CLOSE ARQ-CLIENTE ARQ-VENDEDOR ARQ-BIKEY.
           IF WS-EQUIPE-DISPONIVEL = "S" THEN
               CLOSE ARQ-EQUIPE
           END-IF.
           IF WS-REGIAO-DISPONIVEL = "S" THEN
               CLOSE ARQ-REGIAO
           END-IF.
           IF WS-PERIOD-DISPONIVEL = "S" THEN
               CLOSE ARQ-PERIOD
           END-IF.
           IF WS-RESVIS-DISPONIVEL = "S" THEN
               CLOSE ARQ-RESVIS
           END-IF.
           IF WS-CLIPER-DISPONIVEL = "S" THEN
               CLOSE ARQ-CLIPER
           END-IF.
           IF WS-VISITA-DISPONIVEL = "S" THEN
               CLOSE ARQ-VISITA
           END-IF.
           IF WS-FATURA-DISPONIVEL = "S" THEN
               CLOSE ARQ-FATURA
           END-IF.
           IF WS-HISTD-DISPONIVEL = "S" THEN
               CLOSE ARQ-HISTDIST
           END-IF.
           IF WS-KMLEDGER-DISPONIVEL = "S" THEN
               CLOSE ARQ-KMLEDGER
           END-IF.
           IF WS-VNDSTAT-DISPONIVEL = "S" THEN
               CLOSE ARQ-VNDSTAT
           END-IF.
       16-fechar-arquivos-exit.
           EXIT.

      *    CHAVE SUBSTITUTA DE (WS-SK-DIMENSAO, WS-SK-NATURAL): A JA
      *    EXISTENTE OU UMA NOVA, TIRADA DO CONTADOR CTL/SEQ. AO SAIR,
      *    BIK-REGISTRO E O DO MEMBRO PEDIDO.
       20-obter-sk section.
           MOVE WS-SK-DIMENSAO TO BIK-DIMENSAO.
           MOVE WS-SK-NATURAL  TO BIK-NATURAL.
           READ ARQ-BIKEY KEY IS BIK-CHAVE
               INVALID KEY MOVE "S" TO WS-SK-NOVA
               NOT INVALID KEY MOVE "N" TO WS-SK-NOVA
           END-READ.
           IF WS-SK-NOVA = "N" THEN
               MOVE BIK-SK     TO WS-SK-VALOR
               MOVE BIK-VERSAO TO WS-SK-VERSAO-ANT
               GO TO 20-obter-sk-exit
           END-IF.

           MOVE "CTL" TO BIK-DIMENSAO.
           MOVE "SEQ" TO BIK-NATURAL.
           READ ARQ-BIKEY KEY IS BIK-CHAVE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-RST-ACESS-BIKEY = 00 THEN
               ADD 1 TO BIK-SK
               REWRITE BIK-REGISTRO
                   INVALID KEY MOVE 8 TO WS-RC-BATCH
               END-REWRITE
           ELSE
               MOVE SPACES       TO BIK-REGISTRO
               MOVE "CTL"        TO BIK-DIMENSAO
               MOVE "SEQ"        TO BIK-NATURAL
               MOVE 1            TO BIK-SK
               MOVE 0            TO BIK-VERSAO
               MOVE WS-DATA-HOJE TO BIK-DATA-CRIACAO
               MOVE 0            TO BIK-DATA-ENVIO
               WRITE BIK-REGISTRO
                   INVALID KEY MOVE 8 TO WS-RC-BATCH
               END-WRITE
           END-IF.
           MOVE BIK-SK TO WS-SK-VALOR.

           MOVE SPACES         TO BIK-REGISTRO.
           MOVE WS-SK-DIMENSAO TO BIK-DIMENSAO.
           MOVE WS-SK-NATURAL  TO BIK-NATURAL.
           MOVE WS-SK-VALOR    TO BIK-SK.
           MOVE 0              TO BIK-VERSAO.
           MOVE WS-DATA-HOJE   TO BIK-DATA-CRIACAO.
           MOVE 0              TO BIK-DATA-ENVIO.
           WRITE BIK-REGISTRO
               INVALID KEY MOVE 8 TO WS-RC-BATCH
           END-WRITE.
           MOVE 0 TO WS-SK-VERSAO-ANT.
           IF WS-RC-BATCH >= 8 THEN
               DISPLAY "EXPORTA_BI: erro no mapa de chaves "
                       WS-SK-DIMENSAO " " WS-SK-NATURAL
           END-IF.
       20-obter-sk-exit.
           EXIT.

       21-abrir-saida section.
           CALL 'NOME_ARQ_EMPRESA' USING WS-NOME-ARQ-EMPRESA.
           MOVE WS-NAE-NOME TO WID-ARQ-BISAIDA.
           MOVE 0 TO WS-QTD-LINHAS-ARQ.
           OPEN OUTPUT ARQ-BISAIDA.
           IF WS-RST-ACESS-BISAIDA = 0 THEN
               MOVE "S" TO WS-SAIDA-ABERTA
           ELSE
               MOVE "N" TO WS-SAIDA-ABERTA
               DISPLAY "EXPORTA_BI: erro na gravacao de "
                       WID-ARQ-BISAIDA
               MOVE 8 TO WS-RC-BATCH
           END-IF.
       21-abrir-saida-exit.
           EXIT.

       22-fechar-saida section.
           CLOSE ARQ-BISAIDA.
           MOVE "N" TO WS-SAIDA-ABERTA.
           ADD 1 TO WS-MAN-QTD-ARQ.
           MOVE WID-ARQ-BISAIDA   TO WS-MAN-NOME(WS-MAN-QTD-ARQ).
           MOVE WS-QTD-LINHAS-ARQ TO WS-MAN-QTDE(WS-MAN-QTD-ARQ).
       22-fechar-saida-exit.
           EXIT.

       23-gravar-linha section.
           WRITE BISAIDA-LINHA.
           ADD 1 TO WS-QTD-LINHAS-ARQ.
           ADD 1 TO WS-QTD-TOTAL.
       23-gravar-linha-exit.
           EXIT.

      *    FAIXA DE DATAS DOS FATOS DA RODADA, PARA A DIMENSAO DE
      *    DATAS. DATAS INVALIDAS FICAM DE FORA DA FAIXA.
       24-registrar-data section.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-FATO) NOT = 0 THEN
               GO TO 24-registrar-data-exit
           END-IF.
           IF WS-DATA-MINIMA = 0
           OR WS-DATA-FATO < WS-DATA-MINIMA THEN
               MOVE WS-DATA-FATO TO WS-DATA-MINIMA
           END-IF.
           IF WS-DATA-FATO > WS-DATA-MAXIMA THEN
               MOVE WS-DATA-FATO TO WS-DATA-MAXIMA
           END-IF.
       24-registrar-data-exit.
           EXIT.

      *    A EMPRESA CORRENTE E A DE TREINO (PARAMETRO CENTRAL
      *    EMPRESA_TREINO)?
       25-testar-empresa-treino section.
           MOVE "N" TO WS-EMPRESA-E-TREINO.
           MOVE "EMPRESA_TREINO" TO WS-TRN-CHAVE.
           CALL 'LE_PARAMETRO' USING WS-PARAMETRO-TREINO.
           IF WS-TRN-ACHOU = "S" THEN
               ACCEPT WS-EMPRESA-ATUAL
                   FROM ENVIRONMENT "EMPRESA_CODIGO"
               IF WS-EMPRESA-ATUAL IS NOT NUMERIC
               OR WS-EMPRESA-ATUAL = "00" THEN
                   MOVE "01" TO WS-EMPRESA-ATUAL
               END-IF
               IF WS-TRN-VALOR(1:2) = WS-EMPRESA-ATUAL THEN
                   MOVE "S" TO WS-EMPRESA-E-TREINO
               END-IF
           END-IF.
       25-testar-empresa-treino-exit.
           EXIT.
