       FD  ARQ-BIKEY
           LABEL RECORD IS STANDARD.
       01  BIK-REGISTRO.
      *    MAPA DE CHAVES SUBSTITUTAS DO EXTRATO ANALITICO: UMA LINHA
      *    POR MEMBRO DE DIMENSAO (CLI, VND, EQP, REG, PER, RES) COM
      *    A CHAVE NATURAL ALINHADA A ESQUERDA. A CHAVE SUBSTITUTA
      *    NUNCA MUDA DEPOIS DE CRIADA, NEM NUMA RECARGA COMPLETA.
      *    REGISTROS DE CONTROLE (DIMENSAO "CTL"):
      *      SEQ     - BIK-SK GUARDA A ULTIMA CHAVE SUBSTITUTA USADA;
      *      EXTRATO - BIK-DATA-ENVIO GUARDA A DATA DO ULTIMO
      *                EXTRATO CONCLUIDO (INICIO DA JANELA SEGUINTE).
           05 BIK-CHAVE.
              10 BIK-DIMENSAO               PIC X(03).
              10 BIK-NATURAL                PIC X(12).
           05 BIK-SK                        PIC 9(09).
      *    VERSAO DO CADASTRO NO ULTIMO ENVIO (CLIENTE E VENDEDOR).
           05 BIK-VERSAO                    PIC 9(09).
           05 BIK-DATA-CRIACAO              PIC 9(08).
           05 BIK-DATA-ENVIO                PIC 9(08).
           05 FILLER                        PIC X(20).
