      *    TOTAIS DE CONTROLE DOS PASSOS EM LOTE (UMA LINHA POR
      *    EXECUCAO DE PASSO PARTICIPANTE), PARA O BALANCEAMENTO
      *    ENTRE PASSOS CONSECUTIVOS DO JOB NOTURNO.
      *      ENT  = CADASTRO DE CLIENTES COMO O PASSO O RECEBEU
      *             (TIPO T=LIDO INTEIRO, P=PARCIAL, N=NAO LIDO)
      *      SAI  = CADASTRO DE CLIENTES COMO O PASSO O ENTREGOU
      *      HASH = SOMA DOS CODIGOS DE CLIENTE / DOS VALORES DE
      *             FATURAMENTO DOS REGISTROS GRAVADOS PELO PASSO
      *      CONF-INTERNA S = LIDOS DEVE SER GRAVADOS + REJEITADOS
       FD  ARQ-BALANCO
           LABEL RECORD IS STANDARD.
       01  BAL-REGISTRO.
           05 BAL-DATA                      PIC 9(08).
           05 BAL-HORA                      PIC 9(06).
           05 BAL-PROGRAMA                  PIC X(20).
           05 BAL-ENT-TIPO                  PIC X(01).
           05 BAL-ENT-QTD                   PIC 9(09).
           05 BAL-ENT-HASH                  PIC 9(15).
           05 BAL-QTD-LIDOS                 PIC 9(09).
           05 BAL-QTD-GRAVADOS              PIC 9(09).
           05 BAL-QTD-REJEITADOS            PIC 9(09).
           05 BAL-CONF-INTERNA              PIC X(01).
           05 BAL-HASH-CLI                  PIC 9(15).
           05 BAL-HASH-VALOR                PIC 9(15)V9(02).
           05 BAL-SAI-QTD                   PIC 9(09).
           05 BAL-SAI-HASH                  PIC 9(15).
