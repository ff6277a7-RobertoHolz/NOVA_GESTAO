       FD  ARQ-IMPCMP
           LABEL RECORD IS STANDARD.
      *    LISTA DE CLIENTES ALVO DE UMA CAMPANHA: UM CODIGO DE
      *    CLIENTE POR LINHA, NAS SETE PRIMEIRAS POSICOES.
       01  IMPCMP-REGISTRO.
           05 IMPCMP-CODCLI                 PIC 9(07).
           05 FILLER                        PIC X(73).
