      *    CENARIO DE REDESENHO DE TERRITORIOS (SIMULA_TERRITORIO).
      *    UM REGISTRO "H" DE CABECALHO, UM "T" POR TERRITORIO PROPOSTO
      *    E UM "C" POR CLIENTE ATIVO ALOCADO (TERRITORIO ZERO = NAO
      *    COUBE EM NENHUM TERRITORIO PELOS LIMITES DE CAPACIDADE).
       FD  ARQ-CENARIO
           LABEL RECORD IS STANDARD.
       01  CEN-REGISTRO.
           05 CEN-TIPO-REG                  PIC X(01).
               88 CEN-CABECALHO             VALUE "H".
               88 CEN-TERRITORIO            VALUE "T".
               88 CEN-CLIENTE               VALUE "C".
           05 CEN-DATA                      PIC 9(08).
           05 CEN-HORA                      PIC 9(06).
           05 CEN-OPERADOR                  PIC X(10).
           05 CEN-QTD-TERRITORIOS           PIC 9(03).
           05 CEN-QTD-FIXOS                 PIC 9(03).
           05 CEN-LIMITE-CLIENTES           PIC 9(07).
           05 CEN-QTD-CLIENTES              PIC 9(07).
           05 CEN-QTD-SEM-TERRITORIO        PIC 9(07).
           05 CEN-QTD-ITERACOES             PIC 9(03).
           05 FILLER                        PIC X(65).
       01  CEN-REGISTRO-TERRITORIO REDEFINES CEN-REGISTRO.
           05 CEN-TER-TIPO-REG              PIC X(01).
           05 CEN-TER-NUMERO                PIC 9(03).
           05 CEN-TER-CODVND-FIXO           PIC 9(05).
           05 CEN-TER-LATITUDE              PIC S9(03)V9(08).
           05 CEN-TER-LONGITUDE             PIC S9(03)V9(08).
           05 CEN-TER-CEP                   PIC 9(08).
           05 CEN-TER-LOCALIDADE            PIC X(30).
           05 CEN-TER-QTD-CLIENTES          PIC 9(07).
           05 CEN-TER-DIST-MEDIA            PIC 9(08)V9(03).
           05 CEN-TER-DIST-MAXIMA           PIC 9(08)V9(03).
           05 CEN-TER-FATURAMENTO           PIC 9(13)V9(02).
           05 FILLER                        PIC X(07).
       01  CEN-REGISTRO-CLIENTE REDEFINES CEN-REGISTRO.
           05 CEN-CLI-TIPO-REG              PIC X(01).
           05 CEN-CLI-TERRITORIO            PIC 9(03).
           05 CEN-CLI-CODIGO                PIC 9(07).
           05 CEN-CLI-CODVND-ATUAL          PIC 9(05).
           05 CEN-CLI-DISTANCIA             PIC 9(08)V9(03).
           05 CEN-CLI-DIST-ATUAL            PIC 9(08)V9(03).
           05 FILLER                        PIC X(82).
