       FD  ARQ-VNDDOC
           LABEL RECORD IS STANDARD.
      *    DOCUMENTOS DO REPRESENTANTE: CONTRATO DE REPRESENTACAO,
      *    REGISTRO NO CONSELHO (CORE) E OUTROS. UM REGISTRO POR
      *    VENDEDOR E TIPO, COM O DOCUMENTO VIGENTE; NA RENOVACAO O
      *    REGISTRO E ALTERADO. VALIDADE ZERADA = SEM VENCIMENTO.
      *    CONTRATO VENCIDO IMPEDE QUE O VENDEDOR RECEBA CLIENTE
      *    NOVO (CALC_DISTRIBUICAO, BALANCEIA_CARGA E
      *    TRANSFERE_CLIENTE). VDC-DATA-ALERTA GUARDA A VALIDADE JA
      *    AVISADA, PARA O ALERTA DE VENCIMENTO SAIR UMA SO VEZ.
       01  VDC-REGISTRO.
           05 VDC-CHAVE.
              10 VDC-CODVND                 PIC 9(05).
              10 VDC-TIPO                   PIC X(01).
                 88 VDC-TIPO-CONTRATO       VALUE "C".
                 88 VDC-TIPO-REGISTRO       VALUE "R".
                 88 VDC-TIPO-OUTRO          VALUE "O".
                 88 VDC-TIPO-VALIDO         VALUE "C" "R" "O".
           05 VDC-NUMERO                    PIC X(20).
           05 VDC-DATA-EMISSAO              PIC 9(08).
           05 VDC-DATA-VALIDADE             PIC 9(08).
           05 VDC-CLAUSULA-COMISSAO         PIC X(20).
           05 VDC-DATA-ALERTA               PIC 9(08).
           05 VDC-OPERADOR                  PIC X(10).
           05 VDC-DATA-ALTERACAO            PIC 9(08).
