       FD  ARQ-NPS
           LABEL RECORD IS STANDARD.
       01  NPS-REGISTRO.
           05 NPS-CHAVE.
              10 NPS-CODCLI                 PIC 9(07).
              10 NPS-DATA                   PIC 9(08).
              10 NPS-HORA                   PIC 9(06).
           05 NPS-NOTA                      PIC 9(02).
               88 NPS-PROMOTOR              VALUE 9 THRU 10.
               88 NPS-NEUTRO                VALUE 7 THRU 8.
               88 NPS-DETRATOR              VALUE 0 THRU 6.
               88 NPS-NOTA-VALIDA           VALUE 0 THRU 10.
           05 NPS-MOTIVO                    PIC X(02).
               88 NPS-MOTIVO-ATENDIMENTO    VALUE "AT".
               88 NPS-MOTIVO-PRECO          VALUE "PR".
               88 NPS-MOTIVO-ENTREGA        VALUE "EN".
               88 NPS-MOTIVO-PRODUTO        VALUE "PD".
               88 NPS-MOTIVO-OUTROS         VALUE "OU".
               88 NPS-MOTIVO-VALIDO         VALUE "AT" "PR" "EN" "PD"
                                                  "OU".
           05 NPS-COMENTARIO                PIC X(60).
           05 NPS-ORIGEM                    PIC X(01).
               88 NPS-ORIGEM-VISITA         VALUE "V".
               88 NPS-ORIGEM-TELEFONE       VALUE "T".
               88 NPS-ORIGEM-VALIDA         VALUE "V" "T".
      *    VENDEDOR, EQUIPE E REGIAO DO CLIENTE NA DATA DA PESQUISA,
      *    PARA O RELATORIO NAO MUDAR COM AS TRANSFERENCIAS.
           05 NPS-CODVND                    PIC 9(05).
           05 NPS-EQUIPE                    PIC 9(03).
           05 NPS-REGIAO                    PIC 9(03).
           05 NPS-OPERADOR                  PIC X(10).
           05 FILLER                        PIC X(20).
