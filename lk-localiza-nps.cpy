       01  WL-LINK-LOCALIZA-NPS.
      *    L = DEVOLVE A ULTIMA PESQUISA DE SATISFACAO DO CLIENTE
      *        (DATA, NOTA E MOTIVO) E SE ELE ESTA DEVIDO PARA NOVA
      *        PESQUISA EM WL-NPS-DATA-REF (SEM PESQUISA, OU A ULTIMA
      *        HA NPS_MESES_PESQUISA MESES OU MAIS);
      *    R = FECHA O ARQUIVO. CHAMAR AO FINAL DO USO.
           05 WL-NPS-FUNCAO                 PIC X(01).
           05 WL-NPS-CODCLI                 PIC 9(07).
           05 WL-NPS-DATA-REF               PIC 9(08).
           05 WL-NPS-DATA-ULT               PIC 9(08).
           05 WL-NPS-NOTA-ULT               PIC 9(02).
           05 WL-NPS-MOTIVO-ULT             PIC X(02).
           05 WL-NPS-MESES                  PIC 9(02).
           05 WL-NPS-DEVIDO                 PIC X(01).
              88 WL-NPS-PESQUISA-DEVIDA     VALUE "S".
              88 WL-NPS-PESQUISA-EM-DIA     VALUE "N".
           05 WL-NPS-DETRATOR               PIC X(01).
              88 WL-NPS-ULT-DETRATOR        VALUE "S".
