      *      DISTRIB_MOV_PCT - % DE CLIENTES MOVIDOS PELA DISTRIBUICAO
      *      IMPORT_REJ      - REGISTROS REJEITADOS NUMA IMPORTACAO
      *      VND_CAPAC       - VENDEDORES NO LIMITE DE CAPACIDADE
      *      CAMPO_PLAUSIB   - PONTOS DE VISITAS SUSPEITAS DE UM
      *                        VENDEDOR NO MES (SEVERIDADE ALTA)
      *      CAPAC_CONTADOR  - CONTADORES DE CODIGO NA MARGEM DO TETO
      *                        (MONITOR DE CAPACIDADE)
      *      VND_DOC_VENCIDO - DIAS DE VENCIDO DE UM DOCUMENTO DE
      *                        REPRESENTANTE (UM ALERTA POR VENCIMENTO)
       environment division.
       configuration section.
       input-output section.
