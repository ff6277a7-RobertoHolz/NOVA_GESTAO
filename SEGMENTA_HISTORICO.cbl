         copy 'fd-arq-audit.cpy'.
       FD  ARQ-SEGMENTO
           LABEL RECORD IS STANDARD.
       01  SEGMENTO-LINHA                   PIC X(453).
       FD  ARQ-AUDIT-TMP
           LABEL RECORD IS STANDARD.
       01  AUDTMP-LINHA                     PIC X(453).

       working-storage section.
           01 WS-NOME-ARQ-EMPRESA.
      *    SAO COPIADOS PARA UM ARQUIVO DE TRABALHO QUE DEPOIS TOMA O
      *    LUGAR DO ORIGINAL (MESMA TECNICA DE RENOMEACAO DA CAIXA DE
      *    ENTRADA DA INTERFACE).
      *    A IMAGEM INTEGRAL PRESERVA A SEQUENCIA E O VERIFICADOR DE
      *    CADA LINHA: A CADEIA SEGUE DO SEGMENTO DO ANO MAIS ANTIGO
      *    ATE O DIARIO VIVO E E CONFERIDA PELO VERIFICA_AUDITORIA.
       05-segmentar-audit section.
           MOVE "ARQ_AUDIT" TO WID-ARQ-AUDIT.
           MOVE "ARQ_AUDIT" TO WS-BASE-SEGMENTO.
