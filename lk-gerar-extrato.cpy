       01  WL-LINK-GERAR-EXTRATO.
      *    MESMO FORMATO DO BLOCO DE PARAMETROS DO SPOOL E DA FILA:
      *    NOME DO ARQUIVO NAS PRIMEIRAS 22 POSICOES. O OPERADOR E
      *    QUEM RODA O EXTRATO - O PERFIL DELE DECIDE SE OS CAMPOS
      *    RESTRITOS A SUPERVISORES SAEM PREENCHIDOS.
           05 WL-NMARQUIVO                  PIC X(22).
           05 WL-EXT-NOME                   PIC X(20).
           05 WL-EXT-OPERADOR               PIC X(10).
           05 WL-EXT-MENSAGEM               PIC X(40).
           05 WL-EXT-QTD-LINHAS             PIC 9(07).
