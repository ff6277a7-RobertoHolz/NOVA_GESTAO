       01  WL-LINK-GRAVAR-MOVMAT.
      *    V = SO VALIDA O MOVIMENTO (MATERIAL ATIVO, QUANTIDADE E
      *        SALDO SUFICIENTE PARA ENTREGA/DEVOLUCAO), SEM GRAVAR;
      *    G = VALIDA, GRAVA O MOVIMENTO NO ARQ_MATMOV E ATUALIZA O
      *        SALDO NO ARQ_MATSALDO.
      *    WL-MVM-QTDE E POSITIVA PARA E/S/D; NO AJUSTE (A) O SINAL
      *    DIZ SE ENTRA OU SAI. WL-MVM-SALDO DEVOLVE O SALDO APOS O
      *    MOVIMENTO (NA VALIDACAO, O SALDO ATUAL).
      *    RETORNO: 00 OK, 01 MATERIAL INEXISTENTE, 02 MATERIAL
      *    INATIVO, 03 SALDO INSUFICIENTE, 04 QUANTIDADE OU TIPO
      *    INVALIDO, 09 ERRO DE ACESSO AOS ARQUIVOS.
           05 WL-MVM-FUNCAO                 PIC X(01).
           05 WL-MVM-CODVND                 PIC 9(05).
           05 WL-MVM-CODMAT                 PIC 9(05).
           05 WL-MVM-TIPO                   PIC X(01).
           05 WL-MVM-QTDE                   PIC S9(07).
           05 WL-MVM-CODCLI                 PIC 9(07).
           05 WL-MVM-DATA                   PIC 9(08).
           05 WL-MVM-OBSERVACAO             PIC X(30).
           05 WL-MVM-OPERADOR               PIC X(10).
           05 WL-MVM-SALDO                  PIC S9(07).
           05 WL-MVM-RETORNO                PIC 9(02).
           05 WL-MVM-MENSAGEM               PIC X(40).
