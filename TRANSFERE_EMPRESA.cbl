           LABEL RECORD IS STANDARD.
       01  DSTCLI-REGISTRO.
           05 DSTCLI-CODIGO                 PIC 9(07).
           05 DSTCLI-RESTO                  PIC X(190).
       FD  ARQ-DSTCTL
           LABEL RECORD IS STANDARD.
       01  DSTCTL-REGISTRO.
           05 DSTCTT-CHAVE.
              10 DSTCTT-CODCLI              PIC 9(07).
              10 DSTCTT-SEQ                 PIC 9(03).
           05 DSTCTT-RESTO                  PIC X(124).
       FD  ARQ-DSTVIS
           LABEL RECORD IS STANDARD.
       01  DSTVIS-REGISTRO.
              05 WS-AUD-IMAGEM-ANTES      PIC X(200) VALUE SPACES.
              05 WS-AUD-IMAGEM-DEPOIS     PIC X(200) VALUE SPACES.

      *    MOTIVO DE INATIVACAO GRAVADO PELA ROTINA COMUM A TODOS OS
      *    CAMINHOS QUE INATIVAM CLIENTE.
           01 WS-REGISTRA-MOTIVO-PRM.
              05 WS-MTV-FUNCAO            PIC X(01) VALUE SPACES.
              05 WS-MTV-CODCLI            PIC 9(07) VALUE ZEROS.
              05 WS-MTV-MOTIVO            PIC X(02) VALUE SPACES.
              05 WS-MTV-DATA              PIC 9(08) VALUE ZEROS.
              05 WS-MTV-OPERADOR          PIC X(10) VALUE SPACES.
              05 WS-MTV-ORIGEM            PIC X(01) VALUE SPACES.
              05 WS-MTV-DESCRICAO         PIC X(30) VALUE SPACES.
              05 WS-MTV-PERDA             PIC X(01) VALUE SPACES.
              05 WS-MTV-OK                PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERADOR-ID                    PIC X(10).

           MOVE "CLI"          TO WS-AUD-TIPO.
           MOVE WS-TEL-CODCLI  TO WS-AUD-CHAVE.
           CALL 'GRAVA_AUDITORIA' USING WS-AUDITORIA.
      *    A ORIGEM SAI DA BASE POR TRANSFERENCIA: MOTIVO PADRAO
      *    "TE", GRAVADO NA EMPRESA DE ORIGEM (A DA SESSAO).
           MOVE "G"            TO WS-MTV-FUNCAO.
           MOVE CLI-CODIGO     TO WS-MTV-CODCLI.
           MOVE "TE"           TO WS-MTV-MOTIVO.
           MOVE CLI-DATA-STATUS TO WS-MTV-DATA.
           MOVE WS-OPERADOR-ID TO WS-MTV-OPERADOR.
           MOVE "E"            TO WS-MTV-ORIGEM.
           CALL 'REGISTRA_MOTIVO_INAT' USING WS-REGISTRA-MOTIVO-PRM.
           PERFORM 071-descontar-vnd-origem.
       07-inativar-origem-exit.
           EXIT.
