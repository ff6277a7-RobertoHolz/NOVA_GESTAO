       01  WL-LINK-REGISTRA-APROVACAO.
           05 WL-APV-TIPO                   PIC X(03).
           05 WL-APV-OPERACAO               PIC X(01).
           05 WL-APV-CHAVE                  PIC X(20).
           05 WL-APV-RESUMO                 PIC X(36).
           05 WL-APV-REQUISITANTE           PIC X(10).
           05 WL-APV-EMPRESA                PIC X(02).
           05 WL-APV-IMAGEM-ANTES           PIC X(200).
           05 WL-APV-IMAGEM-DEPOIS          PIC X(200).
           05 WL-APV-ID                     PIC 9(07).
           05 WL-APV-OK                     PIC X(01).
