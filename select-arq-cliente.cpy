                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-RAZAOSOCIAL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CODVND
                   WITH DUPLICATES
               FILE STATUS IS WS-RESULTADO-ACESSO.
