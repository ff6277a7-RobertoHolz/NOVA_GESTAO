           05 CONTATO-CARGO                 PIC X(20).
           05 CONTATO-TELEFONE              PIC X(15).
           05 CONTATO-EMAIL                 PIC X(40).
           05 CONTATO-CONSENTIMENTO         PIC X(01) VALUE "N".
               88 CONTATO-CONSENTE          VALUE "S".
           05 CONTATO-DATA-CONSENT          PIC 9(08) VALUE ZEROS.
           05 CONTATO-ORIGEM-CONSENT        PIC X(10) VALUE SPACES.
