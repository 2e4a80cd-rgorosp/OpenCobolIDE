       01  REG-CFP001W8.
           03 AV-CHAVE.
              05 AV-OPERADOR           PIC X(08).
              05 AV-DATA               PIC 9(08).
              05 AV-SEQ                PIC 9(04).
           03 AV-ORIGEM                PIC X(08).
           03 AV-TEXTO                 PIC X(60).
           03 AV-ST-AVISO              PIC X(01).
              88 AVISO-NOVO            VALUE 'N'.
              88 AVISO-LIDO            VALUE 'L'.
