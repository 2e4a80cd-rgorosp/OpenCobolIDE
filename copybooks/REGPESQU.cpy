       01  REG-CFP001W9.
           03 QS-CHAVE.
              05 QS-ANO                PIC 9(04).
              05 QS-TERMO              PIC 9(01).
              05 QS-NR-QUESTAO         PIC 9(02).
           03 QS-TEXTO                 PIC X(50).
           03 QS-ST-QUESTAO            PIC X(01).
              88 QUESTAO-ATIVA         VALUE 'A'.
              88 QUESTAO-INATIVA       VALUE 'I'.
