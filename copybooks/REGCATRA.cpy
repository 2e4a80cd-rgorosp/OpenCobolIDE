       01  REG-CFP001W5.
           03 CA-CHAVE.
              05 CA-NR-CARTAO          PIC 9(08).
              05 CA-DT-PASSAGEM        PIC 9(08).
              05 CA-HR-PASSAGEM        PIC 9(06).
           03 CA-ALUNO-DATA.
              05 CA-ID-ALUNO           PIC 9(05).
              05 CA-DT-ALUNO           PIC 9(08).
           03 CA-SENTIDO               PIC X(01).
              88 PASSAGEM-ENTRADA      VALUE 'E'.
              88 PASSAGEM-SAIDA        VALUE 'S'.
           03 CA-CATRACA               PIC X(03).
           03 CA-DT-CARGA              PIC 9(08).
