       01  REG-CFP001T8.
           03 OR-CHAVE.
              05 OR-ANO                PIC 9(04).
              05 OR-UNIDADE            PIC X(03).
              05 OR-TP-COBRANCA        PIC X(02).
              05 OR-MES                PIC 9(02).
           03 OR-VALOR-ORCADO          PIC 9(07)V99.
           03 OR-DT-ATUALIZACAO        PIC 9(08).
           03 OR-OPERADOR              PIC X(08).
