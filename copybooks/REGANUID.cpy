       01  REG-CFP001T9.
           03 AN-CHAVE.
              05 AN-ID-ALUNO           PIC 9(05).
              05 AN-ANO                PIC 9(04).
           03 AN-MES-INICIAL           PIC 9(02).
           03 AN-QT-MESES              PIC 9(02).
           03 AN-VL-BRUTO              PIC 9(07)V99.
           03 AN-VL-BOLSA              PIC 9(07)V99.
           03 AN-PC-DESCONTO           PIC 9(02)V99.
           03 AN-VL-DESCONTO           PIC 9(07)V99.
           03 AN-VL-PAGO               PIC 9(07)V99.
           03 AN-DT-PAGAMENTO          PIC 9(08).
           03 AN-FORMA                 PIC X(01).
           03 AN-NR-RECIBO             PIC 9(06).
           03 AN-OPERADOR              PIC X(08).
