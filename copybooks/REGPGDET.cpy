           03 PD-ORIGEM                PIC X(01).
              88 PAGTO-CAIXA           VALUE 'C'.
              88 PAGTO-BANCO           VALUE 'B'.
              88 PAGTO-CREDITO         VALUE 'S'.
              88 PAGTO-PIX             VALUE 'P'.
           03 PD-OPERADOR              PIC X(08).
           03 PD-FORMA                 PIC X(01).
              88 FORMA-DINHEIRO        VALUE 'D'.
              88 FORMA-CHEQUE          VALUE 'C'.
              88 FORMA-TRANSFER        VALUE 'T'.
              88 FORMA-SALDO           VALUE 'S'.
           03 PD-CARTEIRA              PIC 9(02).
