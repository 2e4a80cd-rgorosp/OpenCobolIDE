       01  REG-CFP001T5.
           03 CP-NR-TITULO             PIC 9(06).
           03 CP-ID-FORNECEDOR         PIC 9(05).
           03 CP-DOCUMENTO             PIC X(15).
           03 CP-DESCRICAO             PIC X(30).
           03 CP-CTA-CUSTO             PIC X(08).
           03 CP-DT-EMISSAO            PIC 9(08).
           03 CP-DT-VENCIMENTO         PIC 9(08).
           03 CP-VALOR                 PIC 9(07)V99.
           03 CP-ST-TITULO             PIC X(01).
              88 TITULO-ABERTO         VALUE 'A'.
              88 TITULO-PAGO           VALUE 'P'.
              88 TITULO-CANCELADO      VALUE 'C'.
           03 CP-DT-PAGAMENTO          PIC 9(08).
           03 CP-VALOR-PAGO            PIC 9(07)V99.
           03 CP-FORMA                 PIC X(01).
              88 PAGAR-DINHEIRO        VALUE 'D'.
              88 PAGAR-CHEQUE          VALUE 'C'.
              88 PAGAR-TRANSFERENCIA   VALUE 'T'.
           03 CP-OPERADOR              PIC X(08).
