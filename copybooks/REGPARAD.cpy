       01  REG-CFP001X4.
           03 PO-CHAVE.
              05 PO-CD-ROTA            PIC 9(03).
              05 PO-ORDEM              PIC 9(02).
           03 PO-DESCRICAO             PIC X(30).
           03 PO-CEP-INICIAL           PIC 9(08).
           03 PO-CEP-FINAL             PIC 9(08).
           03 PO-HORARIO               PIC 9(04).
