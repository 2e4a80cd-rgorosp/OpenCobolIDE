       01  REG-CFP001X9.
           03 CT-CODIGO                PIC 9(02).
           03 CT-UNIDADE               PIC X(03).
           03 CT-BANCO                 PIC 9(03).
           03 CT-AGENCIA               PIC 9(04).
           03 CT-CONTA                 PIC X(10).
           03 CT-CONVENIO              PIC 9(07).
           03 CT-LAYOUT                PIC X(01).
              88 LAYOUT-PADRAO         VALUE '1'.
           03 CT-CTA-CONTABIL          PIC X(08).
           03 CT-PRINCIPAL             PIC X(01).
              88 CARTEIRA-PRINCIPAL    VALUE 'S'.
           03 CT-ST-CARTEIRA           PIC X(01).
              88 CARTEIRA-ATIVA        VALUE 'A'.
              88 CARTEIRA-INATIVA      VALUE 'I'.
           03 CT-DT-ATUALIZACAO        PIC 9(08).
           03 CT-OPERADOR              PIC X(08).
