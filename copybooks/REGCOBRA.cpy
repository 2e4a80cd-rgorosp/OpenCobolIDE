              88 TIPO-MATERIAL         VALUE 'MD'.
              88 TIPO-UNIFORME         VALUE 'UN'.
              88 TIPO-EVENTO           VALUE 'EV'.
              88 TIPO-ATIVIDADE        VALUE 'AT'.
              88 TIPO-BIBLIOTECA       VALUE 'BI'.
              88 TIPO-CANTINA          VALUE 'CA'.
              88 TIPO-TRANSPORTE       VALUE 'TR'.
           03 CB-NR-PLANO              PIC 9(05).
           03 CB-TP-AJUSTE             PIC X(01).
              88 SEM-AJUSTE            VALUE ' '.
              88 AJUSTE-ENTRADA        VALUE 'E'.
              88 AJUSTE-TRANSFERENCIA  VALUE 'T'.
              88 AJUSTE-CANCELAMENTO   VALUE 'C'.
              88 AJUSTE-ANUIDADE       VALUE 'A'.
           03 CB-VALOR-AJUSTE          PIC 9(05)V99.
           03 CB-DIAS-COBRADOS         PIC 9(03).
           03 CB-DIAS-MES              PIC 9(03).
           03 CB-NOSSO-NUMERO          PIC 9(10).
           03 CB-TXID                  PIC X(26).
