       01  REG-CFP001T3.
           03 RC-NR-RECIBO             PIC 9(06).
           03 RC-COBRANCA.
              05 RC-ID-ALUNO           PIC 9(05).
              05 RC-ANO-MES            PIC 9(06).
              05 RC-NR-SEQ             PIC 9(02).
           03 RC-DT-PAGAMENTO          PIC 9(08).
           03 RC-VL-PRINCIPAL          PIC 9(05)V99.
           03 RC-VL-MULTA              PIC 9(05)V99.
           03 RC-VL-JUROS              PIC 9(05)V99.
           03 RC-VL-PAGO               PIC 9(07)V99.
           03 RC-SITUACAO              PIC X(01).
              88 RECIBO-VALIDO         VALUE 'V'.
              88 RECIBO-ESTORNADO      VALUE 'E'.
           03 RC-DT-ESTORNO            PIC 9(08).
           03 RC-ST-NFSE               PIC X(01).
              88 NFSE-PENDENTE         VALUE ' '.
              88 NFSE-ENVIADA          VALUE 'E'.
              88 NFSE-EMITIDA          VALUE 'N'.
              88 NFSE-REJEITADA        VALUE 'R'.
              88 NFSE-CANCEL-ENVIADO   VALUE 'C'.
              88 NFSE-CANCELADA        VALUE 'X'.
              88 NFSE-DISPENSADA       VALUE 'I'.
           03 RC-NR-NFSE               PIC X(15).
           03 RC-CD-VERIFICACAO        PIC X(09).
           03 RC-DT-NFSE               PIC 9(08).
