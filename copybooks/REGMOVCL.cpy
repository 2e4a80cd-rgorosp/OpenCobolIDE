       01  REG-CFP001U8.
           03 MC-CHAVE.
              05 MC-ID-CLIENTE         PIC 9(05).
              05 MC-TIMESTAMP          PIC 9(14).
              05 MC-SEQUENCIA          PIC 9(03).
           03 MC-TP-MOVIMENTO          PIC X(01).
              88 MOVCL-CREDITO         VALUE 'C'.
              88 MOVCL-DEBITO          VALUE 'D'.
           03 MC-VALOR                 PIC 9(07)V99.
           03 MC-SALDO                 PIC S9(07)V99.
           03 MC-SALDO-GRAVADO         PIC X(01).
              88 MOVCL-COM-SALDO       VALUE 'S'.
           03 MC-ORIGEM                PIC X(01).
              88 MOVCL-LOTE            VALUE 'B'.
              88 MOVCL-RECARGA         VALUE 'R'.
              88 MOVCL-ESTORNO         VALUE 'E'.
              88 MOVCL-MIGRADO         VALUE 'M'.
           03 MC-SITUACAO              PIC X(01).
              88 MOVCL-NORMAL          VALUE 'N'.
              88 MOVCL-ESTORNADO       VALUE 'E'.
           03 MC-REFERENCIA.
              05 MC-REF-TIMESTAMP      PIC 9(14).
              05 MC-REF-SEQUENCIA      PIC 9(03).
           03 MC-MOTIVO                PIC X(40).
           03 MC-OPERADOR              PIC X(08).
