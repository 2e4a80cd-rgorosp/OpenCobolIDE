       01  REG-CFP001T1.
           03 CR-CHAVE.
              05 CR-ID-ALUNO           PIC 9(05).
              05 CR-SEQUENCIA          PIC 9(03).
           03 CR-ID-CONTATO            PIC 9(05).
           03 CR-DT-CREDITO            PIC 9(08).
           03 CR-ORIGEM-COBRANCA.
              05 CR-ORIGEM-ANO-MES     PIC 9(06).
              05 CR-ORIGEM-NR-SEQ      PIC 9(02).
              05 CR-ORIGEM-PD-SEQ      PIC 9(03).
           03 CR-ORIGEM                PIC X(01).
              88 CREDITO-CAIXA         VALUE 'C'.
              88 CREDITO-BANCO         VALUE 'B'.
              88 CREDITO-ESTORNO       VALUE 'E'.
              88 CREDITO-AJUSTE        VALUE 'A'.
              88 CREDITO-PIX           VALUE 'P'.
           03 CR-VALOR                 PIC 9(05)V99.
           03 CR-VALOR-USADO           PIC 9(05)V99.
           03 CR-DT-ULTIMO-USO         PIC 9(08).
           03 CR-ST-CREDITO            PIC X(01).
              88 CREDITO-DISPONIVEL    VALUE 'D'.
              88 CREDITO-UTILIZADO     VALUE 'U'.
              88 CREDITO-CANCELADO     VALUE 'X'.
           03 CR-OPERADOR              PIC X(08).
