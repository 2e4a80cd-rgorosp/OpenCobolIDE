       01  REG-CFP001T4.
           03 NG-CHAVE.
              05 NG-ID-ALUNO           PIC 9(05).
              05 NG-ANO-MES            PIC 9(06).
              05 NG-NR-SEQ             PIC 9(02).
           03 NG-ID-CONTATO            PIC 9(05).
           03 NG-CPF                   PIC 9(11).
           03 NG-DT-VENCIMENTO         PIC 9(08).
           03 NG-VALOR                 PIC 9(07)V99.
           03 NG-DT-CARTA              PIC 9(08).
           03 NG-DT-INCLUSAO           PIC 9(08).
           03 NG-SITUACAO              PIC X(01).
              88 NEGATIVACAO-ATIVA     VALUE 'I'.
              88 NEGATIVACAO-BAIXADA   VALUE 'B'.
           03 NG-MOTIVO-BAIXA          PIC X(01).
              88 BAIXA-PAGAMENTO       VALUE 'P'.
              88 BAIXA-RENEGOCIACAO    VALUE 'R'.
              88 BAIXA-COBRANCA-EXCL   VALUE 'X'.
           03 NG-DT-BAIXA              PIC 9(08).
