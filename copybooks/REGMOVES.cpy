       01  REG-CFP001U2.
           03 MV-CHAVE.
              05 MV-CD-ITEM            PIC 9(05).
              05 MV-DT-MOVIMENTO       PIC 9(08).
              05 MV-SEQUENCIA          PIC 9(03).
           03 MV-TP-MOVIMENTO          PIC X(01).
              88 MOVTO-ENTRADA         VALUE 'E'.
              88 MOVTO-VENDA           VALUE 'V'.
           03 MV-QUANTIDADE            PIC 9(05).
           03 MV-VL-UNITARIO           PIC 9(05)V99.
           03 MV-VL-TOTAL              PIC 9(07)V99.
           03 MV-ID-FORNECEDOR         PIC 9(05).
           03 MV-DOCUMENTO             PIC X(15).
           03 MV-ID-ALUNO              PIC 9(05).
           03 MV-ANO-MES               PIC 9(06).
           03 MV-NR-SEQ                PIC 9(02).
           03 MV-OPERADOR              PIC X(08).
