       01  REG-CFP001T2.
           03 BL-NOSSO-NUMERO          PIC 9(10).
           03 BL-COBRANCA.
              05 BL-ID-ALUNO           PIC 9(05).
              05 BL-ANO-MES            PIC 9(06).
              05 BL-NR-SEQ             PIC 9(02).
           03 BL-DT-EMISSAO            PIC 9(08).
           03 BL-DT-VENCIMENTO         PIC 9(08).
           03 BL-VALOR                 PIC 9(08)V99.
           03 BL-CODIGO-BARRAS         PIC X(44).
           03 BL-LINHA-DIGITAVEL       PIC X(54).
