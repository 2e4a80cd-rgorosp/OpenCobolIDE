       01  REG-CFP001X7.
           03 AE-CHAVE.
              05 AE-CD-EVENTO          PIC 9(04).
              05 AE-ID-ALUNO           PIC 9(05).
           03 AE-ST-AUTORIZACAO        PIC X(01).
              88 AUTORIZ-PENDENTE      VALUE 'P'.
              88 AUTORIZ-CONCEDIDA     VALUE 'A'.
              88 AUTORIZ-NEGADA        VALUE 'N'.
           03 AE-DT-EMISSAO            PIC 9(08).
           03 AE-DT-RETORNO            PIC 9(08).
           03 AE-ID-CONTATO            PIC 9(05).
           03 AE-COBRANCA.
              05 AE-COB-ANO-MES        PIC 9(06).
              05 AE-COB-NR-SEQ         PIC 9(02).
           03 AE-OPERADOR              PIC X(08).
