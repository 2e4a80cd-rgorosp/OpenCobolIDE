       01  REG-CFP001V9.
           03 CN-ID-CONTATO            PIC 9(05).
           03 CN-EMAIL                 PIC X(40).
           03 CN-ST-EMAIL              PIC X(01).
              88 EMAIL-VALIDO          VALUE ' '.
              88 EMAIL-INVALIDO        VALUE 'I'.
           03 CN-CELULAR               PIC X(11).
           03 CN-ST-CELULAR            PIC X(01).
              88 CELULAR-VALIDO        VALUE ' '.
              88 CELULAR-INVALIDO      VALUE 'I'.
           03 CN-CANAL-PREF            PIC X(01).
              88 PREFERE-EMAIL         VALUE 'E'.
              88 PREFERE-SMS           VALUE 'S'.
           03 CN-DT-ATUALIZACAO        PIC 9(08).
           03 CN-OPERADOR              PIC X(08).
