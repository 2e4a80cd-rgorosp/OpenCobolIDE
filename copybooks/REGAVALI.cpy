       01  REG-CFP001V2.
           03 AV-CHAVE.
              05 AV-CHAVE-MATERIA.
                 07 AV-ID-MATERIA      PIC 999.
                 07 AV-AN-MATERIA      PIC 9(04).
                 07 AV-TR-MATERIA      PIC 9(01).
              05 AV-NR-NOTA            PIC 9(01).
                 88 AVALIA-NOTA-PERIODO VALUE 1 THRU 4.
                 88 AVALIA-NOTA-RECUP  VALUE 5.
           03 AV-DT-AVALIACAO          PIC 9(08).
           03 AV-TIPO                  PIC X(01).
              88 AVALIACAO-PROVA       VALUE 'P'.
              88 AVALIACAO-TRABALHO    VALUE 'T'.
              88 AVALIACAO-RECUPERACAO VALUE 'R'.
           03 AV-DESCRICAO             PIC X(30).
           03 AV-OPERADOR              PIC X(08).
           03 AV-DT-REGISTRO           PIC 9(08).
