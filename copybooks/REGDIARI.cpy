       01  REG-CFP001V3.
           03 DI-CHAVE.
              05 DI-CHAVE-MATERIA.
                 07 DI-ID-MATERIA      PIC 999.
                 07 DI-AN-MATERIA      PIC 9(04).
                 07 DI-TR-MATERIA      PIC 9(01).
              05 DI-DT-AULA            PIC 9(08).
           03 DI-QT-AULAS              PIC 9(02).
           03 DI-CONTEUDO              PIC X(60).
           03 DI-DT-REGISTRO           PIC 9(08).
