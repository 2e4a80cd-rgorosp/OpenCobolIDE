       01  REG-CFP001X2.
           03 PC-CHAVE.
              05 PC-CHAVE-MATERIA.
                 07 PC-ID-MATERIA      PIC 999.
                 07 PC-AN-MATERIA      PIC 9(04).
                 07 PC-TR-MATERIA      PIC 9(01).
              05 PC-ID-ALUNO           PIC 9(05).
