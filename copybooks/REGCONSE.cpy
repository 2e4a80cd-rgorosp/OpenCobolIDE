       01  REG-CFP001U9.
           03 CS-CHAVE.
              05 CS-ID-ALUNO           PIC 9(05).
              05 CS-CHAVE-MATERIA.
                 07 CS-ID-MATERIA      PIC 999.
                 07 CS-AN-MATERIA      PIC 9(04).
                 07 CS-TR-MATERIA      PIC 9(01).
           03 CS-TURMA                 PIC X(05).
           03 CS-DECISAO               PIC X(01).
              88 CONSELHO-APROVA       VALUE 'A'.
              88 CONSELHO-MANTEM       VALUE 'M'.
           03 CS-SIT-CALCULADA         PIC X(01).
           03 CS-MEDIA-FINAL           PIC 9(02)V99.
           03 CS-NT-APROVACAO          PIC 9(02)V99.
           03 CS-DT-CONSELHO           PIC 9(08).
           03 CS-MOTIVO                PIC X(60).
           03 CS-MEMBROS               PIC X(80).
           03 CS-OPERADOR              PIC X(08).
           03 CS-DT-REGISTRO           PIC 9(08).
