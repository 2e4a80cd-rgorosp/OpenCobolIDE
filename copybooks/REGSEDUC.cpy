       01  REG-CFP001W2.
           03 SE-RA                    PIC X(12).
           03 SE-CPF                   PIC 9(11).
           03 SE-NOME                  PIC X(35).
           03 SE-DT-NASCIMENTO         PIC 9(08).
           03 SE-TURMA                 PIC X(05).
           03 SE-SITUACAO              PIC X(01).
              88 SEDUC-MATRIC-ATIVA    VALUE 'A'.
              88 SEDUC-MATRIC-ENCERR   VALUE 'E'.
           03 SE-OUTRA-ESCOLA          PIC X(08).
           03 SE-DT-CARGA              PIC 9(08).
