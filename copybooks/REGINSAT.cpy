       01  REG-CFP001U4.
           03 IA-CHAVE.
              05 IA-ID-ALUNO           PIC 9(05).
              05 IA-CD-ATIVIDADE       PIC 9(03).
           03 IA-ST-INSCRICAO          PIC X(01).
              88 INSCRICAO-ATIVA       VALUE 'A'.
              88 INSCRICAO-ESPERA      VALUE 'E'.
              88 INSCRICAO-CANCELADA   VALUE 'C'.
           03 IA-NR-ESPERA             PIC 9(04).
           03 IA-DT-INSCRICAO          PIC 9(08).
           03 IA-DT-ATIVACAO           PIC 9(08).
           03 IA-DT-CANCELAMENTO       PIC 9(08).
           03 IA-ULT-COMPETENCIA       PIC 9(06).
           03 IA-OPERADOR              PIC X(08).
