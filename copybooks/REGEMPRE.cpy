       01  REG-CFP001U6.
           03 EP-CHAVE.
              05 EP-CD-LIVRO           PIC 9(05).
              05 EP-DT-EMPRESTIMO      PIC 9(08).
              05 EP-SEQUENCIA          PIC 9(03).
           03 EP-LEITOR.
              05 EP-TP-LEITOR          PIC X(01).
                 88 LEITOR-ALUNO       VALUE 'A'.
                 88 LEITOR-PROFESSOR   VALUE 'P'.
              05 EP-ID-LEITOR          PIC 9(05).
           03 EP-DT-PREVISTA           PIC 9(08).
           03 EP-DT-DEVOLUCAO          PIC 9(08).
           03 EP-ST-EMPRESTIMO         PIC X(01).
              88 EMPRESTIMO-ABERTO     VALUE 'A'.
              88 EMPRESTIMO-DEVOLVIDO  VALUE 'D'.
           03 EP-DIAS-ATRASO           PIC 9(03).
           03 EP-VL-MULTA              PIC 9(05)V99.
           03 EP-ANO-MES               PIC 9(06).
           03 EP-NR-SEQ                PIC 9(02).
           03 EP-OPERADOR              PIC X(08).
