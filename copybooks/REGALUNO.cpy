              88 ALUNO-TRANSFERIDO VALUE 'T'.
           03 CPF-ALUNO          PIC 9(11).
           03 UN-ALUNO           PIC X(03).
           03 RA-ALUNO           PIC X(12).
