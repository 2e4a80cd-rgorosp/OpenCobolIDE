       01  REG-CFP001W3.
           03 BK-CHAVE.
              05 BK-ENTIDADE           PIC X(02).
                 88 ENTIDADE-ALUNO     VALUE 'AL'.
                 88 ENTIDADE-TURMA     VALUE 'TU'.
                 88 ENTIDADE-UNIDADE   VALUE 'UN'.
                 88 ENTIDADE-OFERTA    VALUE 'OF'.
                 88 ENTIDADE-PROFESSOR VALUE 'PR'.
                 88 ENTIDADE-CALENDARIO VALUE 'CA'.
              05 BK-NATURAL            PIC X(13).
           03 BK-SK                    PIC 9(09).
           03 BK-DT-CRIACAO            PIC 9(08).
