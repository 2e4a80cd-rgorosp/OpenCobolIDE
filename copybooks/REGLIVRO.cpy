       01  REG-CFP001U5.
           03 LV-CD-LIVRO              PIC 9(05).
           03 LV-TITULO                PIC X(30).
           03 LV-AUTOR                 PIC X(20).
           03 LV-EDITORA               PIC X(15).
           03 LV-ISBN                  PIC X(13).
           03 LV-QT-EXEMPLARES         PIC 9(03).
           03 LV-QT-EMPRESTADOS        PIC 9(03).
           03 LV-ST-LIVRO              PIC X(01).
              88 LIVRO-ATIVO           VALUE 'A'.
              88 LIVRO-INATIVO         VALUE 'I'.
           03 LV-DT-CADASTRO           PIC 9(08).
           03 LV-OPERADOR              PIC X(08).
