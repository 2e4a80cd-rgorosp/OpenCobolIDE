       01  REG-CFP001T6.
           03 FU-ID-FUNC               PIC 9(05).
           03 FU-NM-FUNC               PIC X(30).
           03 FU-UNIDADE               PIC X(03).
           03 FU-ID-DEPTO              PIC 9(02).
           03 FU-CARGO                 PIC X(20).
           03 FU-TIPO                  PIC X(01).
              88 FUNC-DOCENTE          VALUE 'D'.
              88 FUNC-ADMINISTRATIVO   VALUE 'A'.
              88 FUNC-APOIO            VALUE 'S'.
           03 FU-TL-FUNC               PIC X(09).
           03 FU-DT-ADMISSAO           PIC 9(08).
           03 FU-DT-DESLIGAMENTO       PIC 9(08).
           03 FU-MATR-ANTIGA           PIC 9(03).
           03 FU-ST-FUNC               PIC X(01).
              88 FUNC-ATIVO            VALUE 'A'.
              88 FUNC-INATIVO          VALUE 'I'.
           03 FU-OPERADOR              PIC X(08).
