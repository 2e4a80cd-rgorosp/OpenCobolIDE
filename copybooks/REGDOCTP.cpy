       01  REG-CFP001V7.
           03 DC-CODIGO                PIC X(02).
           03 DC-DESCRICAO             PIC X(30).
           03 DC-ST-DOCUMENTO          PIC X(01).
              88 DOCUMENTO-ATIVO       VALUE 'A'.
              88 DOCUMENTO-INATIVO     VALUE 'I'.
           03 DC-NIVEIS.
              05 DC-NIVEL              PIC X(02) OCCURS 6 TIMES.
                 88 NIVEL-TODOS        VALUE 'TD'.
