           03 OP-ST-OPERADOR           PIC X(01).
              88 OPERADOR-ATIVO        VALUE 'A'.
              88 OPERADOR-INATIVO      VALUE 'I'.
              88 OPERADOR-BLOQUEADO    VALUE 'B'.
           03 OP-ID-PROF               PIC 9(03).
           03 OP-UNIDADE               PIC X(03).
           03 OP-ID-FUNC               PIC 9(05).
           03 OP-SENHA-HASH            PIC 9(12).
           03 OP-DT-SENHA              PIC 9(08).
           03 OP-FALHAS                PIC 9(02).
           03 OP-HIST-SENHA            PIC 9(12) OCCURS 5 TIMES.
