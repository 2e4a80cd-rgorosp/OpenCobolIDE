              88 TURMA-INATIVA         VALUE 'I'.
           03 TM-UNIDADE               PIC X(03).
           03 TM-PROX-TURMA            PIC X(05).
           03 TM-NIVEL                 PIC X(02).
