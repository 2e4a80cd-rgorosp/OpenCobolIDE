           03 ST-CLIENTE         PIC X(01).
              88 CLIENTE-ATIVO   VALUE 'A'.
              88 CLIENTE-INATIVO VALUE 'I'.
              88 CLIENTE-BLOQUEADO VALUE 'B'.
           03 SD-CLIENTE         PIC S9(07)V99.
           03 LIM-CLIENTE        PIC 9(07)V99.
