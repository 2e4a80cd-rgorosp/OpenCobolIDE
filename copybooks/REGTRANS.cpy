       01  REG-CFP001X5.
           03 TA-ID-ALUNO              PIC 9(05).
           03 TA-PARADA.
              05 TA-CD-ROTA            PIC 9(03).
              05 TA-ORDEM-PARADA       PIC 9(02).
           03 TA-ST-TRANSPORTE         PIC X(01).
              88 TRANSPORTE-ATIVO      VALUE 'A'.
              88 TRANSPORTE-CANCELADO  VALUE 'C'.
           03 TA-DT-INICIO             PIC 9(08).
           03 TA-DT-CANCELAMENTO       PIC 9(08).
           03 TA-ULT-COMPETENCIA       PIC 9(06).
           03 TA-OPERADOR              PIC X(08).
