       01  REG-CFP001U3.
           03 AV-CD-ATIVIDADE          PIC 9(03).
           03 AV-NOME                  PIC X(20).
           03 AV-DIAS-SEMANA           PIC X(06).
           03 AV-HR-INICIO             PIC 9(04).
           03 AV-HR-FIM                PIC 9(04).
           03 AV-LOCAL                 PIC X(10).
           03 AV-CAPACIDADE            PIC 9(03).
           03 AV-QT-INSCRITOS          PIC 9(03).
           03 AV-QT-ESPERA             PIC 9(03).
           03 AV-ULT-ESPERA            PIC 9(04).
           03 AV-VL-MENSAL             PIC 9(05)V99.
           03 AV-ID-PROF               PIC 9(03).
           03 AV-ST-ATIVIDADE          PIC X(01).
              88 ATIVIDADE-ATIVA       VALUE 'A'.
              88 ATIVIDADE-INATIVA     VALUE 'I'.
           03 AV-OPERADOR              PIC X(08).
