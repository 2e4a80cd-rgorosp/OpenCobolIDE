       01  REG-CFP001X6.
           03 EV-CD-EVENTO             PIC 9(04).
           03 EV-DESCRICAO             PIC X(30).
           03 EV-LOCAL                 PIC X(20).
           03 EV-DT-EVENTO             PIC 9(08).
           03 EV-HR-SAIDA              PIC 9(04).
           03 EV-HR-RETORNO            PIC 9(04).
           03 EV-VALOR                 PIC 9(05)V99.
           03 EV-DT-VENCIMENTO         PIC 9(08).
           03 EV-CAPACIDADE            PIC 9(03).
           03 EV-QT-AUTORIZADOS        PIC 9(03).
           03 EV-TURMAS.
              05 EV-TURMA              PIC X(05) OCCURS 6 TIMES.
           03 EV-PROFESSORES.
              05 EV-ID-PROF            PIC 9(03) OCCURS 3 TIMES.
           03 EV-ST-EVENTO             PIC X(01).
              88 EVENTO-ABERTO         VALUE 'A'.
              88 EVENTO-ENCERRADO      VALUE 'E'.
              88 EVENTO-CANCELADO      VALUE 'C'.
           03 EV-OPERADOR              PIC X(08).
