       01  REG-CFP001X3.
           03 RO-CD-ROTA               PIC 9(03).
           03 RO-NOME                  PIC X(20).
           03 RO-VEICULO               PIC X(08).
           03 RO-MOTORISTA             PIC X(20).
           03 RO-TURNO                 PIC X(01).
              88 ROTA-MANHA            VALUE 'M'.
              88 ROTA-TARDE            VALUE 'T'.
              88 ROTA-NOITE            VALUE 'N'.
           03 RO-CAPACIDADE            PIC 9(03).
           03 RO-QT-ALUNOS             PIC 9(03).
           03 RO-VL-MENSAL             PIC 9(05)V99.
           03 RO-ST-ROTA               PIC X(01).
              88 ROTA-ATIVA            VALUE 'A'.
              88 ROTA-INATIVA          VALUE 'I'.
           03 RO-OPERADOR              PIC X(08).
