       01  REG-CFP001V4.
           03 SL-CHAVE.
              05 SL-UNIDADE            PIC X(03).
              05 SL-CODIGO             PIC X(05).
           03 SL-DESCRICAO             PIC X(20).
           03 SL-CAPACIDADE            PIC 9(03).
           03 SL-TIPO                  PIC X(01).
              88 SALA-DE-AULA          VALUE 'S'.
              88 SALA-LABORATORIO      VALUE 'L'.
              88 SALA-QUADRA           VALUE 'Q'.
              88 SALA-AUDITORIO        VALUE 'A'.
              88 SALA-TIPO-VALIDO      VALUE 'S' 'L' 'Q' 'A'.
           03 SL-ST-SALA               PIC X(01).
              88 SALA-ATIVA            VALUE 'A'.
              88 SALA-INATIVA          VALUE 'I'.
