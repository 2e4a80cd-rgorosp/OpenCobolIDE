       01  REG-CFP001V8.
           03 DA-CHAVE.
              05 DA-ID-ALUNO           PIC 9(05).
              05 DA-CD-DOCUMENTO       PIC X(02).
           03 DA-DT-RECEBIDO           PIC 9(08).
           03 DA-OPERADOR              PIC X(08).
           03 DA-OBSERVACAO            PIC X(30).
