       01  REG-CFP001V5.
           03 CD-ID-CANDIDATO          PIC 9(05).
           03 CD-NM-CANDIDATO          PIC X(20).
           03 CD-DT-NASCIMENTO         PIC 9(08).
           03 CD-CPF-CANDIDATO         PIC 9(11).
           03 CD-TL-CANDIDATO          PIC X(09).
           03 CD-EM-CANDIDATO          PIC X(30).
           03 CD-PRETENSAO.
              05 CD-TURMA              PIC X(05).
              05 CD-UNIDADE            PIC X(03).
              05 CD-AN-LETIVO          PIC 9(04).
              05 CD-TR-LETIVO          PIC 9(01).
           03 CD-RESPONSAVEL.
              05 CD-NM-RESP            PIC X(20).
              05 CD-CPF-RESP           PIC 9(11).
              05 CD-TP-RESP            PIC X(02).
                 88 CD-RESP-PAI        VALUE 'PA'.
                 88 CD-RESP-MAE        VALUE 'MA'.
                 88 CD-RESP-FINANCEIRO VALUE 'RF'.
              05 CD-LG-RESP            PIC X(30).
              05 CD-NR-END-RESP        PIC X(06).
              05 CD-BA-RESP            PIC X(20).
              05 CD-CI-RESP            PIC X(20).
              05 CD-UF-RESP            PIC X(02).
              05 CD-CEP-RESP           PIC 9(08).
           03 CD-DT-INSCRICAO          PIC 9(08).
           03 CD-DT-PROVA              PIC 9(08).
           03 CD-NT-PROVA              PIC 9(02)V99.
           03 CD-DT-ENTREVISTA         PIC 9(08).
           03 CD-ST-CANDIDATO          PIC X(01).
              88 CANDIDATO-INSCRITO    VALUE 'I'.
              88 CANDIDATO-AVALIADO    VALUE 'V'.
              88 CANDIDATO-APROVADO    VALUE 'A'.
              88 CANDIDATO-RECUSADO    VALUE 'R'.
              88 CANDIDATO-MATRICULADO VALUE 'M'.
              88 CANDIDATO-DESISTENTE  VALUE 'D'.
              88 CANDIDATO-EM-ABERTO   VALUE 'I' 'V' 'A'.
           03 CD-MOTIVO                PIC X(30).
           03 CD-DT-SITUACAO           PIC 9(08).
           03 CD-OPERADOR              PIC X(08).
           03 CD-ID-ALUNO              PIC 9(05).
