       01  REG-CFP001V1.
           03 DP-CHAVE.
              05 DP-ID-ALUNO           PIC 9(05).
              05 DP-CHAVE-MATERIA.
                 07 DP-ID-MATERIA      PIC 999.
                 07 DP-AN-MATERIA      PIC 9(04).
                 07 DP-TR-MATERIA      PIC 9(01).
           03 DP-SIT-ORIGEM            PIC X(01).
           03 DP-TURMA-ORIGEM          PIC X(05).
           03 DP-TURMA-DESTINO         PIC X(05).
           03 DP-ST-DEPENDENCIA        PIC X(01).
              88 DEPENDENCIA-ABERTA    VALUE 'A'.
              88 DEPENDENCIA-CURSANDO  VALUE 'M'.
              88 DEPENDENCIA-CUMPRIDA  VALUE 'C'.
              88 DEPENDENCIA-PENDENTE  VALUE 'A' 'M'.
           03 DP-CHAVE-REFAZ.
              05 DP-RF-ID-MATERIA      PIC 999.
              05 DP-RF-AN-MATERIA      PIC 9(04).
              05 DP-RF-TR-MATERIA      PIC 9(01).
           03 DP-DT-ABERTURA           PIC 9(08).
           03 DP-DT-BAIXA              PIC 9(08).
