       01  REG-CFP001W6.
           03 LP-CHAVE.
              05 LP-TP-PESSOA          PIC X(01).
                 88 PESSOA-CONTATO     VALUE 'C'.
                 88 PESSOA-ALUNO       VALUE 'A'.
              05 LP-ID-PESSOA          PIC 9(05).
              05 LP-FINALIDADE         PIC X(02).
                 88 FINALIDADE-IMAGEM  VALUE 'IM'.
                 88 FINALIDADE-MARKETING VALUE 'MK'.
                 88 FINALIDADE-PARCEIROS VALUE 'CP'.
                 88 FINALIDADE-VALIDA  VALUE 'IM' 'MK' 'CP'.
           03 LP-SITUACAO              PIC X(01).
              88 CONSENT-CONCEDIDO     VALUE 'C'.
              88 CONSENT-REVOGADO      VALUE 'R'.
           03 LP-DT-SITUACAO           PIC 9(08).
           03 LP-DT-CONCESSAO          PIC 9(08).
           03 LP-DT-VALIDADE           PIC 9(08).
           03 LP-OPERADOR              PIC X(08).
           03 LP-DT-TERMO              PIC 9(08).
