       01  REG-ACESSO.
           03 AC-DATA                  PIC 9(08).
           03 AC-HORA                  PIC 9(06).
           03 FILLER                   PIC X(01).
           03 AC-OPERADOR              PIC X(08).
           03 FILLER                   PIC X(01).
           03 AC-PROGRAMA              PIC X(08).
           03 FILLER                   PIC X(01).
           03 AC-TP-PESSOA             PIC X(01).
              88 ACESSO-CONTATO        VALUE 'C'.
              88 ACESSO-ALUNO          VALUE 'A'.
              88 ACESSO-CLIENTE        VALUE 'L'.
              88 ACESSO-PROFESSOR      VALUE 'P'.
           03 AC-ID-PESSOA             PIC 9(05).
           03 FILLER                   PIC X(01).
           03 AC-CPF                   PIC 9(11).
           03 FILLER                   PIC X(01).
           03 AC-BUSCA                 PIC X(20).
           03 FILLER                   PIC X(01).
           03 AC-MOTIVO                PIC X(02).
              88 MOTIVO-ATENDIMENTO    VALUE 'AT'.
              88 MOTIVO-FINANCEIRO     VALUE 'FI'.
              88 MOTIVO-PEDAGOGICO     VALUE 'PE'.
              88 MOTIVO-SECRETARIA     VALUE 'SE'.
              88 MOTIVO-PORTARIA       VALUE 'PO'.
              88 MOTIVO-AUDITORIA      VALUE 'AU'.
              88 MOTIVO-VALIDO         VALUE 'AT' 'FI' 'PE' 'SE'
                                             'PO' 'AU'.
