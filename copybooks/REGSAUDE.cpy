       01  REG-CFP001V6.
           03 SD-ID-ALUNO              PIC 9(05).
           03 SD-TP-SANGUE             PIC X(03).
              88 SANGUE-VALIDO         VALUE 'A+ ' 'A- ' 'B+ ' 'B- '
                                             'AB+' 'AB-' 'O+ ' 'O- '
                                             SPACES.
           03 SD-ALERGIAS              PIC X(40).
           03 SD-GR-ALERGIA            PIC X(01).
              88 ALERGIA-GRAVE         VALUE 'S'.
           03 SD-MEDICAMENTOS          PIC X(40).
           03 SD-RESTRICOES            PIC X(40).
           03 SD-GR-RESTRICAO          PIC X(01).
              88 RESTRICAO-GRAVE       VALUE 'S'.
           03 SD-PLANO.
              05 SD-PL-OPERADORA       PIC X(20).
              05 SD-PL-CARTEIRA        PIC X(20).
           03 SD-EMERGENCIA.
              05 SD-ID-CONTATO         PIC 9(05).
              05 SD-TL-EMERGENCIA      PIC X(09).
           03 SD-DT-ATUALIZACAO        PIC 9(08).
           03 SD-OPERADOR              PIC X(08).
