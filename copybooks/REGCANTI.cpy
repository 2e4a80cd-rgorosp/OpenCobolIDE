       01  REG-CFP001U7.
           03 CN-ID-CLIENTE            PIC 9(05).
           03 CN-ID-ALUNO              PIC 9(05).
           03 CN-ID-CONTATO            PIC 9(05).
           03 CN-VL-MINIMO             PIC 9(05)V99.
           03 CN-DT-ABERTURA           PIC 9(08).
           03 CN-DT-ULT-RECARGA        PIC 9(08).
           03 CN-DT-ULT-AVISO          PIC 9(08).
           03 CN-OPERADOR              PIC X(08).
