       01  REG-LAYOUT.
           03 LY-ARQUIVO               PIC X(08).
           03 LY-VERSAO                PIC 9(03).
           03 LY-TAMANHO               PIC 9(05).
           03 LY-DT-SELO               PIC 9(08).
           03 LY-HR-SELO               PIC 9(06).
           03 LY-PROGRAMA              PIC X(08).
           03 LY-ORIGEM                PIC X(01).
              88 SELO-ARQUIVO-NOVO     VALUE 'N'.
              88 SELO-CONVERSAO        VALUE 'C'.
              88 SELO-MANUAL           VALUE 'M'.
