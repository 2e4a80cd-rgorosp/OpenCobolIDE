       01  REG-SNAPSHOT.
           03 SN-TIMESTAMP             PIC 9(14).
           03 FILLER                   PIC X(01).
           03 SN-ARQUIVO               PIC X(08).
           03 FILLER                   PIC X(01).
           03 SN-SITUACAO              PIC X(01).
              88 SNAP-LIDO             VALUE 'L'.
              88 SNAP-AUSENTE          VALUE 'X'.
           03 FILLER                   PIC X(01).
           03 SN-QT-REGISTROS          PIC 9(07).
           03 SN-STATUS OCCURS 5 TIMES.
              05 FILLER                PIC X(01).
              05 SN-ST-CODIGO          PIC X(01).
              05 SN-ST-QTD             PIC 9(07).
           03 FILLER                   PIC X(01).
           03 SN-HASH-CHAVE            PIC 9(18).
           03 FILLER                   PIC X(01).
           03 SN-HASH-VALOR            PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
