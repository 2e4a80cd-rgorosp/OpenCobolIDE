       01  REG-CFP001X1.
           03 RS-CHAVE.
              05 RS-CHAVE-MATERIA.
                 07 RS-ID-MATERIA      PIC 999.
                 07 RS-AN-MATERIA      PIC 9(04).
                 07 RS-TR-MATERIA      PIC 9(01).
              05 RS-NR-RESPOSTA        PIC 9(05).
           03 RS-ORIGEM                PIC X(01).
              88 RESPOSTA-FOLHA        VALUE 'F'.
              88 RESPOSTA-CSV          VALUE 'C'.
           03 RS-NOTAS.
              05 RS-NOTA               PIC 9(01) OCCURS 20 TIMES.
