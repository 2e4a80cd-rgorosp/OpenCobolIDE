           03 NT-RECUPERACAO        PIC 9(02)V99.
           03 NT-MEDIA-FINAL        PIC 9(02)V99.
           03 NT-SITUACAO           PIC X(01).
              88 NOTA-APROVADO      VALUE 'A' 'C'.
              88 NOTA-APROV-CONSELHO VALUE 'C'.
              88 NOTA-REPROVADO     VALUE 'R'.
              88 NOTA-REPROV-FALTA  VALUE 'F'.
