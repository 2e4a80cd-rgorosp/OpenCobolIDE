       01  REG-CFP001X8.
           03 DS-ID-PROF               PIC 9(03).
           03 DS-MAX-AULAS-DIA         PIC 9(02).
           03 DS-MAX-AULAS-SEMANA      PIC 9(02).
           03 DS-SEMANA.
              05 DS-DIA OCCURS 6 TIMES.
                 07 DS-JANELA OCCURS 2 TIMES.
                    09 DS-JN-INICIO    PIC 9(04).
                    09 DS-JN-FIM       PIC 9(04).
           03 DS-DT-ATUALIZACAO        PIC 9(08).
           03 DS-OPERADOR              PIC X(08).
