      *          OPCIONAL (01-31, 00 = POR DIA DA SEMANA), HORA MINIMA
      *          DE PARTIDA (HHMM) E O JOB PREDECESSOR QUE PRECISA TER
      *          TERMINADO BEM NA MESMA DATA DE PROCESSAMENTO
      * Update: 15-10-26 - TEMPO ESPERADO DO JOB EM MINUTOS
      *         (AG-MINUTOS-ESPERADOS, 0000 = SEM LIMITE), CONFERIDO
      *         PELO RUNTEMPO NO FIM DE CADA JOB OU PASSO DA CADEIA.
      *         PASSOS DO BATDIARI SO TEM O TEMPO CONTROLADO: CADASTRE
      *         COM DIAS NNNNNNN E DIA 00 PARA O RODAJOBS NAO DISPARAR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAGEND.
           03 WS-DIA-MES         PIC 9(02) VALUE ZEROS.
           03 WS-HORA            PIC 9(04) VALUE ZEROS.
           03 WS-PREDECESSOR     PIC X(08) VALUE SPACES.
           03 WS-MINUTOS         PIC 9(04) VALUE ZEROS.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
            DISPLAY 'JOB PREDECESSOR (8 POSICOES, BRANCO = NENHUM): '
            MOVE SPACES TO WS-PREDECESSOR
            ACCEPT WS-PREDECESSOR
            DISPLAY 'TEMPO ESPERADO EM MINUTOS (0000 = SEM LIMITE): '
            MOVE ZEROS TO WS-MINUTOS
            ACCEPT WS-MINUTOS

            MOVE WS-JOB         TO AG-JOB
            MOVE WS-DIAS        TO AG-DIAS-SEMANA
            MOVE WS-DIA-MES     TO AG-DIA-MES
            MOVE WS-HORA        TO AG-HORA-MINIMA
            MOVE WS-PREDECESSOR TO AG-PREDECESSOR
            MOVE WS-MINUTOS     TO AG-MINUTOS-ESPERADOS
            WRITE REG-CFP001SU
                  INVALID KEY
                       REWRITE REG-CFP001SU
                              ' DIA-MES ' AG-DIA-MES
                              ' HORA ' AG-HORA-MINIMA
                              ' PRED ' AG-PREDECESSOR
                              ' MIN ' AG-MINUTOS-ESPERADOS
            END-READ.
       P450-EXIT.
            EXIT.
