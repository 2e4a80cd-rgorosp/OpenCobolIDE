      *          (F = RETORNO ZERO, X = RETORNO DIFERENTE DE ZERO).
      *          O OPERADOR DE CONSOLE RODA O EXECUTOR NOS HORARIOS
      *          COMBINADOS EM VEZ DE LEMBRAR DE CADA JOB
      * Update: 15-10-26 - TEMPO DE EXECUCAO POR JOB (RUNTEMPO): INICIO
      *         E FIM DE CADA JOB DISPARADO NO HISTORICO RUNHIST.LOG E
      *         AVISO DE ATRASO NO CONSOLE E NO ERRLOG QUANDO O JOB
      *         PASSA DO TEMPO ESPERADO (AG-MINUTOS-ESPERADOS)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RODAJOBS.
           03 WS-R-DISPARADOS    PIC 9(03) VALUE ZEROS.
           03 WS-R-PULADOS       PIC 9(03) VALUE ZEROS.
           03 WS-R-RECUSADOS     PIC 9(03) VALUE ZEROS.
           03 WS-R-ATRASADOS     PIC 9(03) VALUE ZEROS.
           03 WS-DUR-MIN         PIC ZZZ9.
           03 WS-ESP-MIN         PIC ZZZ9.

      * AREA DE COMUNICACAO COM A SUBROTINA DE CONTROLE DE EXECUCAO
       01  WS-RUNCTRL-AREA.
           03 WS-RC-STATUS        PIC X(01) VALUE SPACES.
           03 WS-RC-MENSAGEM      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM A SUBROTINA DE TEMPO DE EXECUCAO
       01  WS-TEMPO-AREA.
           03 WS-TP-PROGRAMA      PIC X(08) VALUE 'RODAJOBS'.
           03 WS-TP-JOB           PIC X(08) VALUE SPACES.
           03 WS-TP-DATA-PROC     PIC 9(08) VALUE ZEROS.
           03 WS-TP-DT-INICIO     PIC 9(08) VALUE ZEROS.
           03 WS-TP-HR-INICIO     PIC 9(06) VALUE ZEROS.
           03 WS-TP-DT-FIM        PIC 9(08) VALUE ZEROS.
           03 WS-TP-HR-FIM        PIC 9(06) VALUE ZEROS.
           03 WS-TP-STATUS        PIC X(01) VALUE SPACES.
           03 WS-TP-DURACAO       PIC 9(07) VALUE ZEROS.
           03 WS-TP-ESPERADO      PIC 9(04) VALUE ZEROS.
           03 WS-TP-ATRASO        PIC X(01) VALUE 'N'.
              88 JOB-ATRASADO     VALUE 'S'.
           03 WS-TP-MENSAGEM      PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.

            MOVE SPACES TO WS-CMD
            MOVE AG-JOB TO WS-CMD
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-TP-DT-INICIO
            MOVE WS-CURRENT-DATE(9:6)  TO WS-TP-HR-INICIO
            MOVE ZEROS  TO RETURN-CODE
            CALL 'SYSTEM' USING WS-CMD
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-TP-DT-FIM
            MOVE WS-CURRENT-DATE(9:6)  TO WS-TP-HR-FIM

            MOVE AG-JOB TO WS-RC-JOB
            IF RETURN-CODE = ZEROS
               DISPLAY 'JOB ' AG-JOB ' FALHOU - RETORNO '
                       RETURN-CODE
            END-IF
            MOVE WS-RC-FUNCAO TO WS-TP-STATUS
            CALL 'RUNCTRL' USING WS-RUNCTRL-AREA
            IF WS-RC-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RUNCTRL: ' WS-RC-MENSAGEM
            END-IF
            PERFORM P250-TEMPO-JOB THRU P250-EXIT
            MOVE ZEROS TO RETURN-CODE
            ADD 1 TO WS-R-DISPARADOS.
       P200-EXIT.
            EXIT.

      * >>> REGISTRA INICIO, FIM E DURACAO DO JOB NO HISTORICO
      * >>> (RUNTEMPO) E AVISA QUANDO PASSOU DO TEMPO ESPERADO
       S250 SECTION.
       P250-TEMPO-JOB.
            MOVE AG-JOB          TO WS-TP-JOB
            MOVE WS-RC-DATA-PROC TO WS-TP-DATA-PROC
            CALL 'RUNTEMPO' USING WS-TEMPO-AREA
            IF WS-TP-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RUNTEMPO: ' WS-TP-MENSAGEM
            END-IF
            IF JOB-ATRASADO
               ADD 1 TO WS-R-ATRASADOS
               COMPUTE WS-DUR-MIN = WS-TP-DURACAO / 60
               MOVE WS-TP-ESPERADO TO WS-ESP-MIN
               DISPLAY 'ATENCAO: JOB ' AG-JOB ' LEVOU ' WS-DUR-MIN
                       ' MIN - ESPERADO ' WS-ESP-MIN ' MIN'
            END-IF.
       P250-EXIT.
            EXIT.

       S999 SECTION.
       P999-FIM.
            DISPLAY '--------------------------------------'
            DISPLAY ' JOBS DISPARADOS: ' WS-R-DISPARADOS
            DISPLAY ' JOBS PULADOS...: ' WS-R-PULADOS
            DISPLAY ' JOBS RECUSADOS.: ' WS-R-RECUSADOS
            DISPLAY ' JOBS ATRASADOS.: ' WS-R-ATRASADOS
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
