      *
      *          PARA REINICIAR UM JOB QUE PAROU NO MEIO, INFORME O
      *          NOME DO PASSO A RETOMAR COMO PARAMETRO DE EXECUCAO
      *          (PREFLIGT, IMPCONTA, BALINEIN, BALINEUN, CHKINTEG,
      *          EXTRATBI, SNAPMAST OU APRVENCE)
      *          - OS PASSOS
      *          ANTERIORES SAO PULADOS, POIS JA FORAM CONCLUIDOS NA
      *          EXECUCAO ANTERIOR
      *         LEGIVEIS, SAIDA GRAVAVEL, BACKMAST DO DIA) QUE
      *         INTERROMPE A CADEIA ANTES DE QUALQUER PASSO TOCAR
      *         NOS DADOS
      * Update: 15-10-26 - NOVO PASSO 5 (EXTRATBI) NO FIM DA CADEIA:
      *         EXTRACAO EM ESTRELA PARA A FERRAMENTA DE BI, SO DEPOIS
      *         DA INTEGRIDADE CONFERIDA
      * Update: 15-10-26 - NOVO PASSO 6 (SNAPMAST) NO FIM DA CADEIA:
      *         RETRATO DOS TOTAIS DE CONTROLE DOS MESTRES E RELATORIO
      *         DE DESVIO CONTRA O RETRATO DA NOITE ANTERIOR
      * Update: 15-10-26 - TEMPO DE EXECUCAO POR PASSO (RUNTEMPO):
      *         INICIO E FIM DE CADA PASSO NO HISTORICO RUNHIST.LOG,
      *         DURACAO NA LINHA DO BATDIARI.LOG E AVISO DE ATRASO NO
      *         LOG E NO ERRLOG QUANDO O PASSO PASSA DO TEMPO
      *         ESPERADO CADASTRADO NA AGENDA (CADAGEND)
      * Update: 15-10-26 - NOVO PASSO 7 (APRVENCE) NO FIM DA CADEIA:
      *         ENVELHECIMENTO DA FILA DE APROVACOES, COM AVISO AOS
      *         OPERADORES E VENCIMENTO DOS PEDIDOS ESQUECIDOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATDIARI.
           03 WS-STEP-CMD         PIC X(80) VALUE SPACES.
           03 WS-STEP-RESULTADO   PIC X(22) VALUE SPACES.
           03 WS-RC-STEP          PIC S9(04) VALUE ZEROS.
           03 WS-DUR-MIN          PIC ZZZ9.
           03 WS-ESP-MIN          PIC ZZZ9.

      * >>> CONTADORES DO JOB
           03 WS-PASSOS-OK        PIC 9(02) VALUE ZEROS.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM A SUBROTINA DE TEMPO DE EXECUCAO
       01  WS-TEMPO-AREA.
           03 WS-TP-PROGRAMA      PIC X(08) VALUE 'BATDIARI'.
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
              88 PASSO-ATRASADO   VALUE 'S'.
           03 WS-TP-MENSAGEM      PIC X(40) VALUE SPACES.


       PROCEDURE DIVISION.
       S000 SECTION.
            IF NOT CADEIA-INTERROMPIDA
               PERFORM P400-PASSO-CHKINTEG THRU P400-EXIT
            END-IF
            IF NOT CADEIA-INTERROMPIDA
               PERFORM P450-PASSO-EXTRATBI THRU P450-EXIT
            END-IF
            IF NOT CADEIA-INTERROMPIDA
               PERFORM P470-PASSO-SNAPMAST THRU P470-EXIT
            END-IF
            IF NOT CADEIA-INTERROMPIDA
               PERFORM P480-PASSO-APRVENCE THRU P480-EXIT
            END-IF

            PERFORM P900-ENCERRAR THRU P900-EXIT.
       P000-EXIT.
            IF WS-PARM-VAZIO
               SET PODE-EXECUTAR TO TRUE
               DISPLAY 'EXECUTANDO A CADEIA COMPLETA: PREFLIGT / '
                       'IMPCONTA / BALINEIN / BALINEUN / CHKINTEG / '
                       'EXTRATBI / SNAPMAST / APRVENCE'
            ELSE
               DISPLAY 'REINICIANDO A CADEIA A PARTIR DO PASSO: '
                       WS-PARM-STEP
       P400-EXIT.
            EXIT.

      * >>> PASSO 5 - EXTRACAO PARA A FERRAMENTA DE BI
       S450 SECTION.
       P450-PASSO-EXTRATBI.
            MOVE 'EXTRATBI' TO WS-STEP-NOME
            MOVE 'EXTRATBI' TO WS-STEP-CMD

            IF NOT PODE-EXECUTAR AND WS-PARM-STEP = WS-STEP-NOME
               SET PODE-EXECUTAR TO TRUE
            END-IF

            IF PODE-EXECUTAR
               PERFORM P500-EXECUTAR-PASSO THRU P500-EXIT
            ELSE
               PERFORM P600-PASSO-PULADO THRU P600-EXIT
            END-IF.
       P450-EXIT.
            EXIT.

      * >>> PASSO 6 - RETRATO DOS MESTRES E RELATORIO DE DESVIOS
       S470 SECTION.
       P470-PASSO-SNAPMAST.
            MOVE 'SNAPMAST' TO WS-STEP-NOME
            MOVE 'SNAPMAST' TO WS-STEP-CMD

            IF NOT PODE-EXECUTAR AND WS-PARM-STEP = WS-STEP-NOME
               SET PODE-EXECUTAR TO TRUE
            END-IF

            IF PODE-EXECUTAR
               PERFORM P500-EXECUTAR-PASSO THRU P500-EXIT
            ELSE
               PERFORM P600-PASSO-PULADO THRU P600-EXIT
            END-IF.
       P470-EXIT.
            EXIT.

       S480 SECTION.
       P480-PASSO-APRVENCE.
            MOVE 'APRVENCE' TO WS-STEP-NOME
            MOVE 'APRVENCE' TO WS-STEP-CMD

            IF NOT PODE-EXECUTAR AND WS-PARM-STEP = WS-STEP-NOME
               SET PODE-EXECUTAR TO TRUE
            END-IF

            IF PODE-EXECUTAR
               PERFORM P500-EXECUTAR-PASSO THRU P500-EXIT
            ELSE
               PERFORM P600-PASSO-PULADO THRU P600-EXIT
            END-IF.
       P480-EXIT.
            EXIT.

      * >>> DISPARA O PASSO COMO PROCESSO SEPARADO E CONFERE O CODIGO
      * >>> DE RETORNO DEVOLVIDO PELO SHELL (EM RETURN-CODE, NOS BITS
      * >>> SUPERIORES DO STATUS DE SAIDA, POR ISSO A DIVISAO POR 256)
       S500 SECTION.
       P500-EXECUTAR-PASSO.
            DISPLAY '>>> EXECUTANDO PASSO: ' WS-STEP-NOME
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-TP-DT-INICIO
            MOVE WS-CURRENT-DATE(9:6)  TO WS-TP-HR-INICIO
            CALL 'SYSTEM' USING WS-STEP-CMD
            COMPUTE WS-RC-STEP = RETURN-CODE / 256
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-TP-DT-FIM
            MOVE WS-CURRENT-DATE(9:6)  TO WS-TP-HR-FIM

            IF WS-RC-STEP = 0
               ADD 1 TO WS-PASSOS-OK
                       'EXECUTE BATDIARI ' WS-STEP-NOME
            END-IF

            PERFORM P520-TEMPO-PASSO THRU P520-EXIT
            PERFORM P550-GRAVAR-LOG THRU P550-EXIT
            IF PASSO-ATRASADO
               PERFORM P560-GRAVAR-ATRASO THRU P560-EXIT
            END-IF.
       P500-EXIT.
            EXIT.

      * >>> REGISTRA INICIO, FIM E DURACAO DO PASSO NO HISTORICO
      * >>> (RUNTEMPO) E CONFERE CONTRA O TEMPO ESPERADO DA AGENDA
       S520 SECTION.
       P520-TEMPO-PASSO.
            MOVE WS-STEP-NOME    TO WS-TP-JOB
            MOVE WS-RC-DATA-PROC TO WS-TP-DATA-PROC
            IF WS-RC-STEP = 0
               MOVE 'F' TO WS-TP-STATUS
            ELSE
               MOVE 'X' TO WS-TP-STATUS
            END-IF
            CALL 'RUNTEMPO' USING WS-TEMPO-AREA
            IF WS-TP-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RUNTEMPO: ' WS-TP-MENSAGEM
            END-IF.
       P520-EXIT.
            EXIT.

      * >>> GRAVA NO HISTORICO O RESULTADO DO PASSO EXECUTADO
       S550 SECTION.
       P550-GRAVAR-LOG.
            STRING WS-DATA-HORA ' - PASSO ' WS-STEP-NOME
                   ' - CODIGO ' WS-RC-STEP
                   ' - ' WS-STEP-RESULTADO
                   ' - ' WS-TP-DURACAO 'S'
                   DELIMITED BY SIZE INTO LOG-LINHA
            WRITE LOG-LINHA.
       P550-EXIT.
            EXIT.

      * >>> PASSO PASSOU DO TEMPO ESPERADO: AVISO NO HISTORICO E NO
      * >>> CONSOLE (O ERRLOG JA FOI ALIMENTADO PELO RUNTEMPO)
       P560-GRAVAR-ATRASO.
            COMPUTE WS-DUR-MIN = WS-TP-DURACAO / 60
            MOVE WS-TP-ESPERADO TO WS-ESP-MIN
            DISPLAY '    ATENCAO: ' WS-STEP-NOME ' LEVOU ' WS-DUR-MIN
                    ' MIN - ESPERADO ' WS-ESP-MIN ' MIN'
            MOVE SPACES TO LOG-LINHA
            STRING WS-DATA-HORA ' - ATRASO NO ' WS-STEP-NOME
                   ' - DURACAO ' WS-DUR-MIN ' MIN - ESPERADO '
                   WS-ESP-MIN ' MIN'
                   DELIMITED BY SIZE INTO LOG-LINHA
            WRITE LOG-LINHA.
       P560-EXIT.
            EXIT.

      * >>> PASSO JA CONCLUIDO EM UMA EXECUCAO ANTERIOR - PULADO NESTE
      * >>> REINICIO
       S600 SECTION.
