      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SUBROTINA COMPARTILHADA DE TEMPO DE EXECUCAO DOS
      *          PASSOS BATCH - O RUNCTRL SO GUARDA SE O JOB TERMINOU
      *          'F' OU 'X', E O IMPCONTA LEVANDO 40 MINUTOS SO FOI
      *          PERCEBIDO QUANDO OS MENUS DA MANHA AINDA ESTAVAM
      *          TRAVADOS PELO BATINTLK.
      *          O CHAMADOR (BATDIARI POR PASSO, RODAJOBS POR JOB)
      *          INFORMA O INICIO E O FIM DO PASSO; A ROTINA CALCULA A
      *          DURACAO EM SEGUNDOS, BUSCA O TEMPO ESPERADO DO JOB NA
      *          AGENDA (AG-MINUTOS-ESPERADOS, 0000 OU JOB FORA DA
      *          AGENDA = SEM LIMITE) E ACRESCENTA UMA LINHA AO
      *          HISTORICO RUNHIST.LOG (LAYOUT REGRUNHI), LIDO PELO
      *          RELDURAC NO RELATORIO DE TENDENCIA.
      *          PASSO QUE ESTOUROU O TEMPO ESPERADO VAI PARA O ERRLOG
      *          (CODIGO 'TM', SEVERIDADE 'A') E VOLTA COM LK-ATRASO
      *          = 'S' PARA O CHAMADOR REGISTRAR NO SEU PROPRIO LOG
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTEMPO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SU ASSIGN TO "C:/ARQUIVOS/AGENDA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS AG-JOB
                  FILE STATUS  IS WS-FS-AGE.
           SELECT LOG-RUNHIST ASSIGN TO "C:/ARQUIVOS/RUNHIST.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-HIS.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SU.
           COPY REGAGEND.
       FD  LOG-RUNHIST.
           COPY REGRUNHI.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-AGE          PIC 9(02) VALUE ZEROS.
           03 WS-FS-HIS          PIC 9(02) VALUE ZEROS.
           03 WS-DIAS            PIC S9(07) VALUE ZEROS.
           03 WS-SEG-INICIO      PIC S9(07) VALUE ZEROS.
           03 WS-SEG-FIM         PIC S9(07) VALUE ZEROS.
           03 WS-DURACAO         PIC S9(09) VALUE ZEROS.
           03 WS-LIMITE          PIC 9(07) VALUE ZEROS.
           03 WS-MIN-ED          PIC ZZZ9.
           03 WS-ESP-ED          PIC ZZZ9.

      * >>> HORA HHMMSS DESMEMBRADA PARA A CONTA EM SEGUNDOS
       01  WS-HORA-CALC          PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES WS-HORA-CALC.
           03 WS-HC-HH           PIC 9(02).
           03 WS-HC-MM           PIC 9(02).
           03 WS-HC-SS           PIC 9(02).

      * AREA DE COMUNICACAO COM O JORNAL CENTRAL DE ERROS
       01  WS-ERRLOG-AREA.
           03 WS-EL-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-EL-CODIGO        PIC X(02) VALUE SPACES.
           03 WS-EL-SEVERIDADE    PIC X(01) VALUE SPACES.
           03 WS-EL-MENSAGEM      PIC X(35) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-PROGRAMA        PIC X(08).
           03 LK-JOB             PIC X(08).
           03 LK-DATA-PROC       PIC 9(08).
           03 LK-DT-INICIO       PIC 9(08).
           03 LK-HR-INICIO       PIC 9(06).
           03 LK-DT-FIM          PIC 9(08).
           03 LK-HR-FIM          PIC 9(06).
           03 LK-STATUS          PIC X(01).
           03 LK-DURACAO         PIC 9(07).
           03 LK-ESPERADO        PIC 9(04).
           03 LK-ATRASO          PIC X(01).
           03 LK-MENSAGEM        PIC X(40).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            MOVE SPACES TO LK-MENSAGEM
            MOVE 'N'    TO LK-ATRASO
            MOVE ZEROS  TO LK-DURACAO LK-ESPERADO
            PERFORM P100-DURACAO THRU P100-EXIT
            PERFORM P200-ESPERADO THRU P200-EXIT
            IF LK-ESPERADO > ZEROS
               COMPUTE WS-LIMITE = LK-ESPERADO * 60
               IF LK-DURACAO > WS-LIMITE
                  MOVE 'S' TO LK-ATRASO
                  PERFORM P400-JORNAL-ATRASO THRU P400-EXIT
               END-IF
            END-IF
            PERFORM P300-HISTORICO THRU P300-EXIT
            GOBACK.
       P000-EXIT.
            EXIT.

      * >>> DURACAO EM SEGUNDOS, ATRAVESSANDO A MEIA-NOITE SE PRECISO
       S100 SECTION.
       P100-DURACAO.
            IF LK-DT-INICIO = ZEROS OR LK-DT-FIM < LK-DT-INICIO
               GO TO P100-EXIT
            END-IF
            COMPUTE WS-DIAS =
                    FUNCTION INTEGER-OF-DATE (LK-DT-FIM)
                  - FUNCTION INTEGER-OF-DATE (LK-DT-INICIO)
            MOVE LK-HR-INICIO TO WS-HORA-CALC
            COMPUTE WS-SEG-INICIO =
                    WS-HC-HH * 3600 + WS-HC-MM * 60 + WS-HC-SS
            MOVE LK-HR-FIM TO WS-HORA-CALC
            COMPUTE WS-SEG-FIM =
                    WS-HC-HH * 3600 + WS-HC-MM * 60 + WS-HC-SS
            COMPUTE WS-DURACAO =
                    WS-DIAS * 86400 + WS-SEG-FIM - WS-SEG-INICIO
            IF WS-DURACAO > ZEROS
               MOVE WS-DURACAO TO LK-DURACAO
            END-IF.
       P100-EXIT.
            EXIT.

      * >>> TEMPO ESPERADO DO JOB NA AGENDA; SEM AGENDA, SEM LIMITE
       S200 SECTION.
       P200-ESPERADO.
            OPEN INPUT CFP001SU
            IF WS-FS-AGE NOT = 00
               GO TO P200-EXIT
            END-IF
            MOVE LK-JOB TO AG-JOB
            READ CFP001SU
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      IF AG-MINUTOS-ESPERADOS IS NUMERIC
                         MOVE AG-MINUTOS-ESPERADOS TO LK-ESPERADO
                      END-IF
            END-READ
            CLOSE CFP001SU.
       P200-EXIT.
            EXIT.

      * >>> ACRESCENTA O PASSO AO HISTORICO DE EXECUCOES
       S300 SECTION.
       P300-HISTORICO.
            OPEN EXTEND LOG-RUNHIST
            IF WS-FS-HIS = 35 THEN
               OPEN OUTPUT LOG-RUNHIST
               CLOSE LOG-RUNHIST
               OPEN EXTEND LOG-RUNHIST
            END-IF
            IF WS-FS-HIS NOT = 00
               MOVE 'ERRO ABERTURA DO ARQUIVO RUNHIST.LOG'
                    TO LK-MENSAGEM
               GO TO P300-EXIT
            END-IF
            MOVE SPACES        TO REG-RUNHIST
            MOVE LK-DATA-PROC  TO RH-DATA-PROC
            MOVE LK-PROGRAMA   TO RH-PROGRAMA
            MOVE LK-JOB        TO RH-JOB
            MOVE LK-DT-INICIO  TO RH-DT-INICIO
            MOVE LK-HR-INICIO  TO RH-HR-INICIO
            MOVE LK-DT-FIM     TO RH-DT-FIM
            MOVE LK-HR-FIM     TO RH-HR-FIM
            MOVE LK-STATUS     TO RH-STATUS
            MOVE LK-DURACAO    TO RH-DURACAO
            MOVE LK-ESPERADO   TO RH-ESPERADO
            MOVE LK-ATRASO     TO RH-ATRASO
            WRITE REG-RUNHIST
            IF WS-FS-HIS NOT = 00
               MOVE 'ERRO GRAVACAO DO ARQUIVO RUNHIST.LOG'
                    TO LK-MENSAGEM
            END-IF
            CLOSE LOG-RUNHIST.
       P300-EXIT.
            EXIT.

      * >>> PASSO ATRASADO: AVISO NO JORNAL CENTRAL (ERRLOG)
       S400 SECTION.
       P400-JORNAL-ATRASO.
            COMPUTE WS-MIN-ED = LK-DURACAO / 60
            MOVE LK-ESPERADO TO WS-ESP-ED
            MOVE LK-PROGRAMA TO WS-EL-PROGRAMA
            MOVE 'TM'        TO WS-EL-CODIGO
            MOVE 'A'         TO WS-EL-SEVERIDADE
            MOVE SPACES      TO WS-EL-MENSAGEM
            STRING LK-JOB ' ' WS-MIN-ED ' MIN LIMITE ' WS-ESP-ED
                   ' MIN'
                   DELIMITED BY SIZE INTO WS-EL-MENSAGEM
            CALL 'ERRLOG' USING WS-ERRLOG-AREA
            IF WS-EL-RETORNO NOT = SPACES
               MOVE WS-EL-RETORNO TO LK-MENSAGEM
            END-IF.
       P400-EXIT.
            EXIT.
       END PROGRAM RUNTEMPO.
