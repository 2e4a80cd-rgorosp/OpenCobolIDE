      *          REPROVACAO POR FALTA; DOMINGO NAO CONTA COMO DIA
      *          LETIVO (NO CALENDARIO INTEIRO DO INTEGER-OF-DATE O
      *          DIA 1 FOI UMA SEGUNDA, ENTAO RESTO 0 DE 7 = DOMINGO)
      * Update: 15-10-26 - COM LK-TERMO ZERADO A CONTAGEM E FEITA NO
      *         PERIODO LK-DT-INICIO A LK-DT-FIM, SEM LER O CALENDARIO
      *         (PRO-RATA DA MENSALIDADE PELO PRORATA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIASLETV.
           03 LK-TERMO           PIC 9(01).
           03 LK-QT-DIAS         PIC 9(03).
           03 LK-MENSAGEM        PIC X(40).
           03 LK-DT-INICIO       PIC 9(08).
           03 LK-DT-FIM          PIC 9(08).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            MOVE SPACES TO LK-MENSAGEM
            MOVE ZEROS  TO LK-QT-DIAS

            IF LK-TERMO = ZEROS
               MOVE LK-DT-INICIO TO CL-DT-INICIO
               MOVE LK-DT-FIM    TO CL-DT-FIM
               GO TO P000-CONTAR
            END-IF

            OPEN INPUT CFP001SC
            IF WS-FS-CAL NOT = 00
               MOVE 'SEM ACESSO AO CALENDARIO (CFP001SC)'
                      CLOSE CFP001SC
                      GOBACK
            END-READ
            CLOSE CFP001SC.

      * >>> PERIODO DEFINIDO (TERMO DO CALENDARIO OU DATAS INFORMADAS)
       P000-CONTAR.
            OPEN INPUT CFP001SS
            IF WS-FS-FER NOT = 00
               MOVE 'S' TO WS-SEM-FERIADOS
