      *         DO ALUNO SAO LIBERADAS PARA O WORK FILE E VOLTAM
      *         CLASSIFICADAS POR PERIODO E MATERIA, SEM LIMITE DE
      *         VOLUME. O LAYOUT DO HISTORICO NAO MUDOU
      * Update: 15-10-26 - MATERIA COM SITUACAO 'C' (APROVADO PELO
      *         CONSELHO DE CLASSE) CONTA COMO APROVADA E SAI COM A
      *         LINHA 'APROVADO PELO CONSELHO DE CLASSE' ABAIXO DELA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISESCOL.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.


       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            PERFORM P050-ABRIR
            DISPLAY 'DIGITE O ID DO ALUNO COM 5 DIGITOS, OU 00000'
                    ' PARA TODOS: '
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'HISESCOL' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'NOTAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-NOTAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S3 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT CFP001S1
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA

            IF WRK-SIT = 'C'
               MOVE SPACES TO REL-LINHA
               STRING '      APROVADO PELO CONSELHO DE CLASSE'
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
            END-IF

            IF WRK-SIT = 'A' OR 'C'
               ADD 1 TO WS-TOT-APROVADAS
            ELSE
               ADD 1 TO WS-TOT-REPROVADAS
