      * Update: 22-08-26 - LAYOUT-ESPELHO -A ATUALIZADO COM O CAMPO
      *         DE UNIDADE (UN-ALUNO), QUE O ARQUIVAMENTO E A
      *         REINTEGRACAO VINHAM PERDENDO
      * Update: 15-10-26 - LAYOUT-ESPELHO -A COM O NOVO CAMPO RA-ALUNO
      *         (REGISTRO DO ALUNO NA SECRETARIA ESTADUAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCMASTE.
           03 ST-ALUNO-A          PIC X(01).
           03 CPF-ALUNO-A         PIC 9(11).
           03 UN-ALUNO-A          PIC X(03).
           03 RA-ALUNO-A          PIC X(12).
       FD  REL-ARQUIVO.
       01  REL-LINHA              PIC X(80).
       WORKING-STORAGE SECTION.
           03 WS-FSTAT-DESCRICAO  PIC X(40) VALUE SPACES.
           03 WS-FSTAT-SEVERIDADE PIC X(01) VALUE SPACES.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA ARCMASTE - INICIADO'
            DISPLAY 'DIGITE O PRAZO DE RETENCAO EM ANOS (EX: 02): '
            ACCEPT WS-ANOS-RETENCAO
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'ARCMASTE' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT LOG-CONTATOS
