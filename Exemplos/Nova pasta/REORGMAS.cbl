      *         COPIA VINHA TRUNCANDO; NOVA OPCAO (T)URMAS PARA
      *         REORGANIZAR O MESTRE DE TURMAS, QUE TAMBEM CRESCEU
      *         (TM-UNIDADE E TM-PROX-TURMA)
      * Update: 15-10-26 - LAYOUT-ESPELHO DE TURMAS COM O NOVO CAMPO
      *         TM-NIVEL (NIVEL DE ENSINO)
      * Update: 15-10-26 - LAYOUT-ESPELHO DE ALUNOS COM O NOVO CAMPO
      *         RA-ALUNO (REGISTRO DO ALUNO NA SECRETARIA ESTADUAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGMAS.
           03 ST-ALUNO-N          PIC X(01).
           03 CPF-ALUNO-N         PIC 9(11).
           03 UN-ALUNO-N          PIC X(03).
           03 RA-ALUNO-N          PIC X(12).
       FD  CFP001S2.
           COPY REGMATER.
       FD  NOVO-MATERIAS.
           03 TM-ST-TURMA-N       PIC X(01).
           03 TM-UNIDADE-N        PIC X(03).
           03 TM-PROX-TURMA-N     PIC X(05).
           03 TM-NIVEL-N          PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
       01  WS-TAM-ANTES          PIC 9(12) VALUE ZEROS.
       01  WS-TAM-DEPOIS         PIC 9(12) VALUE ZEROS.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA REORGMAS - INICIADO'
            DISPLAY 'REORGANIZAR QUAL MESTRE? (C)ONTATOS, (A)LUNOS,'
                    ' (M)ATERIAS OU (T)URMAS'
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'REORGMAS' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S080 SECTION.
       P080-TAMANHO-ANTES.
            CALL 'CBL_CHECK_FILE_EXIST'
