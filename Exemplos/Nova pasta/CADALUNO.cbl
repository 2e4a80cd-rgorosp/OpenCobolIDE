      * Update: 22-08-26 - NOVO CAMPO UNIDADE (CAMPUS) NO FORMULARIO,
      *         VALIDADO CONTRA O MESTRE DE UNIDADES (CFP001SK) QUANDO
      *         ELE EXISTE E GRAVADO EM UN-ALUNO NO FIM DO REGISTRO
      * Update: 15-10-26 - NOVO CAMPO RA (REGISTRO DO ALUNO NA
      *         SECRETARIA ESTADUAL) NO FORMULARIO, GRAVADO EM RA-ALUNO;
      *         OPCIONAL, PODE SER PREENCHIDO DEPOIS PELO ATUALUNO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADALUNO.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

       01  WS-REG-CFP001S1       PIC X(104) VALUE SPACES.
       01  FILLER REDEFINES WS-REG-CFP001S1.
           03 WS-ID-ALUNO           PIC 9(05).
           03 WS-NM-ALUNO           PIC X(20).
           03 WS-ST-ALUNO           PIC X(01).
           03 WS-CPF-ALUNO          PIC 9(11).
           03 WS-UN-ALUNO           PIC X(03).
           03 WS-RA-ALUNO           PIC X(12).

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
           03 LINE 11 COLUMN 24 PIC X(05) USING WS-TU-ALUNO.
           03 LINE 13 COLUMN 03 VALUE 'NASCIMENTO AAAAMMDD:'.
           03 LINE 13 COLUMN 24 PIC 9(08) USING WS-DT-NASCIMENTO.
           03 LINE 14 COLUMN 03 VALUE 'RA (SECRETARIA)....:'.
           03 LINE 14 COLUMN 24 PIC X(12) USING WS-RA-ALUNO.
           03 LINE 15 COLUMN 03 VALUE 'CPF (0 = SEM DOC)..:'.
           03 LINE 15 COLUMN 24 PIC 9(11) USING WS-CPF-ALUNO.
           03 LINE 16 COLUMN 03 VALUE 'UNIDADE (CAMPUS)...:'.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY WS-VAR
            PERFORM P050-ABRIR
            PERFORM P100-CADASTRO THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADALUNO' TO WS-LY-PROGRAMA
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
            OPEN I-O CFP001S1
               MOVE ZEROS  TO WS-DT-NASCIMENTO
               MOVE ZEROS  TO WS-CPF-ALUNO
               MOVE SPACES TO WS-UN-ALUNO
               MOVE SPACES TO WS-RA-ALUNO
               MOVE 'PREENCHA OS CAMPOS E CONFIRME COM S'
                    TO WS-TELA-MSG
               MOVE 'N'   TO WS-TELA-CONFIRMA
            SET ALUNO-ATIVO  TO TRUE
            MOVE WS-CPF-ALUNO TO CPF-ALUNO
            MOVE WS-UN-ALUNO TO UN-ALUNO
            MOVE WS-RA-ALUNO TO RA-ALUNO
      * >>> OPERADOR COM UNIDADE FIXADA (E SEM NIVEL SUPERVISOR) SO
      * >>> CADASTRA ALUNOS NA PROPRIA UNIDADE
            IF WS-SS-UNIDADE NOT = SPACES
