      * Update: 22-08-26 - AREA-ESPELHO AMPLIADA PARA X(92) COM O
      *         NOVO CAMPO UNIDADE (UN-ALUNO) DO REGISTRO DO ALUNO,
      *         PARA A IMAGEM DO JORNAL NAO SAIR TRUNCADA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - AREA-ESPELHO AMPLIADA PARA X(104) COM O
      *         NOVO CAMPO RA-ALUNO (REGISTRO NA SECRETARIA ESTADUAL),
      *         PARA A IMAGEM DO JORNAL NAO SAIR TRUNCADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCALUNO.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-RW-ALU          PIC 9(02) VALUE ZEROS.
       01  WS-REG-CFP001S1       PIC X(104) VALUE SPACES.
       01  FILLER REDEFINES WS-REG-CFP001S1.
           03 WS-ID-ALUNO        PIC 9(05).
           03 WS-NM-ALUNO        PIC X(20).
           03 WS-ST-ALUNO        PIC X(01).
           03 WS-CPF-ALUNO       PIC 9(11).
           03 WS-UN-ALUNO        PIC X(03).
           03 WS-RA-ALUNO        PIC X(12).

       77  WS-R-ALU-INE          PIC 9(02) VALUE ZEROS.
       77  WS-R-ALU              PIC 99    VALUE ZEROS.
       77  WS-DELETE             PIC A     VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION USING LK-AREA.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY WS-VAR
            PERFORM P050-ABRIR
            PERFORM P100-DELETAR THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'EXCALUNO' TO WS-LY-PROGRAMA
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
