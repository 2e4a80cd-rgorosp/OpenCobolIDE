      *         COMPOSTA (CHAVE-MATERIA = ID + ANO + TERMO)
      * Update: 09-08-26 - P700-FECHAR PASSA A VERIFICAR O FILE STATUS
      *         DE CADA UM DOS QUATRO CLOSE, E NAO SO DO CFP001S1
      * Update: 15-10-26 - SO EXPORTA O ALUNO COM CONSENTIMENTO LGPD
      *         VALIDO PARA COMPARTILHAMENTO COM PARCEIROS ('CP', VIA
      *         VERCONSN); OS EXCLUIDOS SAO CONTADOS NO RESUMO
      * Update: 15-10-26 - CPF DO ALUNO EXPORTADO MASCARADO PELO
      *         MASCCPF, SALVO CARTAO CPF=COMPLETO OU SUPERVISOR
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSNEXPRT.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-R-ALU           PIC 9(05) VALUE ZEROS.
           03 WS-R-MAT           PIC 9(05) VALUE ZEROS.
           03 WS-R-SEM-CONSENT   PIC 9(05) VALUE ZEROS.
       01  WS-JSON-BUFFER        PIC X(250) VALUE SPACES.
       01  WS-JSON-LEN           PIC 9(05)  VALUE ZEROS.

      * AREA DE COMUNICACAO COM A MASCARA DE CPF (MASCCPF)
       01  WS-MC-AREA.
           03 WS-MC-SUBSISTEMA   PIC X(01) VALUE SPACES.
           03 WS-MC-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-MC-CPF-EDITADO  PIC X(14) VALUE SPACES.
           03 WS-MC-CPF-NUMERICO PIC 9(11) VALUE ZEROS.
           03 WS-MC-COMPLETO     PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM A CONFERENCIA DE CONSENTIMENTO LGPD
       01  WS-CONSN-AREA.
           03 WS-CS-FUNCAO        PIC X(01) VALUE SPACES.
           03 WS-CS-TP-PESSOA     PIC X(01) VALUE SPACES.
           03 WS-CS-ID-PESSOA     PIC 9(05) VALUE ZEROS.
           03 WS-CS-FINALIDADE    PIC X(02) VALUE SPACES.
           03 WS-CS-CONSENTIDO    PIC X(01) VALUE SPACES.
           03 WS-CS-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.


       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            PERFORM P050-ABRIR
            MOVE '[' TO JSN-LINHA-ALU
            WRITE JSN-LINHA-ALU
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'JSNEXPRT' TO WS-LY-PROGRAMA
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

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT CFP001S1
            PERFORM P800-ERRO THRU P999-EXIT
            ELSE
               IF WS-FS-ALU = 00
                  PERFORM P150-CONSENTIMENTO THRU P150-EXIT
                  IF WS-CS-CONSENTIDO = 'S'
                     PERFORM P160-MASCARA-CPF THRU P160-EXIT
                     JSON GENERATE WS-JSON-BUFFER FROM REG-CFP001S1
                          COUNT IN WS-JSON-LEN
                     MOVE SPACES TO JSN-LINHA-ALU
                     MOVE WS-JSON-BUFFER(1:WS-JSON-LEN)
                          TO JSN-LINHA-ALU
                     WRITE JSN-LINHA-ALU
                     ADD 1 TO WS-R-ALU
                  END-IF
               END-IF
            END-IF.
       P100-EXIT.
            EXIT.

      * >>> ALUNO SEM CONSENTIMENTO PARA PARCEIROS FICA DE FORA
       P150-CONSENTIMENTO.
            MOVE 'V'        TO WS-CS-FUNCAO
            MOVE 'A'        TO WS-CS-TP-PESSOA
            MOVE ID-ALUNO   TO WS-CS-ID-PESSOA
            MOVE 'CP'       TO WS-CS-FINALIDADE
            CALL 'VERCONSN' USING WS-CONSN-AREA
            IF WS-CS-CONSENTIDO NOT = 'S'
               ADD 1 TO WS-R-SEM-CONSENT
            END-IF.
       P150-EXIT.
            EXIT.

      * >>> CPF EXPORTADO SO COM OS SEIS DIGITOS DO MEIO, SALVO CARTAO
      * >>> CPF=COMPLETO (OU SUPERVISOR NA SESSAO); O ARQUIVO E SO DE
      * >>> ENTRADA, O MESTRE NAO E ALTERADO
       P160-MASCARA-CPF.
            MOVE 'A'                TO WS-MC-SUBSISTEMA
            MOVE CPF-ALUNO          TO WS-MC-CPF
            CALL 'MASCCPF' USING WS-MC-AREA
            MOVE WS-MC-CPF-NUMERICO TO CPF-ALUNO.
       P160-EXIT.
            EXIT.

      * >>> LE MATERIAS.DAT SEQUENCIALMENTE E GRAVA CADA REGISTRO COMO
      * >>> UM ELEMENTO DO ARRAY JSON, VIA JSON GENERATE
       S200 SECTION.

       S700 SECTION.
       P700-FECHAR.
            MOVE 'F' TO WS-CS-FUNCAO
            CALL 'VERCONSN' USING WS-CONSN-AREA
            CLOSE CFP001S1
            IF WS-FS-ALU NOT = 00 THEN
               MOVE WS-FS-ALU                           TO WS-MSG1
            DISPLAY '>>>> PROGRAMA JSNEXPRT FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' ALUNOS EXPORTADOS........: ' WS-R-ALU
            DISPLAY ' EXCLUIDOS SEM CONSENT.CP.: ' WS-R-SEM-CONSENT
            DISPLAY ' MATERIAS EXPORTADAS......: ' WS-R-MAT
            DISPLAY '--------------------------------------'
            STOP RUN.
