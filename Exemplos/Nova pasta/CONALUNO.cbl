      * Update: 22-08-26 - AREA-ESPELHO AMPLIADA PARA X(92) COM O CPF
      *         E A NOVA UNIDADE (CAMPUS) DO REGISTRO DO ALUNO, QUE
      *         PASSAM A SAIR NA CONSULTA
      * Update: 15-10-26 - AREA-ESPELHO AMPLIADA PARA X(104) COM O
      *         NOVO CAMPO RA-ALUNO, QUE PASSA A SAIR NA CONSULTA
      * Update: 15-10-26 - CPF DA AREA-ESPELHO MASCARADO PELO MASCCPF
      *         ANTES DE EXIBIR, CONFORME O NIVEL DO OPERADOR
      * Update: 15-10-26 - CONSULTA POR CPF REGISTRADA NO ACESSO.LOG
      *         PELO GRVACESS (OPERADOR, ALUNO, CPF E MOTIVO)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONALUNO.
           03 WS-R-ALU           PIC 9(02) VALUE ZEROS.
           03 WS-R-ALU-INE       PIC 9(02) VALUE ZEROS.

       01  WS-REG-CFP001S1       PIC X(104) VALUE SPACES.
       01  FILLER REDEFINES WS-REG-CFP001S1.
           03 WS-ID-ALUNO        PIC 9(05).
           03 WS-NM-ALUNO        PIC X(20).
           03 WS-ST-ALUNO        PIC X(01).
           03 WS-CPF-ALUNO       PIC 9(11).
           03 WS-UN-ALUNO        PIC X(03).
           03 WS-RA-ALUNO        PIC X(12).

       77  WS-ID-CONT            PIC 99    VALUE ZEROS.

       01  WS-INC-INATIVO         PIC X(01) VALUE 'N'.
           88 INCLUI-INATIVOS     VALUE 'S'.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 WS-SS-UNIDADE      PIC X(03) VALUE SPACES.
           03 WS-SS-LOGADO       PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM A MASCARA DE CPF (MASCCPF)
       01  WS-MC-AREA.
           03 WS-MC-SUBSISTEMA   PIC X(01) VALUE SPACES.
           03 WS-MC-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-MC-CPF-EDITADO  PIC X(14) VALUE SPACES.
           03 WS-MC-CPF-NUMERICO PIC 9(11) VALUE ZEROS.
           03 WS-MC-COMPLETO     PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM O REGISTRO DE ACESSO (GRVACESS)
       01  WS-ACESSO-AREA.
           03 WS-AC-PROGRAMA     PIC X(08) VALUE SPACES.
           03 WS-AC-TP-PESSOA    PIC X(01) VALUE SPACES.
           03 WS-AC-ID-PESSOA    PIC 9(05) VALUE ZEROS.
           03 WS-AC-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-AC-BUSCA        PIC X(20) VALUE SPACES.
           03 WS-AC-MOTIVO       PIC X(02) VALUE SPACES.
           03 WS-AC-RETORNO      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY WS-VAR
            PERFORM P050-ABRIR
            PERFORM P100-CONSULTA THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CONALUNO' TO WS-LY-PROGRAMA
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
            OPEN INPUT CFP001S1
                          DISPLAY ' '
                       ELSE
                          ADD 1 TO WS-R-ALU
                          PERFORM P160-MASCARA-CPF THRU P160-EXIT
                          IF WS-ST-ALUNO = 'I'
                             DISPLAY 'ALUNOS: ' WS-REG-CFP001S1
                                     ' (INATIVO)'
                         DISPLAY ' '
                      ELSE
                         ADD 1 TO WS-R-ALU
                         MOVE 'A'          TO WS-AC-TP-PESSOA
                         MOVE ID-ALUNO     TO WS-AC-ID-PESSOA
                         MOVE CPF-ALUNO    TO WS-AC-CPF
                         MOVE WS-CPF-BUSCA TO WS-AC-BUSCA
                         PERFORM P170-REGISTRA-ACESSO THRU P170-EXIT
                         PERFORM P160-MASCARA-CPF THRU P160-EXIT
                         DISPLAY 'ALUNOS: ' WS-REG-CFP001S1
                         DISPLAY ' '
                      END-IF
                               OR WS-UN-ALUNO = WS-SS-UNIDADE)
                            MOVE 'S' TO WS-ACHOU-NOME
                            ADD 1 TO WS-R-ALU
                            PERFORM P160-MASCARA-CPF THRU P160-EXIT
                            IF WS-ST-ALUNO = 'I'
                               DISPLAY 'ALUNOS: ' WS-REG-CFP001S1
                                       ' (INATIVO)'
       P120-EXIT.
            EXIT.

      * >>> SO O SUPERVISOR VE O CPF INTEIRO; PARA OS DEMAIS A IMAGEM
      * >>> EXIBIDA LEVA APENAS OS SEIS DIGITOS DO MEIO
       S160 SECTION.
       P160-MASCARA-CPF.
            MOVE 'A'                TO WS-MC-SUBSISTEMA
            MOVE WS-CPF-ALUNO       TO WS-MC-CPF
            CALL 'MASCCPF' USING WS-MC-AREA
            MOVE WS-MC-CPF-NUMERICO TO WS-CPF-ALUNO.
       P160-EXIT.
            EXIT.

      * >>> REGISTRA NO ACESSO.LOG A PESSOA EXIBIDA NA CONSULTA
       S170 SECTION.
       P170-REGISTRA-ACESSO.
            MOVE 'CONALUNO' TO WS-AC-PROGRAMA
            CALL 'GRVACESS' USING WS-ACESSO-AREA
            IF WS-AC-RETORNO NOT = SPACES
               DISPLAY 'AVISO GRVACESS: ' WS-AC-RETORNO
            END-IF.
       P170-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S1
