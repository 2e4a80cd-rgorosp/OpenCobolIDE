      *          DO ACERTO (CONCONTA, CONALUNO, CONCLIEN, CONPROF).
      *          ACABA COM AS QUATRO CONSULTAS ABERTAS EM SEPARADO
      *          QUANDO ALGUEM LIGA NA SECRETARIA
      * Update: 15-10-26 - CPF DO CONTATO ENCONTRADO EXIBIDO PELO
      *         MASCCPF, MASCARADO CONFORME O NIVEL DO OPERADOR
      * Update: 15-10-26 - CADA PESSOA ENCONTRADA E EXIBIDA E
      *         REGISTRADA NO ACESSO.LOG PELO GRVACESS, COM O
      *         OPERADOR, O TERMO BUSCADO E O MOTIVO DA CONSULTA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAPES.
           03 WS-R-ACERTOS       PIC 9(04) VALUE ZEROS.
           03 WS-SALTO           PIC X(01) VALUE SPACES.

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

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM UNTIL WS-FLAG = 'N'
               PERFORM P100-UMA-BUSCA THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'BUSCAPES' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'CLIENTES' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CLIENTES TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CLIENTES TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S100 SECTION.
       P100-UMA-BUSCA.
            DISPLAY ' '
       P180-EXIT.
            EXIT.

      * >>> REGISTRA NO ACESSO.LOG A PESSOA EXIBIDA NA CONSULTA
       S170 SECTION.
       P170-REGISTRA-ACESSO.
            MOVE 'BUSCAPES' TO WS-AC-PROGRAMA
            CALL 'GRVACESS' USING WS-ACESSO-AREA
            IF WS-AC-RETORNO NOT = SPACES
               DISPLAY 'AVISO GRVACESS: ' WS-AC-RETORNO
            END-IF.
       P170-EXIT.
            EXIT.

       S200 SECTION.
       P200-BUSCA-CONTATOS.
            OPEN INPUT CONTATOS

       P260-MOSTRA-CONTATO.
            ADD 1 TO WS-R-ACERTOS
            MOVE 'C'            TO WS-AC-TP-PESSOA
            MOVE ID-CONTATO     TO WS-AC-ID-PESSOA
            MOVE CPF-CONTATO    TO WS-AC-CPF
            MOVE WS-TERMO-BUSCA TO WS-AC-BUSCA
            PERFORM P170-REGISTRA-ACESSO THRU P170-EXIT
            MOVE 'C'         TO WS-MC-SUBSISTEMA
            MOVE CPF-CONTATO TO WS-MC-CPF
            CALL 'MASCCPF' USING WS-MC-AREA
            DISPLAY ' CONTATO  ID ' ID-CONTATO
                    ' ' NM-CONTATO
                    ' CPF ' WS-MC-CPF-EDITADO
                    ' SIT ' ST-CONTATO.
       P260-EXIT.
            EXIT.

       P360-MOSTRA-ALUNO.
            ADD 1 TO WS-R-ACERTOS
            MOVE 'A'            TO WS-AC-TP-PESSOA
            MOVE ID-ALUNO       TO WS-AC-ID-PESSOA
            MOVE CPF-ALUNO      TO WS-AC-CPF
            MOVE WS-TERMO-BUSCA TO WS-AC-BUSCA
            PERFORM P170-REGISTRA-ACESSO THRU P170-EXIT
            DISPLAY ' ALUNO    ID ' ID-ALUNO
                    ' ' NM-ALUNO
                    ' TURMA ' TU-ALUNO
            PERFORM P180-NOME-CONTEM THRU P180-EXIT
            IF WS-ACHOU-NOME = 'S'
               ADD 1 TO WS-R-ACERTOS
               MOVE 'L'            TO WS-AC-TP-PESSOA
               MOVE ID-CLIENTE     TO WS-AC-ID-PESSOA
               MOVE ZEROS          TO WS-AC-CPF
               MOVE WS-TERMO-BUSCA TO WS-AC-BUSCA
               PERFORM P170-REGISTRA-ACESSO THRU P170-EXIT
               DISPLAY ' CLIENTE  ID ' ID-CLIENTE
                       ' ' NM-CLIENTE
                       ' SIT ' ST-CLIENTE
            PERFORM P180-NOME-CONTEM THRU P180-EXIT
            IF WS-ACHOU-NOME = 'S'
               ADD 1 TO WS-R-ACERTOS
               MOVE 'P'            TO WS-AC-TP-PESSOA
               MOVE PR-ID-PROF     TO WS-AC-ID-PESSOA
               MOVE ZEROS          TO WS-AC-CPF
               MOVE WS-TERMO-BUSCA TO WS-AC-BUSCA
               PERFORM P170-REGISTRA-ACESSO THRU P170-EXIT
               DISPLAY ' PROFESSOR ID ' PR-ID-PROF
                       ' ' PR-NM-PROF
                       ' SIT ' PR-ST-PROF
