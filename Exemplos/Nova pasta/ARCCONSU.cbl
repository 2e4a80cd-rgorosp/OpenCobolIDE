      * Update: 22-08-26 - LAYOUT-ESPELHO -A ATUALIZADO COM O CAMPO
      *         DE UNIDADE (UN-ALUNO), QUE O ARQUIVAMENTO E A
      *         REINTEGRACAO VINHAM PERDENDO
      * Update: 15-10-26 - LAYOUT-ESPELHO -A COM O NOVO CAMPO RA-ALUNO
      *         (REGISTRO DO ALUNO NA SECRETARIA ESTADUAL)
      * Update: 15-10-26 - CPF DO REGISTRO ARQUIVADO EXIBIDO
      *         MASCARADO PELO MASCCPF, CONFORME O NIVEL DO OPERADOR;
      *         A REINTEGRACAO CONTINUA GRAVANDO O CPF INTEGRAL
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCCONSU.
           03 ST-ALUNO-A          PIC X(01).
           03 CPF-ALUNO-A         PIC 9(11).
           03 UN-ALUNO-A          PIC X(03).
           03 RA-ALUNO-A          PIC X(12).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-ACAO            PIC X(01) VALUE SPACES.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-QT-REINTEGRADOS PIC 9(03) VALUE ZEROS.
           03 WS-CPF-GUARDA      PIC 9(11) VALUE ZEROS.

      * AREA DE COMUNICACAO COM A MASCARA DE CPF (MASCCPF)
       01  WS-MC-AREA.
           03 WS-MC-SUBSISTEMA   PIC X(01) VALUE SPACES.
           03 WS-MC-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-MC-CPF-EDITADO  PIC X(14) VALUE SPACES.
           03 WS-MC-CPF-NUMERICO PIC 9(11) VALUE ZEROS.
           03 WS-MC-COMPLETO     PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM P050-ABRIR
            PERFORM P100-SESSAO THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'ARCCONSU' TO WS-LY-PROGRAMA
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
            OPEN I-O CONTATOS
                      DISPLAY ' '
                      GO TO P200-EXIT
            END-READ
      * >>> A IMAGEM EXIBIDA LEVA O CPF MASCARADO; O REGISTRO VOLTA
      * >>> COM O CPF INTEGRAL ANTES DE UMA EVENTUAL REINTEGRACAO
            MOVE CPF-CONTATO-A TO WS-CPF-GUARDA
            MOVE 'C'           TO WS-MC-SUBSISTEMA
            MOVE CPF-CONTATO-A TO WS-MC-CPF
            CALL 'MASCCPF' USING WS-MC-AREA
            MOVE WS-MC-CPF-NUMERICO TO CPF-CONTATO-A
            DISPLAY 'ARQUIVADO: ' REG-CONTATOS-A
            MOVE WS-CPF-GUARDA TO CPF-CONTATO-A

            DISPLAY 'REINTEGRAR AO MESTRE COMO ATIVO? (S)SIM (N)NAO'
            ACCEPT WS-ACAO
                      DISPLAY ' '
                      GO TO P300-EXIT
            END-READ
      * >>> A IMAGEM EXIBIDA LEVA O CPF MASCARADO; O REGISTRO VOLTA
      * >>> COM O CPF INTEGRAL ANTES DE UMA EVENTUAL REINTEGRACAO
            MOVE CPF-ALUNO-A   TO WS-CPF-GUARDA
            MOVE 'A'           TO WS-MC-SUBSISTEMA
            MOVE CPF-ALUNO-A   TO WS-MC-CPF
            CALL 'MASCCPF' USING WS-MC-AREA
            MOVE WS-MC-CPF-NUMERICO TO CPF-ALUNO-A
            DISPLAY 'ARQUIVADO: ' REG-ALUNOS-A
            MOVE WS-CPF-GUARDA TO CPF-ALUNO-A

            DISPLAY 'REINTEGRAR AO MESTRE COMO ATIVO? (S)SIM (N)NAO'
            ACCEPT WS-ACAO
