      *          PARA USO EM INTERFACES EXTERNAS AO SISTEMA
      * Update: 09-08-26 - P700-FECHAR PASSA A VERIFICAR O FILE STATUS
      *         DO CLOSE DO XML-CONTA, E NAO SO DO CFP001S1
      * Update: 15-10-26 - SO EXPORTA O CONTATO COM CONSENTIMENTO LGPD
      *         VALIDO PARA COMPARTILHAMENTO COM PARCEIROS ('CP', VIA
      *         VERCONSN); OS EXCLUIDOS SAO CONTADOS NO RESUMO
      * Update: 15-10-26 - CPF DO CONTATO EXPORTADO MASCARADO PELO
      *         MASCCPF, SALVO CARTAO CPF=COMPLETO OU SUPERVISOR
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMLCONTA.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-R-CON           PIC 9(05) VALUE ZEROS.
           03 WS-R-SEM-CONSENT   PIC 9(05) VALUE ZEROS.
       01  WS-XML-BUFFER         PIC X(600) VALUE SPACES.
       01  WS-XML-LEN            PIC 9(05)  VALUE ZEROS.

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


      * >>> FILTRO DE CATEGORIA (PARAMETRO DE EXECUCAO, 2 POSICOES;
      * >>> BRANCOS = TODAS AS CATEGORIAS)
       01  WS-PARM-LINE          PIC X(20) VALUE SPACES.
       01  WS-FILTRO-CATEG       PIC X(02) VALUE SPACES.

           COPY VERLAYOU.
       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            ACCEPT WS-PARM-LINE FROM COMMAND-LINE
            MOVE WS-PARM-LINE(1:2) TO WS-FILTRO-CATEG
            IF WS-FILTRO-CATEG NOT = SPACES
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'XMLCONTA' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
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
               IF WS-FS-CON = 00
                  AND (WS-FILTRO-CATEG = SPACES
                       OR CT-CONTATO = WS-FILTRO-CATEG)
                  PERFORM P150-CONSENTIMENTO THRU P150-EXIT
                  IF WS-CS-CONSENTIDO = 'S'
                     PERFORM P160-MASCARA-CPF THRU P160-EXIT
                     XML GENERATE WS-XML-BUFFER FROM REG-CONTATOS
                          COUNT IN WS-XML-LEN
                     MOVE SPACES TO XML-LINHA
                     MOVE WS-XML-BUFFER(1:WS-XML-LEN) TO XML-LINHA
                     WRITE XML-LINHA
                     ADD 1 TO WS-R-CON
                  END-IF
               END-IF
            END-IF.
       P100-EXIT.
            EXIT.

      * >>> CONTATO SEM CONSENTIMENTO PARA PARCEIROS FICA DE FORA
       P150-CONSENTIMENTO.
            MOVE 'V'        TO WS-CS-FUNCAO
            MOVE 'C'        TO WS-CS-TP-PESSOA
            MOVE ID-CONTATO TO WS-CS-ID-PESSOA
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
            MOVE 'C'                TO WS-MC-SUBSISTEMA
            MOVE CPF-CONTATO        TO WS-MC-CPF
            CALL 'MASCCPF' USING WS-MC-AREA
            MOVE WS-MC-CPF-NUMERICO TO CPF-CONTATO.
       P160-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE 'F' TO WS-CS-FUNCAO
            CALL 'VERCONSN' USING WS-CONSN-AREA
            CLOSE CFP001S1
            IF WS-FS-CON NOT = 00 THEN
               MOVE WS-FS-CON                           TO WS-MSG1
            DISPLAY '>>>> PROGRAMA XMLCONTA FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' CONTATOS EXPORTADOS......: ' WS-R-CON
            DISPLAY ' EXCLUIDOS SEM CONSENT.CP.: ' WS-R-SEM-CONSENT
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
