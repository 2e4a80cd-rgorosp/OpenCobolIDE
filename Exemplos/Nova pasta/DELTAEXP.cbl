      * Update: 02-09-26 - COLUNA DO COMPLEMENTO DO ENDERECO
      *         (CP-END-CONTATO) INCLUIDA ENTRE O NUMERO E O BAIRRO,
      *         COMPLETANDO O BLOCO DE ENDERECO NO CSV
      * Update: 15-10-26 - SO EMITE O CONTATO COM CONSENTIMENTO LGPD
      *         VALIDO PARA COMPARTILHAMENTO COM PARCEIROS ('CP', VIA
      *         VERCONSN); OS EXCLUIDOS SAO CONTADOS NO RESUMO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELTAEXP.
       77  WS-ID-LINHA           PIC X(05) VALUE SPACES.
       77  WS-ACAO-LINHA         PIC X(01) VALUE SPACES.
       77  WS-QT-EMITIDOS        PIC 9(05) VALUE ZEROS.
       77  WS-QT-SEM-CONSENT     PIC 9(05) VALUE ZEROS.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
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
            DISPLAY 'PROGRAMA DELTAEXP - INICIADO'
            PERFORM P050-ABRIR
            PERFORM P080-LER-HWM THRU P080-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'DELTAEXP' TO WS-LY-PROGRAMA
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
            OPEN INPUT LOG-CONTATOS
            EXIT.

      * >>> EMITE O CSV DO DELTA: LAYOUT DO LISCONTA MAIS O CODIGO DE
      * >>> ACAO (A/C/E) NA ULTIMA COLUNA; REGISTRO INATIVADO SAI 'E'.
      * >>> CONTATO SEM CONSENTIMENTO PARA PARCEIROS NAO SAI
       S400 SECTION.
       P400-EMITIR.
            PERFORM VARYING WS-I FROM 1 BY 1
                    INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         PERFORM P450-CONSENTIMENTO THRU P450-EXIT
               END-READ
               IF WS-FS-CON = 00 AND WS-CS-CONSENTIDO = 'S'
                  IF CONTATO-INATIVO
                     MOVE 'E' TO WS-DELTA-ACAO(WS-I)
                  END-IF
                  ADD 1 TO WS-QT-EMITIDOS
                  MOVE SPACES TO CSV-LINHA
                  STRING ID-CONTATO ',' NM-CONTATO
                         ',' CT-CONTATO
                         ',' LG-CONTATO
                         ',' NR-END-CONTATO
                         ',' CP-END-CONTATO
                         ',' BA-CONTATO
                         ',' CI-CONTATO
                         ',' UF-CONTATO
                         ',' CEP-CONTATO
                         ',' WS-DELTA-ACAO(WS-I)
                         DELIMITED BY SIZE INTO CSV-LINHA
                  WRITE CSV-LINHA
               END-IF
            END-PERFORM.
       P400-EXIT.
            EXIT.

       P450-CONSENTIMENTO.
            MOVE 'V'        TO WS-CS-FUNCAO
            MOVE 'C'        TO WS-CS-TP-PESSOA
            MOVE ID-CONTATO TO WS-CS-ID-PESSOA
            MOVE 'CP'       TO WS-CS-FINALIDADE
            CALL 'VERCONSN' USING WS-CONSN-AREA
            IF WS-CS-CONSENTIDO NOT = 'S'
               ADD 1 TO WS-QT-SEM-CONSENT
            END-IF.
       P450-EXIT.
            EXIT.

      * >>> AVANCA A MARCA D'AGUA PARA A PROXIMA EXTRACAO
       S500 SECTION.
       P500-GRAVAR-HWM.

       S700 SECTION.
       P700-FECHAR.
            MOVE 'F' TO WS-CS-FUNCAO
            CALL 'VERCONSN' USING WS-CONSN-AREA
            IF WS-FS-LOG NOT = 35
               CLOSE LOG-CONTATOS
            END-IF
            DISPLAY '--------------------------------------'
            DISPLAY ' IDS TOCADOS NA JANELA..: ' WS-QTD-DELTA
            DISPLAY ' REGISTROS EMITIDOS.....: ' WS-QT-EMITIDOS
            DISPLAY ' EXCLUIDOS SEM CONSENT..: ' WS-QT-SEM-CONSENT
            DISPLAY ' NOVA MARCA D AGUA......: ' WS-HWM-NOVA
            DISPLAY '--------------------------------------'
            STOP RUN.
