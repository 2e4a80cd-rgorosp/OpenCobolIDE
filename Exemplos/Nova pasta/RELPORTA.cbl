      *          LINHA PROPRIA O ALUNO COM RETIRADA RESTRITA (ADULTO
      *          'PR' REGISTRADO). SUBSTITUI O FICHARIO DE PAPEL DO
      *          PORTAO. SAIDA REGISTRADA NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CPF DO ADULTO IMPRESSO PELO MASCCPF,
      *         MASCARADO SALVO OPERADOR SUPERVISOR OU CARTAO
      *         CPF=COMPLETO NA EXECUCAO BATCH
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPORTA.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-MENSAGEM        PIC X(40) VALUE SPACES.
      *

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
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            DISPLAY 'DIGITE O CODIGO DA TURMA (5 POSICOES): '
            ACCEPT WS-TURMA-PEDIDA
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELPORTA' TO WS-LY-PROGRAMA
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
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
                      MOVE 'CONTATO DESCONHECIDO' TO NM-CONTATO
                      MOVE ZEROS TO CPF-CONTATO
            END-READ
            MOVE 'C'         TO WS-MC-SUBSISTEMA
            MOVE CPF-CONTATO TO WS-MC-CPF
            CALL 'MASCCPF' USING WS-MC-AREA
            IF RETIRADA-PROIBIDA
               MOVE 'S' TO WS-RESTRITO
               MOVE SPACES TO REL-LINHA
               STRING '   PROIBIDO: ' NM-CONTATO
                      ' CPF ' WS-MC-CPF-EDITADO
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               MOVE 'S' TO WS-TEM-AUTORIZADO
               MOVE SPACES TO REL-LINHA
               STRING '   ' AR-TIPO ' ' NM-CONTATO
                      ' CPF ' WS-MC-CPF-EDITADO
                      ' VIG ' AR-DT-INICIO ' A ' AR-DT-FIM
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
