      * Update: 22-08-26 - FILTRO OPCIONAL POR UNIDADE (CAMPUS) NA
      *         ENTRADA E AREA-ESPELHO AMPLIADA PARA X(92) COM O CPF
      *         E A UNIDADE DO REGISTRO DO ALUNO
      * Update: 15-10-26 - CPF DA AREA-ESPELHO MASCARADO PELO MASCCPF
      *         ANTES DE LISTAR, CONFORME O NIVEL DO OPERADOR
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISALUNO.
           77 WS-DATA-HORA-INI    PIC X(21) VALUE SPACES.
           77 WS-DATA-HORA-FIM    PIC X(21) VALUE SPACES.

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

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            INITIALIZE WS-VAR
            PERFORM P950-DATA-HORA THRU P950-EXIT
            MOVE WS-DATA-HORA-FORMAT TO WS-DATA-HORA-INI
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'LISALUNO' TO WS-LY-PROGRAMA
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
                        OR WS-SS-NV-ALUNOS NOT LESS '3'
                        OR WS-UN-ALUNO = WS-SS-UNIDADE)
                     ADD 1 TO WS-I-ALU
                     MOVE 'A'                TO WS-MC-SUBSISTEMA
                     MOVE WS-CPF-ALUNO       TO WS-MC-CPF
                     CALL 'MASCCPF' USING WS-MC-AREA
                     MOVE WS-MC-CPF-NUMERICO TO WS-CPF-ALUNO
                     DISPLAY 'REGISTRO: ' WS-I-ALU
                             ': DADOS: ' WS-REG-CFP001S1
                  END-IF
