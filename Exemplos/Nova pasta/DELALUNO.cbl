      * Update: 22-08-26 - AREA-ESPELHO AMPLIADA PARA X(92) COM O
      *         NOVO CAMPO UNIDADE (UN-ALUNO) DO REGISTRO DO ALUNO,
      *         PARA A IMAGEM DO JORNAL NAO SAIR TRUNCADA
      * Update: 15-10-26 - EXCLUSAO DE ALUNO ATIVO AJUSTA A MENSALIDADE
      *         DO MES PELOS DIAS LETIVOS ATE A DATA (PRORATA), COM O
      *         PAGO A MAIS VIRANDO CREDITO DA FAMILIA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELALUNO.
       77  WS-CURRENT-DATE       PIC X(21) VALUE SPACES.
       77  WS-DATA-HORA          PIC X(19) VALUE SPACES.

      * AREA DE COMUNICACAO COM O PRO-RATA DA MENSALIDADE (PRORATA)
       01  WS-PRORATA-AREA.
           03 WS-PR-FUNCAO        PIC X(01) VALUE SPACES.
           03 WS-PR-ID-ALUNO      PIC 9(05) VALUE ZEROS.
           03 WS-PR-ANO-MES       PIC 9(06) VALUE ZEROS.
           03 WS-PR-DT-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-PR-VALOR         PIC 9(05)V99 VALUE ZEROS.
           03 WS-PR-VL-AJUSTE     PIC 9(05)V99 VALUE ZEROS.
           03 WS-PR-VL-LIQUIDO    PIC 9(05)V99 VALUE ZEROS.
           03 WS-PR-VL-CREDITO    PIC 9(07)V99 VALUE ZEROS.
           03 WS-PR-DIAS-COBRADOS PIC 9(03) VALUE ZEROS.
           03 WS-PR-DIAS-MES      PIC 9(03) VALUE ZEROS.
           03 WS-PR-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-MENSAGEM
            DISPLAY WS-VAR
            PERFORM P050-ABRIR
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'DELALUNO' TO WS-LY-PROGRAMA
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
            ELSE
               ADD 1 TO WS-RW-ALU
               PERFORM P250-GRAVAR-LOG THRU P250-EXIT
               IF WS-ST-ALUNO = 'A'
                  PERFORM P260-AJUSTA-MENSALIDADE THRU P260-EXIT
               END-IF
            END-IF
            END-IF.

       P250-EXIT.
            EXIT.

      * >>> CANCELAMENTO NO MES: A MENSALIDADE DO MES PASSA A
      * >>> COBRAR SO OS DIAS LETIVOS ATE HOJE; O QUE JA FOI PAGO ALEM
      * >>> DISSO VIRA CREDITO DA FAMILIA (PRORATA/CREDFAMI)
       P260-AJUSTA-MENSALIDADE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE 'C'                   TO WS-PR-FUNCAO
            MOVE ID-ALUNO              TO WS-PR-ID-ALUNO
            MOVE WS-CURRENT-DATE(1:8)  TO WS-PR-DT-MOVIMENTO
            CALL 'PRORATA' USING WS-PRORATA-AREA
            IF WS-PR-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO PRORATA: ' WS-PR-MENSAGEM
            END-IF
            IF WS-PR-VL-AJUSTE > ZEROS
               DISPLAY 'MENSALIDADE AJUSTADA - DIAS COBRADOS '
                       WS-PR-DIAS-COBRADOS '/' WS-PR-DIAS-MES
               DISPLAY 'NOVO LIQUIDO ' WS-PR-VL-LIQUIDO
                       ' CREDITO GERADO ' WS-PR-VL-CREDITO
            END-IF.
       P260-EXIT.
            EXIT.

       S300-INVALIDO SECTION.
       P300-INVALIDO.
            DISPLAY ' '
