      *            TIPO 'T' - TRAILER COM OS TOTAIS DE A E DE N
      *          O VEREBCD TRADUZ O ARQUIVO DE VOLTA E CONFERE CONTRA
      *          OS MESTRES ANTES DA TRANSMISSAO
      * Update: 15-10-26 - O REGISTRO DE ALUNOS GANHOU O RA-ALUNO NO
      *         FINAL; O TIPO 'A' CONTINUA LEVANDO SO AS 92 POSICOES
      *         ORIGINAIS, PARA NAO ALTERAR O LAYOUT FIXO DA PREFEITURA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEBCD.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA EXPEBCD - INICIADO'
            PERFORM P050-ABRIR
            PERFORM P080-HEADER THRU P080-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'EXPEBCD' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'NOTAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-NOTAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S3 TO WS-LY-TAMANHO
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
                  ADD 1 TO WS-R-ALU
                  MOVE SPACES TO WS-REG-INTERCAM
                  MOVE 'A' TO WS-INT-TIPO
                  MOVE REG-CFP001S1(1:92) TO WS-INT-DADOS
                  PERFORM P500-GRAVAR THRU P500-EXIT
               END-IF
            END-IF.
