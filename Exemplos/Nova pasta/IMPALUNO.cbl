      *         ACRESCENTADO AO JORNAL DOS MESTRES (JORNMAST), COMO
      *         NOS PROGRAMAS ONLINE; O ROLL-FORWARD DO RECFORW DEIXA
      *         DE PERDER AS CARGAS EM LOTE POSTERIORES AO BACKUP
      * Update: 15-10-26 - A CARGA LIMPA O NOVO CAMPO RA-ALUNO, QUE
      *         NAO VEM NO CSV
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPALUNO.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.


       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA IMPALUNO - INICIADO'
            PERFORM P020-RUN-CONTROL THRU P020-EXIT
            PERFORM P050-ABRIR
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'IMPALUNO' TO WS-LY-PROGRAMA
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

      * >>> CONTROLE DE EXECUCAO: RECUSA REPROCESSAR O MESMO CSV NA
      * >>> MESMA DATA DE PROCESSAMENTO (JOB JA FINALIZADO)
       S020 SECTION.
               SET ALUNO-ATIVO       TO TRUE
               MOVE ZEROS            TO CPF-ALUNO
               MOVE SPACES           TO UN-ALUNO
               MOVE SPACES           TO RA-ALUNO
               WRITE REG-CFP001S1
                     INVALID KEY
                          DISPLAY 'ALUNO ' WS-CAMPO-ID
