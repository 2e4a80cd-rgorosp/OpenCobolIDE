      *          BLOCO SOMENTE COM CONFIRMACAO EXPRESSA DO OPERADOR.
      *          O RESUMO ASSINADO DA EXECUCAO (QUANTIDADES POR ARQUIVO
      *          E DATA) SAI EM ANONLGPD.REL
      * Update: 15-10-26 - AO ANONIMIZAR O ALUNO, A FICHA DE SAUDE
      *         DELE (SAUDE.DAT) E EXCLUIDA; QUANTIDADE NO RESUMO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONLGPD.
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-ALU
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001V6 ASSIGN TO "C:/ARQUIVOS/SAUDE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SD-ID-ALUNO
                  FILE STATUS  IS WS-FS-SAU
                  LOCK MODE    IS AUTOMATIC.
           SELECT REL-ANONIM ASSIGN TO "C:/ARQUIVOS/ANONLGPD.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
           COPY REGCONTT.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001V6.
           COPY REGSAUDE.
       FD  REL-ANONIM.
       01  REL-LINHA              PIC X(80).
       WORKING-STORAGE SECTION.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SAU          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-SAUDE       PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FIM-LOG         PIC X(01) VALUE 'N'.
       01  WS-CONTADORES.
           03 WS-QT-CONTATOS     PIC 9(05) VALUE ZEROS.
           03 WS-QT-ALUNOS       PIC 9(05) VALUE ZEROS.
           03 WS-QT-SAUDE        PIC 9(05) VALUE ZEROS.

       77  WS-MARCA-ANONIMO      PIC X(20) VALUE '*** ANONIMIZADO ***'.

           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.


       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA ANONLGPD - INICIADO'
            DISPLAY 'DIGITE O PRAZO DE RETENCAO EM ANOS (EX: 05): '
            ACCEPT WS-ANOS-RETENCAO
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'ANONLGPD' TO WS-LY-PROGRAMA
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
            OPEN INPUT LOG-CONTATOS
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM FICHAS DE SAUDE NAO HA O QUE EXCLUIR
            OPEN I-O CFP001V6
            IF WS-FS-SAU NOT = 00
               MOVE 'S' TO WS-SEM-SAUDE
            END-IF

            OPEN OUTPUT REL-ANONIM
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                    TO WS-MSG1
                            PERFORM P800-ERRO THRU P999-EXIT
                         END-IF
                         ADD 1 TO WS-QT-ALUNOS
                         PERFORM P320-EXCLUI-SAUDE THRU P320-EXIT
                      END-IF
            END-READ.
       P310-EXIT.
            EXIT.

      * >>> DADO DE SAUDE NAO SE ANONIMIZA: A FICHA SAI DO ARQUIVO
       P320-EXCLUI-SAUDE.
            IF WS-SEM-SAUDE = 'S'
               GO TO P320-EXIT
            END-IF
            MOVE ID-ALUNO TO SD-ID-ALUNO
            DELETE CFP001V6
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      ADD 1 TO WS-QT-SAUDE
            END-DELETE.
       P320-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS ANONIMIZADOS..: ' WS-QT-ALUNOS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'FICHAS DE SAUDE EXCL.: ' WS-QT-SAUDE
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            END-IF
            CLOSE CONTATOS
            CLOSE CFP001S1
            IF WS-SEM-SAUDE = 'N'
               CLOSE CFP001V6
            END-IF
            CLOSE REL-ANONIM.
       P700-EXIT.
            EXIT.
            DISPLAY '--------------------------------------'
            DISPLAY ' CONTATOS ANONIMIZADOS: ' WS-QT-CONTATOS
            DISPLAY ' ALUNOS ANONIMIZADOS..: ' WS-QT-ALUNOS
            DISPLAY ' FICHAS DE SAUDE EXCL.: ' WS-QT-SAUDE
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
