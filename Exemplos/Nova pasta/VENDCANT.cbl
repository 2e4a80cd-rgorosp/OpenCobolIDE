      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: VENDAS DA CANTINA PARA O BATPGM1 - LE O ARQUIVO DE
      *          VENDAS DO DIA EXPORTADO PELO CAIXA DA CANTINA
      *          (VENDCANT.TXT: POSICOES 1-5 ID DO ALUNO, 6-14 VALOR
      *          COM 9 DIGITOS SEM VIRGULA), TROCA O ALUNO PELO
      *          CLIENTE DA SUA CONTA NA CANTINA (CANTINA.DAT,
      *          CFP001U7) E GRAVA O IN-FILE DO BATPGM1 COM UM DEBITO
      *          ('D') POR VENDA, PARA O BATPGM1 LANCAR NO SALDO COM O
      *          CONTROLE DE LIMITE E BLOQUEIO. VENDA INVALIDA OU DE
      *          ALUNO SEM CONTA NAO VAI PARA O IN-FILE E SAI NA LISTA
      *          DE REJEITADAS. O IN-FILE E SEMPRE REGRAVADO (VAZIO SEM
      *          VENDAS) PARA O BATPGM1 NAO RELANCAR O LOTE ANTERIOR;
      *          COM REINICIO DO BATPGM1 PENDENTE (BATPGM1.CKP) O JOB
      *          E RECUSADO. SAIDA REGISTRADA NO CATALOGO (RELCATAL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDCANT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDAS ASSIGN TO "C:/ARQUIVOS/VENDCANT.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-VEN.
           SELECT CFP001U7 ASSIGN TO "C:/ARQUIVOS/CANTINA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CN-ID-CLIENTE
                  ALTERNATE RECORD KEY IS CN-ID-ALUNO
                  FILE STATUS  IS WS-FS-CAN.
           SELECT IN-FILE  ASSIGN TO 'C:\Arquivos\INFILE.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-IN.
           SELECT CKPT-FILE ASSIGN TO 'C:\Arquivos\BATPGM1.CKP'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CKP.
           SELECT REL-VENDAS ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-VENDAS.
       01  VEN-LINHA             PIC X(14).
       FD  CFP001U7.
           COPY REGCANTI.
       FD  IN-FILE
           RECORDING MODE IS F.
       01  IN-REG                PIC X(15).
       FD  CKPT-FILE
           RECORDING MODE IS F.
       01  CKPT-REG              PIC 9(05).
       FD  REL-VENDAS.
       01  REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-VEN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-IN           PIC 9(02) VALUE ZEROS.
           03 WS-FS-CKP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-VENDAS      PIC X(01) VALUE 'N'.
           03 WS-SEM-CONTAS      PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FIM-VEN         PIC X(01) VALUE 'N'.
           03 WS-MOTIVO          PIC X(25) VALUE SPACES.
           03 WS-VL-VENDA        PIC 9(07)V99 VALUE ZEROS.
           03 WS-R-LIDAS         PIC 9(05) VALUE ZEROS.
           03 WS-R-DEBITOS       PIC 9(05) VALUE ZEROS.
           03 WS-R-REJEITADAS    PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-TT-DEBITOS      PIC 9(09)V99 VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> LINHA DE VENDA DO CAIXA DA CANTINA
       01  WS-VEN-REG.
           03 WS-VEN-ALUNO       PIC X(05).
           03 WS-VEN-VALOR       PIC X(09).

      * >>> LINHA DO IN-FILE DO BATPGM1 (ID + TIPO C/D + VALOR)
       01  WS-IN-REG.
           03 WS-IN-ID           PIC 9(05).
           03 WS-IN-TIPO         PIC X(01).
           03 WS-IN-VALOR        PIC X(09).

      * >>> CAMPOS EDITADOS DA LINHA
       01  WS-EDITADOS.
           03 WS-ED-QTDE         PIC ZZ.ZZ9.
           03 WS-ED-VALOR        PIC Z.ZZZ.ZZ9,99.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
           03 WS-FSTAT-DESCRICAO  PIC X(40) VALUE SPACES.
           03 WS-FSTAT-SEVERIDADE PIC X(01) VALUE SPACES.

      * AREA DE COMUNICACAO COM O JORNAL CENTRAL DE ERROS
       01  WS-ERRLOG-AREA.
           03 WS-EL-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-EL-CODIGO        PIC X(02) VALUE SPACES.
           03 WS-EL-SEVERIDADE    PIC X(01) VALUE SPACES.
           03 WS-EL-MENSAGEM      PIC X(35) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            DISPLAY 'PROGRAMA VENDCANT - INICIADO'
            PERFORM P040-VERIFICA-CHECKPOINT THRU P040-EXIT
            PERFORM P050-ABRIR
            PERFORM P100-VENDAS THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> O IN-FILE EM USO POR UM REINICIO PENDENTE DO BATPGM1 NAO
      * >>> PODE SER SOBREPOSTO
       S040 SECTION.
       P040-VERIFICA-CHECKPOINT.
            OPEN INPUT CKPT-FILE
            IF WS-FS-CKP NOT = 00
               GO TO P040-EXIT
            END-IF
            READ CKPT-FILE
            IF WS-FS-CKP = 00 AND CKPT-REG IS NUMERIC
               AND CKPT-REG NOT = ZEROS
               CLOSE CKPT-FILE
               MOVE 99                                  TO WS-MSG1
               MOVE 'REINICIO DO BATPGM1 PENDENTE'      TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            CLOSE CKPT-FILE.
       P040-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/VENDCANT_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

      * >>> SEM VENDAS DO DIA, O IN-FILE SAI VAZIO
            OPEN INPUT ARQ-VENDAS
            IF WS-FS-VEN NOT = 00
               MOVE 'S' TO WS-SEM-VENDAS
            END-IF

            OPEN INPUT CFP001U7
            IF WS-FS-CAN NOT = 00
               MOVE 'S' TO WS-SEM-CONTAS
            END-IF

            OPEN OUTPUT IN-FILE
            IF WS-FS-IN NOT = 00
               MOVE WS-FS-IN                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO IN-FILE'    TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-VENDAS
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-VENDAS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-VENDAS.
            MOVE SPACES TO REL-LINHA
            STRING 'CANTINA - VENDAS CONVERTIDAS PARA O BATPGM1 EM '
                   WS-CURRENT-DATE(1:8)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE 'VENDAS REJEITADAS (ALUNO VALOR MOTIVO):' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT

            IF WS-SEM-VENDAS = 'N'
               PERFORM P110-VENDA THRU P110-EXIT
                       UNTIL WS-FIM-VEN = 'S'
            END-IF

            IF WS-R-REJEITADAS = ZEROS
               MOVE 'NENHUMA VENDA REJEITADA' TO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-IF
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE WS-R-LIDAS TO WS-ED-QTDE
            MOVE SPACES TO REL-LINHA
            STRING 'VENDAS LIDAS.......: ' WS-ED-QTDE
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE WS-R-DEBITOS  TO WS-ED-QTDE
            MOVE WS-TT-DEBITOS TO WS-ED-VALOR
            MOVE SPACES TO REL-LINHA
            STRING 'DEBITOS GERADOS....: ' WS-ED-QTDE
                   '   VALOR: ' WS-ED-VALOR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE WS-R-REJEITADAS TO WS-ED-QTDE
            MOVE SPACES TO REL-LINHA
            STRING 'VENDAS REJEITADAS..: ' WS-ED-QTDE
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P100-EXIT.
            EXIT.

       P110-VENDA.
            READ ARQ-VENDAS INTO WS-VEN-REG
                 AT END
                      MOVE 'S' TO WS-FIM-VEN
                      GO TO P110-EXIT
            END-READ
            ADD 1 TO WS-R-LIDAS
            MOVE SPACES TO WS-MOTIVO

            IF WS-VEN-ALUNO IS NOT NUMERIC
               MOVE 'ALUNO NAO NUMERICO' TO WS-MOTIVO
               PERFORM P150-REJEITAR THRU P150-EXIT
               GO TO P110-EXIT
            END-IF
            IF WS-VEN-VALOR IS NOT NUMERIC
               MOVE 'VALOR NAO NUMERICO' TO WS-MOTIVO
               PERFORM P150-REJEITAR THRU P150-EXIT
               GO TO P110-EXIT
            END-IF
            MOVE WS-VEN-VALOR TO WS-VL-VENDA(1:9)
            IF WS-VL-VENDA = ZEROS
               MOVE 'VALOR ZERADO' TO WS-MOTIVO
               PERFORM P150-REJEITAR THRU P150-EXIT
               GO TO P110-EXIT
            END-IF
            IF WS-SEM-CONTAS = 'S'
               MOVE 'ALUNO SEM CONTA NA CANTINA' TO WS-MOTIVO
               PERFORM P150-REJEITAR THRU P150-EXIT
               GO TO P110-EXIT
            END-IF
            MOVE WS-VEN-ALUNO TO CN-ID-ALUNO
            READ CFP001U7
                 KEY IS CN-ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO SEM CONTA NA CANTINA' TO WS-MOTIVO
            END-READ
            IF WS-MOTIVO NOT = SPACES
               PERFORM P150-REJEITAR THRU P150-EXIT
               GO TO P110-EXIT
            END-IF

            MOVE CN-ID-CLIENTE TO WS-IN-ID
            MOVE 'D'           TO WS-IN-TIPO
            MOVE WS-VEN-VALOR  TO WS-IN-VALOR
            WRITE IN-REG FROM WS-IN-REG
            IF WS-FS-IN NOT = 00
               MOVE WS-FS-IN                      TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO IN-FILE'    TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1           TO WS-R-DEBITOS
            ADD WS-VL-VENDA TO WS-TT-DEBITOS.
       P110-EXIT.
            EXIT.

       P150-REJEITAR.
            ADD 1 TO WS-R-REJEITADAS
            MOVE SPACES TO REL-LINHA
            STRING WS-VEN-ALUNO ' ' WS-VEN-VALOR ' ' WS-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P150-EXIT.
            EXIT.

       P650-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            IF WS-SEM-VENDAS = 'N'
               CLOSE ARQ-VENDAS
            END-IF
            IF WS-SEM-CONTAS = 'N'
               CLOSE CFP001U7
            END-IF
            CLOSE IN-FILE
            IF WS-FS-IN NOT = 00 THEN
               MOVE WS-FS-IN                            TO WS-MSG1
               MOVE 'ERRO FECHAR O IN-FILE'             TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            CLOSE REL-VENDAS
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-VENDAS'          TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'VENDCANT'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA VENDCANT'
            DISPLAY '**********************************'
            DISPLAY ' MENSAGEM: ' WS-MSG2
            DISPLAY ' CODIGO..: ' WS-MSG1
            DISPLAY '**********************************'
            MOVE WS-MSG1 TO WS-FSTAT-CODIGO
            CALL 'FSTATDIC' USING WS-FSTAT-AREA
            PERFORM P850-JORNAL-ERRO THRU P850-EXIT
            DISPLAY ' SEVERIDADE: ' WS-FSTAT-SEVERIDADE
            DISPLAY ' DETALHE...: ' WS-FSTAT-DESCRICAO
            DISPLAY '**********************************'
            MOVE 8 TO RETURN-CODE
            STOP RUN.
       P800-EXIT.
            EXIT.

      * >>> ACRESCENTA O ERRO AO JORNAL CENTRAL (ERRLOG)
       P850-JORNAL-ERRO.
            IF WS-EL-GRAVADO = 'S'
               GO TO P850-EXIT
            END-IF
            MOVE 'S' TO WS-EL-GRAVADO
            MOVE 'VENDCANT' TO WS-EL-PROGRAMA
            MOVE WS-FSTAT-CODIGO     TO WS-EL-CODIGO
            MOVE WS-FSTAT-SEVERIDADE TO WS-EL-SEVERIDADE
            MOVE WS-MSG2             TO WS-EL-MENSAGEM
            CALL 'ERRLOG' USING WS-ERRLOG-AREA
            IF WS-EL-RETORNO NOT = SPACES
               DISPLAY 'AVISO ERRLOG: ' WS-EL-RETORNO
            END-IF.
       P850-EXIT.
            EXIT.

       S999 SECTION.
       P999-FIM.
            DISPLAY '--------------------------------------'
            DISPLAY '>>>> PROGRAMA VENDCANT FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' VENDAS LIDAS.......: ' WS-R-LIDAS
            DISPLAY ' DEBITOS GERADOS....: ' WS-R-DEBITOS
            DISPLAY ' VALOR DEBITADO.....: ' WS-TT-DEBITOS
            DISPLAY ' VENDAS REJEITADAS..: ' WS-R-REJEITADAS
            DISPLAY ' RELATORIO GERADO...: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM VENDCANT.
