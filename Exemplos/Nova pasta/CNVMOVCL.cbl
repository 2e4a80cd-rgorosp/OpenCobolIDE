      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CARGA UNICA DO HISTORICO ANTIGO DE MOVIMENTOS DO
      *          CLIENTE (MOVCLIEN.TXT, GRAVADO PELO BATPGM1 E PELAS
      *          RECARGAS DO CADCANTI ANTES DO ARQUIVO INDEXADO) PARA O
      *          MOVHIST.DAT (CFP001U8), COM ORIGEM 'M' (MIGRADO).
      *          LINHA: DD/MM/AAAA HH:MM:SS ID=NNNNN TP=X VALOR=9(9)
      *          SALDO=S9(9); AS LINHAS GRAVADAS COM 60 POSICOES TRAZEM
      *          O SALDO TRUNCADO E ENTRAM SEM SALDO GRAVADO (O EXTRATO
      *          ANCORA NO PRIMEIRO MOVIMENTO QUE TEM O SALDO).
      *          NO FIM O TEXTO E RENOMEADO PARA MOVCLIEN.MIG
      *          (CBL_RENAME_FILE, NOS MOLDES DO REORGMAS), DE MODO QUE
      *          UMA REEXECUCAO NAO CARREGA O MESMO HISTORICO DUAS VEZES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVMOVCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOV-FILE ASSIGN TO "C:/ARQUIVOS/MOVCLIEN.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-TXT.
           SELECT CFP001U8 ASSIGN TO "C:/ARQUIVOS/MOVHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MC-CHAVE
                  FILE STATUS  IS WS-FS-MOV.
       DATA DIVISION.
       FILE SECTION.
       FD  MOV-FILE.
       01  MOV-REG                 PIC X(80).
       FD  CFP001U8.
           COPY REGMOVCL.

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-TXT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MOV          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FIM-TXT         PIC X(01) VALUE 'N'.
           03 WS-MOV-GRAVADO     PIC X(01) VALUE 'N'.
           03 WS-R-LIDAS         PIC 9(07) VALUE ZEROS.
           03 WS-R-GRAVADAS      PIC 9(07) VALUE ZEROS.
           03 WS-R-SEM-SALDO     PIC 9(07) VALUE ZEROS.
           03 WS-R-IGNORADAS     PIC 9(07) VALUE ZEROS.

      * >>> LINHA DO MOVCLIEN.TXT
       01  WS-LINHA-MOV.
           03 WS-LN-DIA          PIC X(02).
           03 FILLER             PIC X(01).
           03 WS-LN-MES          PIC X(02).
           03 FILLER             PIC X(01).
           03 WS-LN-ANO          PIC X(04).
           03 FILLER             PIC X(01).
           03 WS-LN-HH           PIC X(02).
           03 FILLER             PIC X(01).
           03 WS-LN-MM           PIC X(02).
           03 FILLER             PIC X(01).
           03 WS-LN-SS           PIC X(02).
           03 FILLER             PIC X(04).
           03 WS-LN-ID           PIC X(05).
           03 FILLER             PIC X(04).
           03 WS-LN-TIPO         PIC X(01).
           03 FILLER             PIC X(07).
           03 WS-LN-VALOR        PIC X(09).
           03 WS-LN-VALOR-N REDEFINES WS-LN-VALOR
                                 PIC 9(07)V99.
           03 FILLER             PIC X(07).
           03 WS-LN-SALDO        PIC X(09).
           03 WS-LN-SALDO-N REDEFINES WS-LN-SALDO
                                 PIC S9(07)V99.
           03 FILLER             PIC X(15).

      * >>> TIMESTAMP AAAAMMDDHHMMSS MONTADO DA DATA/HORA DA LINHA
       01  WS-TS-MOV.
           03 WS-TS-ANO          PIC X(04).
           03 WS-TS-MES          PIC X(02).
           03 WS-TS-DIA          PIC X(02).
           03 WS-TS-HH           PIC X(02).
           03 WS-TS-MM           PIC X(02).
           03 WS-TS-SS           PIC X(02).

       01  WS-ARQ-ANTIGO         PIC X(30) VALUE SPACES.
       01  WS-ARQ-NOVO           PIC X(30) VALUE SPACES.
       01  WS-RETORNO            PIC S9(09) COMP VALUE ZEROS.

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
            PERFORM P050-ABRIR THRU P050-EXIT
            PERFORM P100-CARREGAR THRU P100-EXIT
                    UNTIL WS-FIM-TXT = 'S'
            PERFORM P700-FECHAR THRU P700-EXIT
            PERFORM P750-RENOMEAR THRU P750-EXIT
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
      * >>> SEM MOVCLIEN.TXT NAO HA HISTORICO A CARREGAR (JA MIGRADO
      * >>> OU INSTALACAO NOVA)
            OPEN INPUT MOV-FILE
            IF WS-FS-TXT = 35
               DISPLAY 'MOVCLIEN.TXT NAO ENCONTRADO - NADA A MIGRAR'
               PERFORM P999-FIM
            END-IF
            IF WS-FS-TXT NOT = 00
               MOVE WS-FS-TXT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO MOVCLIEN.TXT'     TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001U8
            IF WS-FS-MOV = 35 THEN
               OPEN OUTPUT CFP001U8
               CLOSE CFP001U8
               OPEN I-O CFP001U8
            END-IF
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U8' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-CARREGAR.
            READ MOV-FILE
                 AT END
                      MOVE 'S' TO WS-FIM-TXT
                      GO TO P100-EXIT
            END-READ
            IF WS-FS-TXT NOT = 00
               MOVE WS-FS-TXT                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO MOVCLIEN.TXT'      TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-LIDAS
            MOVE MOV-REG TO WS-LINHA-MOV

            IF WS-LN-ID NOT NUMERIC
               OR WS-LN-VALOR NOT NUMERIC
               OR (WS-LN-TIPO NOT = 'C' AND WS-LN-TIPO NOT = 'D')
               OR WS-LN-DIA NOT NUMERIC
               OR WS-LN-MES NOT NUMERIC
               OR WS-LN-ANO NOT NUMERIC
               ADD 1 TO WS-R-IGNORADAS
               DISPLAY 'LINHA ' WS-R-LIDAS ' IGNORADA: ' MOV-REG(1:40)
               GO TO P100-EXIT
            END-IF

            MOVE WS-LN-ANO TO WS-TS-ANO
            MOVE WS-LN-MES TO WS-TS-MES
            MOVE WS-LN-DIA TO WS-TS-DIA
            MOVE WS-LN-HH  TO WS-TS-HH
            MOVE WS-LN-MM  TO WS-TS-MM
            MOVE WS-LN-SS  TO WS-TS-SS

            INITIALIZE REG-CFP001U8
            MOVE WS-LN-ID      TO MC-ID-CLIENTE
            MOVE WS-TS-MOV     TO MC-TIMESTAMP
            MOVE ZEROS         TO MC-SEQUENCIA
            MOVE WS-LN-TIPO    TO MC-TP-MOVIMENTO
            MOVE WS-LN-VALOR-N TO MC-VALOR
            IF WS-LN-SALDO-N NUMERIC
               MOVE WS-LN-SALDO-N TO MC-SALDO
               MOVE 'S'           TO MC-SALDO-GRAVADO
            ELSE
               MOVE ZEROS         TO MC-SALDO
               MOVE 'N'           TO MC-SALDO-GRAVADO
               ADD 1 TO WS-R-SEM-SALDO
            END-IF
            SET MOVCL-MIGRADO  TO TRUE
            SET MOVCL-NORMAL   TO TRUE
            MOVE ZEROS         TO MC-REFERENCIA
            MOVE 'CNVMOVCL'    TO MC-OPERADOR
            MOVE 'N' TO WS-MOV-GRAVADO
            PERFORM P150-GRAVA-HISTORICO THRU P150-EXIT
                    UNTIL WS-MOV-GRAVADO = 'S'
            ADD 1 TO WS-R-GRAVADAS.
       P100-EXIT.
            EXIT.

      * >>> MOVIMENTOS DO CLIENTE NO MESMO SEGUNDO SE SEPARAM PELA
      * >>> SEQUENCIA DA CHAVE, NA ORDEM EM QUE ESTAVAM NO TEXTO
       P150-GRAVA-HISTORICO.
            WRITE REG-CFP001U8
                  INVALID KEY
                       CONTINUE
            END-WRITE
            IF WS-FS-MOV = 22 AND MC-SEQUENCIA < 999
               ADD 1 TO MC-SEQUENCIA
               GO TO P150-EXIT
            END-IF
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001U8'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE 'S' TO WS-MOV-GRAVADO.
       P150-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE MOV-FILE
            CLOSE CFP001U8
            IF WS-FS-MOV NOT = 00 THEN
               MOVE WS-FS-MOV                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001U8'    TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

      * >>> TEXTO CARREGADO SAI DO CAMINHO: A REEXECUCAO NAO DUPLICA
       P750-RENOMEAR.
            MOVE 'C:/ARQUIVOS/MOVCLIEN.TXT' TO WS-ARQ-ANTIGO
            MOVE 'C:/ARQUIVOS/MOVCLIEN.MIG' TO WS-ARQ-NOVO
            CALL 'CBL_RENAME_FILE' USING WS-ARQ-ANTIGO WS-ARQ-NOVO
                 RETURNING WS-RETORNO
            IF WS-RETORNO NOT = ZEROS
               DISPLAY ' FALHA AO RENOMEAR O MOVCLIEN.TXT! RENOMEIE'
                       ' MANUALMENTE ANTES DE REEXECUTAR'
               MOVE 4 TO RETURN-CODE
            END-IF.
       P750-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CNVMOVCL'
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
            MOVE 'CNVMOVCL' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CNVMOVCL FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' LINHAS LIDAS DO MOVCLIEN..: ' WS-R-LIDAS
            DISPLAY ' MOVIMENTOS GRAVADOS.......: ' WS-R-GRAVADAS
            DISPLAY ' GRAVADOS SEM SALDO........: ' WS-R-SEM-SALDO
            DISPLAY ' LINHAS IGNORADAS..........: ' WS-R-IGNORADAS
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM CNVMOVCL.
