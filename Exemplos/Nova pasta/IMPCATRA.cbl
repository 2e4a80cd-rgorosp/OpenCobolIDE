      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CARGA DIARIA DO LOG DAS CATRACAS DA PORTARIA - LE O
      *          ARQUIVO DE LARGURA FIXA GERADO PELAS CATRACAS
      *          (CATRACA.TXT, 26 POSICOES POR LINHA):
      *            001-008 NUMERO DO CARTAO
      *            009-016 DATA DA PASSAGEM (AAAAMMDD)
      *            017-022 HORA DA PASSAGEM (HHMMSS)
      *            023-023 SENTIDO (E=ENTRADA S=SAIDA)
      *            024-026 IDENTIFICACAO DA CATRACA
      *          LOCALIZA O ALUNO PELO CADASTRO DE CARTEIRINHAS
      *          (CARTEIRA.DAT, EMITIDO PELO EMICARTE) E ACRESCENTA A
      *          PASSAGEM AO ARQUIVO DE PASSAGENS (PASSAGEM.DAT, CHAVE
      *          CARTAO/DATA/HORA, CHAVE ALTERNATIVA ALUNO/DATA), USADO
      *          PELO CRUZAMENTO COM A FREQUENCIA (RELCATRA). PASSAGEM
      *          JA CARREGADA E IGNORADA, ENTAO O MESMO LOG PODE SER
      *          CARREGADO DE NOVO. CARTAO DESCONHECIDO OU LINHA
      *          INVALIDA E REJEITADO; CARTAO JA SUBSTITUIDO OU
      *          CANCELADO E CARREGADO COM AVISO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCATRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001W5 ASSIGN TO "C:/ARQUIVOS/PASSAGEM.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CA-CHAVE
                  ALTERNATE RECORD KEY IS CA-ALUNO-DATA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-PAS.
           SELECT CFP001W4 ASSIGN TO "C:/ARQUIVOS/CARTEIRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CE-NR-CARTAO
                  ALTERNATE RECORD KEY IS CE-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CAR.

           SELECT ARQ-CATRACA ASSIGN TO "C:/ARQUIVOS/CATRACA.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-TXT.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001W5.
           COPY REGCATRA.

       FD  CFP001W4.
           COPY REGCARTE.

       FD  ARQ-CATRACA.
       01  TXT-LINHA               PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-PAS          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TXT          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-R-LIDOS         PIC 9(05) VALUE ZEROS.
           03 WS-R-GRAVADOS      PIC 9(05) VALUE ZEROS.
           03 WS-R-REPETIDOS     PIC 9(05) VALUE ZEROS.
           03 WS-R-REJEITADOS    PIC 9(05) VALUE ZEROS.
           03 WS-R-BAIXADOS      PIC 9(05) VALUE ZEROS.

      * >>> LINHA DO LOG DAS CATRACAS, NO LAYOUT DE 26 POSICOES
       01  WS-TXT-CATRACA.
           03 WS-TX-CARTAO       PIC X(08).
           03 WS-TX-DATA         PIC X(08).
           03 WS-TX-HORA         PIC X(06).
           03 WS-TX-SENTIDO      PIC X(01).
           03 WS-TX-CATRACA      PIC X(03).

       77  WS-CURRENT-DATE       PIC X(21) VALUE SPACES.

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

      * AREA DE COMUNICACAO COM A SUBROTINA DE TOTAIS DO DIA
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            DISPLAY 'PROGRAMA IMPCATRA - INICIADO'
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            PERFORM P050-ABRIR
            PERFORM P100-LE-E-GRAVA THRU P100-EXIT
                    UNTIL WS-FS-TXT = 10
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> AS PASSAGENS SE ACUMULAM DIA A DIA NO INDEXADO
       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT ARQ-CATRACA
            IF WS-FS-TXT NOT = 00
               MOVE WS-FS-TXT                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO CATRACA.TXT'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            OPEN INPUT CFP001W4
            IF WS-FS-CAR NOT = 00
               MOVE WS-FS-CAR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W4' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            OPEN I-O CFP001W5
            IF WS-FS-PAS = 35 THEN
               OPEN OUTPUT CFP001W5
               CLOSE CFP001W5
               OPEN I-O CFP001W5
            END-IF
            IF WS-FS-PAS NOT = 00
               MOVE WS-FS-PAS                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W5' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> LE UMA LINHA DO LOG E GRAVA A PASSAGEM
       S100 SECTION.
       P100-LE-E-GRAVA.
            READ ARQ-CATRACA INTO WS-TXT-CATRACA
            IF WS-FS-TXT NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-TXT                      TO WS-MSG1
               MOVE 'ERRO LEITURA DO CATRACA.TXT'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF WS-FS-TXT = 10
               GO TO P100-EXIT
            END-IF
            ADD 1 TO WS-R-LIDOS

            IF WS-TX-CARTAO IS NOT NUMERIC
               OR WS-TX-DATA IS NOT NUMERIC
               OR WS-TX-HORA IS NOT NUMERIC
               OR (WS-TX-SENTIDO NOT = 'E' AND WS-TX-SENTIDO NOT = 'S')
               DISPLAY 'LINHA REJEITADA (DADOS INVALIDOS): ' TXT-LINHA
               ADD 1 TO WS-R-REJEITADOS
               GO TO P100-EXIT
            END-IF

            MOVE WS-TX-CARTAO TO CE-NR-CARTAO
            READ CFP001W4
                 KEY IS CE-NR-CARTAO
                 INVALID KEY
                      DISPLAY 'CARTAO ' WS-TX-CARTAO
                              ' DESCONHECIDO - LINHA REJEITADA'
                      ADD 1 TO WS-R-REJEITADOS
                      GO TO P100-EXIT
            END-READ
            IF NOT CARTAO-ATIVO
               DISPLAY 'AVISO: CARTAO ' WS-TX-CARTAO
                       ' JA BAIXADO USADO EM ' WS-TX-DATA
                       ' ' WS-TX-HORA
               ADD 1 TO WS-R-BAIXADOS
            END-IF

            MOVE WS-TX-CARTAO       TO CA-NR-CARTAO
            MOVE WS-TX-DATA         TO CA-DT-PASSAGEM
            MOVE WS-TX-HORA         TO CA-HR-PASSAGEM
            MOVE CE-ID-ALUNO        TO CA-ID-ALUNO
            MOVE WS-TX-DATA         TO CA-DT-ALUNO
            MOVE WS-TX-SENTIDO      TO CA-SENTIDO
            MOVE WS-TX-CATRACA      TO CA-CATRACA
            MOVE WS-CURRENT-DATE(1:8) TO CA-DT-CARGA
            WRITE REG-CFP001W5
                  INVALID KEY
                       ADD 1 TO WS-R-REPETIDOS
                  NOT INVALID KEY
                       ADD 1 TO WS-R-GRAVADOS
            END-WRITE
            IF WS-FS-PAS NOT = 00 AND WS-FS-PAS NOT = 22 THEN
               MOVE WS-FS-PAS                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001W5' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P100-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE ARQ-CATRACA
            CLOSE CFP001W4
            CLOSE CFP001W5
            IF WS-FS-PAS NOT = 00 THEN
               MOVE WS-FS-PAS                        TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001W5'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA IMPCATRA'
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
            MOVE 'IMPCATRA' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA IMPCATRA FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' LINHAS LIDAS DO LOG........: ' WS-R-LIDOS
            DISPLAY ' PASSAGENS CARREGADAS.......: ' WS-R-GRAVADOS
            DISPLAY ' JA CARREGADAS (IGNORADAS)..: ' WS-R-REPETIDOS
            DISPLAY ' LINHAS REJEITADAS..........: ' WS-R-REJEITADOS
            DISPLAY ' COM CARTAO JA BAIXADO......: ' WS-R-BAIXADOS
            DISPLAY '--------------------------------------'
            MOVE 'IMPCATRA'        TO WS-LG-PROGRAMA
            MOVE 'PASSAGENS CATR ' TO WS-LG-CONTADOR
            MOVE WS-R-GRAVADOS     TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM IMPCATRA.
