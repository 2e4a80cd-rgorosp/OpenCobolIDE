      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CONVERSAO DE LAYOUT DOS MESTRES E SELO DE VERSAO NO
      *          LAYOUTS.DAT (CONFERIDO PELO CHKLAYOU NA ABERTURA).
      *          (C)ONVERTER: REGRAVA UM MESTRE GRAVADO NO LAYOUT
      *          ANTERIOR NO LAYOUT CORRENTE, NOS MOLDES DO REORGMAS -
      *          LE O .DAT PELO LAYOUT-ESPELHO -V, GRAVA UM .NEW PELO
      *          COPY ATUAL COM OS CAMPOS NOVOS INICIALIZADOS, SO
      *          EFETIVA A TROCA (CBL_DELETE_FILE/CBL_RENAME_FILE)
      *          QUANDO AS QUANTIDADES LIDA E GRAVADA BATEM, E ENTAO
      *          ATUALIZA O SELO PARA A VERSAO E O TAMANHO CORRENTES.
      *          CONVERSOES CONHECIDAS:
      *            ALUNOS   001 -> 002 (RA-ALUNO EM BRANCO)
      *            COBRANCA 001 -> 002 (CB-TP-AJUSTE A CB-TXID ZERADOS
      *                                 OU EM BRANCO)
      *            PAGDETAL 001 -> 002 (PD-CARTEIRA ZERADA = CONTA
      *                                 BANCARIA UNICA ANTERIOR)
      *          (S)ELAR: GRAVA O SELO CORRENTE PARA UM MESTRE QUE JA
      *          ESTA NO LAYOUT ATUAL MAS AINDA NAO TEM SELO (PRIMEIRA
      *          IMPLANTACAO), COM CONFIRMACAO DO OPERADOR
      * Update: 15-10-26 - CONVERSAO DO PAGDETAL 001 -> 002 (CARTEIRA
      *         BANCARIA DO DETALHE, PD-CARTEIRA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVLAYOU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGO-ALUNOS ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ID-ALUNO-V
                  ALTERNATE RECORD KEY IS NM-ALUNO-V WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPF-ALUNO-V
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-AAN.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.NEW"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPF-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-ALU.
           SELECT ANTIGO-COBRANCA ASSIGN TO
                  "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CB-CHAVE-V
                  FILE STATUS  IS WS-FS-CAN.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.NEW"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB.
           SELECT ANTIGO-PAGDETAL ASSIGN TO
                  "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PD-CHAVE-V
                  FILE STATUS  IS WS-FS-PAN.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.NEW"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET.
           SELECT CFP001W7 ASSIGN TO "C:/ARQUIVOS/LAYOUTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LY-ARQUIVO
                  FILE STATUS  IS WS-FS-LAY.
       DATA DIVISION.
       FILE SECTION.
      * >>> ATENCAO: OS LAYOUTS -V ABAIXO ESPELHAM A VERSAO 001 DOS
      * >>> COPYS REGALUNO, REGCOBRA E REGPGDET (ANTES DO SELO DE
      * >>> LAYOUT) E NAO DEVEM SER ALTERADOS; A PROXIMA CONVERSAO GANHA UM NOVO
      * >>> ESPELHO DA VERSAO QUE ESTIVER SENDO SUBSTITUIDA
       FD  ANTIGO-ALUNOS.
       01  REG-ALUNOS-V.
           03 ID-ALUNO-V          PIC 9(05).
           03 NM-ALUNO-V          PIC X(20).
           03 TL-ALUNO-V          PIC X(09).
           03 EM-ALUNO-V          PIC X(30).
           03 TU-ALUNO-V          PIC X(05).
           03 DT-NASCIMENTO-V     PIC 9(08).
           03 ST-ALUNO-V          PIC X(01).
           03 CPF-ALUNO-V         PIC 9(11).
           03 UN-ALUNO-V          PIC X(03).
       FD  CFP001S1.
           COPY REGALUNO.
       FD  ANTIGO-COBRANCA.
       01  REG-COBRANCA-V.
           03 CB-CHAVE-V.
              05 CB-ID-ALUNO-V       PIC 9(05).
              05 CB-ANO-MES-V        PIC 9(06).
              05 CB-NR-SEQ-V         PIC 9(02).
           03 CB-DT-VENCIMENTO-V     PIC 9(08).
           03 CB-VALOR-BRUTO-V       PIC 9(05)V99.
           03 CB-VALOR-DESCONTO-V    PIC 9(05)V99.
           03 CB-VALOR-LIQUIDO-V     PIC 9(05)V99.
           03 CB-VALOR-PAGO-V        PIC 9(05)V99.
           03 CB-DT-PAGAMENTO-V      PIC 9(08).
           03 CB-ST-COBRANCA-V       PIC X(01).
           03 CB-TP-COBRANCA-V       PIC X(02).
           03 CB-NR-PLANO-V          PIC 9(05).
       FD  CFP001SF.
           COPY REGCOBRA.
      * >>> ESPELHO DA VERSAO 001 DO REGPGDET (ATE PD-FORMA)
       FD  ANTIGO-PAGDETAL.
       01  REG-PAGDETAL-V.
           03 PD-CHAVE-V.
              05 PD-ID-ALUNO-V       PIC 9(05).
              05 PD-ANO-MES-V        PIC 9(06).
              05 PD-NR-SEQ-V         PIC 9(02).
              05 PD-SEQUENCIA-V      PIC 9(03).
           03 PD-DT-PAGAMENTO-V      PIC 9(08).
           03 PD-VALOR-PAGO-V        PIC 9(07)V99.
           03 PD-ORIGEM-V            PIC X(01).
           03 PD-OPERADOR-V          PIC X(08).
           03 PD-FORMA-V             PIC X(01).
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001W7.
           COPY REGLAYOU.

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-AAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-LAY          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FUNCAO          PIC X(01) VALUE SPACES.
           03 WS-MESTRE          PIC X(01) VALUE SPACES.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-FIM-ARQ         PIC X(01) VALUE 'N'.
           03 WS-TEM-SELO        PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

       01  WS-CONTADORES.
           03 WS-QT-LIDOS        PIC 9(06) VALUE ZEROS.
           03 WS-QT-GRAVADOS     PIC 9(06) VALUE ZEROS.

      * >>> NOMES PARA A TROCA DO ARQUIVO CONVERTIDO
       01  WS-ARQ-ANTIGO         PIC X(30) VALUE SPACES.
       01  WS-ARQ-NOVO           PIC X(30) VALUE SPACES.
       01  WS-RETORNO            PIC S9(09) COMP VALUE ZEROS.

      * >>> LAYOUTS CORRENTES DOS DEMAIS MESTRES, SO PARA O TAMANHO
      * >>> DO REGISTRO (LENGTH OF) NO SELO
           COPY REGCONTT.
           COPY REGMATER.
           COPY REGMATRI.
           COPY REGNOTA.
           COPY REGCLIEN.

           COPY VERLAYOU.

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
            DISPLAY 'PROGRAMA CNVLAYOU - INICIADO'
            DISPLAY '(C)ONVERTER MESTRE PARA O LAYOUT ATUAL OU'
                    ' (S)ELAR MESTRE JA NO LAYOUT ATUAL?'
            ACCEPT WS-FUNCAO
            PERFORM UNTIL WS-FUNCAO = 'C' OR WS-FUNCAO = 'S'
               DISPLAY 'OPCAO INVALIDA! DIGITE C OU S: '
               ACCEPT WS-FUNCAO
            END-PERFORM

            PERFORM P050-ABRIR-SELOS THRU P050-EXIT
            IF WS-FUNCAO = 'C'
               PERFORM P100-CONVERTER THRU P100-EXIT
            ELSE
               PERFORM P600-SELAR THRU P600-EXIT
            END-IF
            CLOSE CFP001W7
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR-SELOS.
            OPEN I-O CFP001W7
            IF WS-FS-LAY = 35 THEN
               OPEN OUTPUT CFP001W7
               CLOSE CFP001W7
               OPEN I-O CFP001W7
            END-IF
            IF WS-FS-LAY NOT = 00
               MOVE WS-FS-LAY                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO LAYOUTS.DAT' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> LE O SELO DO MESTRE ESCOLHIDO (WS-TEM-SELO = 'S' SE HA)
       P060-LER-SELO.
            MOVE 'S' TO WS-TEM-SELO
            MOVE WS-LY-ARQUIVO TO LY-ARQUIVO
            READ CFP001W7
                 INVALID KEY
                      MOVE 'N' TO WS-TEM-SELO
            END-READ.
       P060-EXIT.
            EXIT.

      * >>> CONVERSAO: SO PARA MESTRE SEM SELO OU SELADO NA VERSAO
      * >>> ANTERIOR, E O OPERADOR CONFIRMA QUE O ARQUIVO E ANTIGO
       S100 SECTION.
       P100-CONVERTER.
            DISPLAY 'CONVERTER QUAL MESTRE? (A)LUNOS, (C)OBRANCA OU'
                    ' (P)AGDETAL'
            ACCEPT WS-MESTRE
            PERFORM UNTIL WS-MESTRE = 'A' OR WS-MESTRE = 'C'
                       OR WS-MESTRE = 'P'
               DISPLAY 'OPCAO INVALIDA! DIGITE A, C OU P: '
               ACCEPT WS-MESTRE
            END-PERFORM
            EVALUATE WS-MESTRE
                WHEN 'A'
                  MOVE 'ALUNOS'               TO WS-LY-ARQUIVO
                  MOVE WS-LY-V-ALUNOS         TO WS-LY-VERSAO
                  MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
                WHEN 'C'
                  MOVE 'COBRANCA'             TO WS-LY-ARQUIVO
                  MOVE WS-LY-V-COBRANCA       TO WS-LY-VERSAO
                  MOVE LENGTH OF REG-CFP001SF TO WS-LY-TAMANHO
                WHEN OTHER
                  MOVE 'PAGDETAL'             TO WS-LY-ARQUIVO
                  MOVE WS-LY-V-PAGDETAL       TO WS-LY-VERSAO
                  MOVE LENGTH OF REG-CFP001SM TO WS-LY-TAMANHO
            END-EVALUATE

            PERFORM P060-LER-SELO THRU P060-EXIT
            IF WS-TEM-SELO = 'S' AND LY-VERSAO = WS-LY-VERSAO
               DISPLAY WS-LY-ARQUIVO ' JA ESTA NA VERSAO ' LY-VERSAO
                       ' - NADA A CONVERTER'
               GO TO P100-EXIT
            END-IF
            IF WS-TEM-SELO = 'S' AND LY-VERSAO NOT = 001
               DISPLAY WS-LY-ARQUIVO ' SELADO NA VERSAO ' LY-VERSAO
                       ' - SEM LAYOUT-ESPELHO PARA CONVERTER'
               MOVE 8 TO RETURN-CODE
               GO TO P100-EXIT
            END-IF
            IF WS-TEM-SELO = 'N'
               DISPLAY WS-LY-ARQUIVO ' SEM SELO. CONFIRMA QUE O'
                       ' ARQUIVO ESTA NA VERSAO 001? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S'
                  DISPLAY 'CONVERSAO CANCELADA'
                  GO TO P100-EXIT
               END-IF
            END-IF

            EVALUATE WS-MESTRE
                WHEN 'A'
                  MOVE 'C:/ARQUIVOS/ALUNOS.DAT'   TO WS-ARQ-ANTIGO
                  MOVE 'C:/ARQUIVOS/ALUNOS.NEW'   TO WS-ARQ-NOVO
                  PERFORM P200-CONVERTE-ALUNOS THRU P200-EXIT
                WHEN 'C'
                  MOVE 'C:/ARQUIVOS/COBRANCA.DAT' TO WS-ARQ-ANTIGO
                  MOVE 'C:/ARQUIVOS/COBRANCA.NEW' TO WS-ARQ-NOVO
                  PERFORM P300-CONVERTE-COBRANCA THRU P300-EXIT
                WHEN OTHER
                  MOVE 'C:/ARQUIVOS/PAGDETAL.DAT' TO WS-ARQ-ANTIGO
                  MOVE 'C:/ARQUIVOS/PAGDETAL.NEW' TO WS-ARQ-NOVO
                  PERFORM P400-CONVERTE-PAGDETAL THRU P400-EXIT
            END-EVALUATE

            PERFORM P500-TROCAR THRU P500-EXIT
            IF RETURN-CODE = ZEROS
               MOVE 'C' TO LY-ORIGEM
               PERFORM P700-GRAVAR-SELO THRU P700-EXIT
            END-IF.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-CONVERTE-ALUNOS.
            OPEN INPUT ANTIGO-ALUNOS
            IF WS-FS-AAN NOT = 00
               MOVE WS-FS-AAN                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ALUNOS.DAT'  TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            OPEN OUTPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ALUNOS.NEW'  TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            PERFORM P210-CONVERTE-ALUNO THRU P210-EXIT
                    UNTIL WS-FIM-ARQ = 'S'
            CLOSE ANTIGO-ALUNOS
            CLOSE CFP001S1.
       P200-EXIT.
            EXIT.

       P210-CONVERTE-ALUNO.
            READ ANTIGO-ALUNOS
                 AT END
                      MOVE 'S' TO WS-FIM-ARQ
                      GO TO P210-EXIT
            END-READ
            ADD 1 TO WS-QT-LIDOS
            MOVE SPACES            TO REG-CFP001S1
            MOVE ID-ALUNO-V        TO ID-ALUNO
            MOVE NM-ALUNO-V        TO NM-ALUNO
            MOVE TL-ALUNO-V        TO TL-ALUNO
            MOVE EM-ALUNO-V        TO EM-ALUNO
            MOVE TU-ALUNO-V        TO TU-ALUNO
            MOVE DT-NASCIMENTO-V   TO DT-NASCIMENTO
            MOVE ST-ALUNO-V        TO ST-ALUNO
            MOVE CPF-ALUNO-V       TO CPF-ALUNO
            MOVE UN-ALUNO-V        TO UN-ALUNO
            WRITE REG-CFP001S1
                  INVALID KEY
                       DISPLAY 'CHAVE DUPLICADA: ' ID-ALUNO
                  NOT INVALID KEY
                       ADD 1 TO WS-QT-GRAVADOS
            END-WRITE.
       P210-EXIT.
            EXIT.

       S300 SECTION.
       P300-CONVERTE-COBRANCA.
            OPEN INPUT ANTIGO-COBRANCA
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO COBRANCA.DAT' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            OPEN OUTPUT CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO COBRANCA.NEW' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            PERFORM P310-CONVERTE-COBRANCA THRU P310-EXIT
                    UNTIL WS-FIM-ARQ = 'S'
            CLOSE ANTIGO-COBRANCA
            CLOSE CFP001SF.
       P300-EXIT.
            EXIT.

       P310-CONVERTE-COBRANCA.
            READ ANTIGO-COBRANCA
                 AT END
                      MOVE 'S' TO WS-FIM-ARQ
                      GO TO P310-EXIT
            END-READ
            ADD 1 TO WS-QT-LIDOS
            INITIALIZE REG-CFP001SF
            MOVE CB-ID-ALUNO-V       TO CB-ID-ALUNO
            MOVE CB-ANO-MES-V        TO CB-ANO-MES
            MOVE CB-NR-SEQ-V         TO CB-NR-SEQ
            MOVE CB-DT-VENCIMENTO-V  TO CB-DT-VENCIMENTO
            MOVE CB-VALOR-BRUTO-V    TO CB-VALOR-BRUTO
            MOVE CB-VALOR-DESCONTO-V TO CB-VALOR-DESCONTO
            MOVE CB-VALOR-LIQUIDO-V  TO CB-VALOR-LIQUIDO
            MOVE CB-VALOR-PAGO-V     TO CB-VALOR-PAGO
            MOVE CB-DT-PAGAMENTO-V   TO CB-DT-PAGAMENTO
            MOVE CB-ST-COBRANCA-V    TO CB-ST-COBRANCA
            MOVE CB-TP-COBRANCA-V    TO CB-TP-COBRANCA
            MOVE CB-NR-PLANO-V       TO CB-NR-PLANO
            SET SEM-AJUSTE           TO TRUE
            WRITE REG-CFP001SF
                  INVALID KEY
                       DISPLAY 'CHAVE DUPLICADA: ' CB-CHAVE
                  NOT INVALID KEY
                       ADD 1 TO WS-QT-GRAVADOS
            END-WRITE.
       P310-EXIT.
            EXIT.

       S400 SECTION.
       P400-CONVERTE-PAGDETAL.
            OPEN INPUT ANTIGO-PAGDETAL
            IF WS-FS-PAN NOT = 00
               MOVE WS-FS-PAN                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO PAGDETAL.DAT' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            OPEN OUTPUT CFP001SM
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO PAGDETAL.NEW' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            PERFORM P410-CONVERTE-DETALHE THRU P410-EXIT
                    UNTIL WS-FIM-ARQ = 'S'
            CLOSE ANTIGO-PAGDETAL
            CLOSE CFP001SM.
       P400-EXIT.
            EXIT.

      * >>> DETALHE ANTERIOR AS CARTEIRAS FICA NA CARTEIRA 00 (CONTA
      * >>> BANCARIA UNICA DE ANTES)
       P410-CONVERTE-DETALHE.
            READ ANTIGO-PAGDETAL
                 AT END
                      MOVE 'S' TO WS-FIM-ARQ
                      GO TO P410-EXIT
            END-READ
            ADD 1 TO WS-QT-LIDOS
            INITIALIZE REG-CFP001SM
            MOVE PD-ID-ALUNO-V       TO PD-ID-ALUNO
            MOVE PD-ANO-MES-V        TO PD-ANO-MES
            MOVE PD-NR-SEQ-V         TO PD-NR-SEQ
            MOVE PD-SEQUENCIA-V      TO PD-SEQUENCIA
            MOVE PD-DT-PAGAMENTO-V   TO PD-DT-PAGAMENTO
            MOVE PD-VALOR-PAGO-V     TO PD-VALOR-PAGO
            MOVE PD-ORIGEM-V         TO PD-ORIGEM
            MOVE PD-OPERADOR-V       TO PD-OPERADOR
            MOVE PD-FORMA-V          TO PD-FORMA
            MOVE ZEROS               TO PD-CARTEIRA
            WRITE REG-CFP001SM
                  INVALID KEY
                       DISPLAY 'CHAVE DUPLICADA: ' PD-CHAVE
                  NOT INVALID KEY
                       ADD 1 TO WS-QT-GRAVADOS
            END-WRITE.
       P410-EXIT.
            EXIT.

      * >>> SO EFETIVA A TROCA QUANDO AS QUANTIDADES BATEM; QUALQUER
      * >>> DIVERGENCIA DEIXA O ARQUIVO ORIGINAL INTACTO E SEM SELO NOVO
       S500 SECTION.
       P500-TROCAR.
            DISPLAY '--------------------------------------'
            DISPLAY ' REGISTROS LIDOS....: ' WS-QT-LIDOS
            DISPLAY ' REGISTROS GRAVADOS.: ' WS-QT-GRAVADOS
            IF WS-QT-LIDOS NOT = WS-QT-GRAVADOS
               DISPLAY ' QUANTIDADES NAO CONFEREM - TROCA ABORTADA,'
                       ' ARQUIVO ORIGINAL PRESERVADO'
               MOVE 8 TO RETURN-CODE
               GO TO P500-EXIT
            END-IF

            CALL 'CBL_DELETE_FILE' USING WS-ARQ-ANTIGO
                 RETURNING WS-RETORNO
            IF WS-RETORNO NOT = ZEROS
               DISPLAY ' FALHA AO APAGAR O ARQUIVO ANTIGO - TROCA'
                       ' ABORTADA'
               MOVE 8 TO RETURN-CODE
               GO TO P500-EXIT
            END-IF

            CALL 'CBL_RENAME_FILE' USING WS-ARQ-NOVO WS-ARQ-ANTIGO
                 RETURNING WS-RETORNO
            IF WS-RETORNO NOT = ZEROS
               DISPLAY ' FALHA AO RENOMEAR O ARQUIVO NOVO! RESTAURE'
                       ' MANUALMENTE O .NEW'
               MOVE 8 TO RETURN-CODE
               GO TO P500-EXIT
            END-IF
            DISPLAY ' CONVERSAO CONCLUIDA COM SUCESSO'
            DISPLAY '--------------------------------------'.
       P500-EXIT.
            EXIT.

      * >>> SELO MANUAL DE UM MESTRE QUE JA ESTA NO LAYOUT ATUAL
       S600 SECTION.
       P600-SELAR.
            DISPLAY 'SELAR QUAL MESTRE? (1)CONTATOS (2)ALUNOS'
                    ' (3)MATERIAS (4)MATRICUL'
            DISPLAY '                   (5)NOTAS (6)COBRANCA'
                    ' (7)PAGDETAL (8)CLIENTES'
            ACCEPT WS-MESTRE
            EVALUATE WS-MESTRE
                WHEN '1'
                  MOVE 'CONTATOS'             TO WS-LY-ARQUIVO
                  MOVE WS-LY-V-CONTATOS       TO WS-LY-VERSAO
                  MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
                WHEN '2'
                  MOVE 'ALUNOS'               TO WS-LY-ARQUIVO
                  MOVE WS-LY-V-ALUNOS         TO WS-LY-VERSAO
                  MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
                WHEN '3'
                  MOVE 'MATERIAS'             TO WS-LY-ARQUIVO
                  MOVE WS-LY-V-MATERIAS       TO WS-LY-VERSAO
                  MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
                WHEN '4'
                  MOVE 'MATRICUL'             TO WS-LY-ARQUIVO
                  MOVE WS-LY-V-MATRICUL       TO WS-LY-VERSAO
                  MOVE LENGTH OF REG-CFP001S5 TO WS-LY-TAMANHO
                WHEN '5'
                  MOVE 'NOTAS'                TO WS-LY-ARQUIVO
                  MOVE WS-LY-V-NOTAS          TO WS-LY-VERSAO
                  MOVE LENGTH OF REG-CFP001S3 TO WS-LY-TAMANHO
                WHEN '6'
                  MOVE 'COBRANCA'             TO WS-LY-ARQUIVO
                  MOVE WS-LY-V-COBRANCA       TO WS-LY-VERSAO
                  MOVE LENGTH OF REG-CFP001SF TO WS-LY-TAMANHO
                WHEN '7'
                  MOVE 'PAGDETAL'             TO WS-LY-ARQUIVO
                  MOVE WS-LY-V-PAGDETAL       TO WS-LY-VERSAO
                  MOVE LENGTH OF REG-CFP001SM TO WS-LY-TAMANHO
                WHEN '8'
                  MOVE 'CLIENTES'             TO WS-LY-ARQUIVO
                  MOVE WS-LY-V-CLIENTES       TO WS-LY-VERSAO
                  MOVE LENGTH OF REG-CLIENTES TO WS-LY-TAMANHO
                WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA - NADA SELADO'
                  GO TO P600-EXIT
            END-EVALUATE

            PERFORM P060-LER-SELO THRU P060-EXIT
            IF WS-TEM-SELO = 'S'
               DISPLAY WS-LY-ARQUIVO ' JA SELADO NA VERSAO ' LY-VERSAO
                       ' TAMANHO ' LY-TAMANHO
               IF LY-VERSAO NOT = WS-LY-VERSAO
                  DISPLAY 'VERSAO DIFERENTE DA ATUAL - USE A OPCAO'
                          ' (C)ONVERTER'
                  GO TO P600-EXIT
               END-IF
            END-IF
            DISPLAY 'CONFIRMA QUE O ' WS-LY-ARQUIVO ' ESTA NO LAYOUT'
                    ' VERSAO ' WS-LY-VERSAO ' TAMANHO ' WS-LY-TAMANHO
                    '? (S/N)'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'SELO CANCELADO'
               GO TO P600-EXIT
            END-IF
            MOVE 'M' TO LY-ORIGEM
            PERFORM P700-GRAVAR-SELO THRU P700-EXIT.
       P600-EXIT.
            EXIT.

      * >>> GRAVA (OU REGRAVA) O SELO CORRENTE DO MESTRE; LY-ORIGEM JA
      * >>> VEM PREENCHIDO PELO CHAMADOR
       S700 SECTION.
       P700-GRAVAR-SELO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-LY-ARQUIVO         TO LY-ARQUIVO
            MOVE WS-LY-VERSAO          TO LY-VERSAO
            MOVE WS-LY-TAMANHO         TO LY-TAMANHO
            MOVE WS-CURRENT-DATE(1:8)  TO LY-DT-SELO
            MOVE WS-CURRENT-DATE(9:6)  TO LY-HR-SELO
            MOVE 'CNVLAYOU'            TO LY-PROGRAMA
            IF WS-TEM-SELO = 'S'
               REWRITE REG-LAYOUT
            ELSE
               WRITE REG-LAYOUT
            END-IF
            IF WS-FS-LAY NOT = 00
               MOVE WS-FS-LAY                      TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO LAYOUTS.DAT' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            DISPLAY 'SELO GRAVADO: ' WS-LY-ARQUIVO ' VERSAO '
                    WS-LY-VERSAO ' TAMANHO ' WS-LY-TAMANHO.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CNVLAYOU'
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
            MOVE 'CNVLAYOU' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CNVLAYOU FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM CNVLAYOU.
