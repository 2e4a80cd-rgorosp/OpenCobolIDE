      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: EXPORTACAO DE COBRANCAS PIX - PERCORRE AS COBRANCAS
      *          EM ABERTO (CFP001SF) DA COMPETENCIA INFORMADA (000000
      *          = TODAS) E GRAVA O PIXCOBRA.TXT PARA O PSP, NOS MOLDES
      *          DA REMESSA DO REMBANCO. A COBRANCA SEM TXID RECEBE UM
      *          ('ESC' + CHAVE DA COBRANCA + SEQUENCIA DO PIXSEQ.DAT,
      *          26 POSICOES), GRAVADO NELA (CB-TXID) PARA O RETPIX
      *          CASAR A LIQUIDACAO. CADA DETALHE LEVA O PIX COPIA E
      *          COLA (BR CODE EMV COM CRC16) DO SALDO EM ABERTO, A
      *          CHAVE PIX, O NOME E A CIDADE DO RECEBEDOR DO
      *          PIXPAR.DAT (SEM ARQUIVO, VALEM OS PADROES DE
      *          WORKING-STORAGE)
      *
      *          LAYOUT DO DETALHE:
      *            001 TIPO          X(01) = '1'
      *            002 TXID          X(26)
      *            028 ID-ALUNO      9(05)
      *            033 COMPETENCIA   9(06) AAAAMM
      *            039 SEQUENCIA     9(02)
      *            041 VENCIMENTO    9(08) AAAAMMDD
      *            049 VALOR         9(07)V99 (9 DIGITOS SEM VIRGULA)
      *            058 NOME          X(20)
      *            078 COPIA E COLA  X(250)
      *          HEADER '0' COM A DATA DE GERACAO E TRAILER '9' COM A
      *          QUANTIDADE E A SOMA DOS VALORES, COMO A REMESSA
      *
      *          LAYOUT DO PIXPAR.DAT:
      *            01 CHAVE PIX      X(60)
      *            61 RECEBEDOR      X(25)
      *            86 CIDADE         X(15)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPPIX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT ARQ-SEQUENCIA ASSIGN TO "C:/ARQUIVOS/PIXSEQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-SEQ.
           SELECT ARQ-PARAMETRO ASSIGN TO "C:/ARQUIVOS/PIXPAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-PAR.
           SELECT ARQ-PIX ASSIGN TO "C:/ARQUIVOS/PIXCOBRA.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-PIX.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  ARQ-SEQUENCIA.
       01  SEQ-REG               PIC 9(10).
       FD  ARQ-PARAMETRO.
       01  PAR-REG.
           03 PAR-CHAVE          PIC X(60).
           03 PAR-RECEBEDOR      PIC X(25).
           03 PAR-CIDADE         PIC X(15).
       FD  ARQ-PIX.
       01  PIX-LINHA             PIC X(327).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PIX          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-MES         PIC 9(06) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-VL-SALDO        PIC 9(05)V99 VALUE ZEROS.
           03 WS-NR-SEQUENCIA    PIC 9(10) VALUE ZEROS.

      * >>> RECEBEDOR DO PIX (PADRAO SEM PIXPAR.DAT)
       01  WS-RECEBEDOR.
           03 WS-PX-CHAVE        PIC X(60)
                                 VALUE 'financeiro@escola.com.br'.
           03 WS-PX-NOME         PIC X(25) VALUE 'ESCOLA CADASTRO'.
           03 WS-PX-CIDADE       PIC X(15) VALUE 'SAO PAULO'.

      * >>> TXID: 'ESC' + CHAVE DA COBRANCA + SEQUENCIA
       01  WS-TXID.
           03 FILLER             PIC X(03) VALUE 'ESC'.
           03 WS-TX-CHAVE        PIC X(13).
           03 WS-TX-SEQUENCIA    PIC 9(10).

      * >>> MONTAGEM DO COPIA E COLA (CAMPOS ID + TAMANHO + VALOR)
       01  WS-PAYLOAD            PIC X(250) VALUE SPACES.
       01  WS-MONTAGEM.
           03 WS-PL-POS          PIC 9(03) VALUE ZEROS.
           03 WS-CP-ID           PIC X(02) VALUE SPACES.
           03 WS-CP-VALOR        PIC X(99) VALUE SPACES.
           03 WS-CP-TAM          PIC 9(02) VALUE ZEROS.
           03 WS-TAM-CHAVE       PIC 9(02) VALUE ZEROS.
           03 WS-ED-PIX          PIC Z(6)9,99.
           03 WS-BRANCOS         PIC 9(02) VALUE ZEROS.
           03 WS-VALOR-TXT       PIC X(10) VALUE SPACES.

      * >>> CRC16 CCITT (POLINOMIO 1021, INICIO FFFF) DO BR CODE
       01  WS-CRC.
           03 WS-CRC-VALOR       PIC 9(05) VALUE ZEROS.
           03 WS-CRC-POS         PIC 9(03) VALUE ZEROS.
           03 WS-CRC-BYTE        PIC 9(03) VALUE ZEROS.
           03 WS-CRC-NIBBLE      PIC 9(02) VALUE ZEROS.
           03 WS-CRC-RESTO       PIC 9(05) VALUE ZEROS.
           03 WS-CRC-HEXA        PIC X(04) VALUE SPACES.
           03 WS-HEXA-DIGITOS    PIC X(16) VALUE '0123456789ABCDEF'.
       01  WS-XOR.
           03 WS-XOR-A           PIC 9(05) VALUE ZEROS.
           03 WS-XOR-B           PIC 9(05) VALUE ZEROS.
           03 WS-XOR-R           PIC 9(05) VALUE ZEROS.
           03 WS-XOR-PESO        PIC 9(05) VALUE ZEROS.
           03 WS-XOR-BIT-A       PIC 9(01) VALUE ZEROS.
           03 WS-XOR-BIT-B       PIC 9(01) VALUE ZEROS.

      * >>> TOTAIS DE CONTROLE DA EXPORTACAO
       01  WS-CONTROLE.
           03 WS-QT-DETALHES     PIC 9(06) VALUE ZEROS.
           03 WS-QT-NOVOS-TXID   PIC 9(06) VALUE ZEROS.
           03 WS-VL-TOTAL        PIC 9(09)V99 VALUE ZEROS.

      * >>> REGISTROS DO LAYOUT DO PSP
       01  WS-REG-HEADER.
           03 FILLER             PIC X(01) VALUE '0'.
           03 WS-HDR-DATA        PIC 9(08).
           03 WS-HDR-ORIGEM      PIC X(20) VALUE 'ESCOLA CADASTRO'.
       01  WS-REG-DETALHE.
           03 FILLER             PIC X(01) VALUE '1'.
           03 WS-DET-TXID        PIC X(26).
           03 WS-DET-ALUNO       PIC 9(05).
           03 WS-DET-COMPET      PIC 9(06).
           03 WS-DET-SEQ         PIC 9(02).
           03 WS-DET-VENCTO      PIC 9(08).
           03 WS-DET-VALOR       PIC 9(07)V99.
           03 WS-DET-NOME        PIC X(20).
           03 WS-DET-PAYLOAD     PIC X(250).
       01  WS-REG-TRAILER.
           03 FILLER             PIC X(01) VALUE '9'.
           03 WS-TRL-QTDE        PIC 9(06).
           03 WS-TRL-VALOR       PIC 9(09)V99.

      * AREA DE COMUNICACAO COM O JORNAL DOS MESTRES (JORNMAST)
       01  WS-JORNAL-AREA.
           03 WS-JR-ARQUIVO      PIC X(08) VALUE SPACES.
           03 WS-JR-OPERACAO     PIC X(01) VALUE SPACES.
           03 WS-JR-ANTES        PIC X(135) VALUE SPACES.
           03 WS-JR-DEPOIS       PIC X(135) VALUE SPACES.
           03 WS-JR-MENSAGEM     PIC X(40) VALUE SPACES.

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

           COPY VERLAYOU.
       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA EXPPIX - INICIADO'
            DISPLAY 'COMPETENCIA (AAAAMM, 000000 = TODAS): '
            ACCEPT WS-ANO-MES
            PERFORM UNTIL WS-ANO-MES IS NUMERIC
               DISPLAY 'COMPETENCIA INVALIDA! DIGITE AAAAMM: '
               ACCEPT WS-ANO-MES
            END-PERFORM
            PERFORM P050-ABRIR
            PERFORM P060-PARAMETROS THRU P060-EXIT
            PERFORM P080-HEADER THRU P080-EXIT
            PERFORM P100-PROCESSA THRU P100-EXIT
                    UNTIL WS-FS-COB = 10
            PERFORM P300-TRAILER THRU P300-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'EXPPIX' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'COBRANCA' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-COBRANCA TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SF TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT ARQ-PIX
            IF WS-FS-PIX NOT = 00
               MOVE WS-FS-PIX                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO PIXCOBRA.TXT' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> RECEBEDOR DO PIX E ULTIMA SEQUENCIA DE TXID EMITIDA
       S060 SECTION.
       P060-PARAMETROS.
            OPEN INPUT ARQ-PARAMETRO
            IF WS-FS-PAR = 00
               READ ARQ-PARAMETRO
                    AT END
                         CONTINUE
                    NOT AT END
                         IF PAR-CHAVE NOT = SPACES
                            MOVE PAR-CHAVE     TO WS-PX-CHAVE
                            MOVE PAR-RECEBEDOR TO WS-PX-NOME
                            MOVE PAR-CIDADE    TO WS-PX-CIDADE
                         END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
            END-IF

            MOVE ZEROS TO WS-NR-SEQUENCIA
            OPEN INPUT ARQ-SEQUENCIA
            IF WS-FS-SEQ = 00
               READ ARQ-SEQUENCIA
                    AT END
                         CONTINUE
                    NOT AT END
                         IF SEQ-REG IS NUMERIC
                            MOVE SEQ-REG TO WS-NR-SEQUENCIA
                         END-IF
               END-READ
               CLOSE ARQ-SEQUENCIA
            END-IF.
       P060-EXIT.
            EXIT.

       S080 SECTION.
       P080-HEADER.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-HDR-DATA
            MOVE WS-REG-HEADER TO PIX-LINHA
            WRITE PIX-LINHA.
       P080-EXIT.
            EXIT.

       S100 SECTION.
       P100-PROCESSA.
            READ CFP001SF NEXT RECORD
            IF WS-FS-COB NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SF'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-COB = 10
               GO TO P100-EXIT
            END-IF
            IF NOT COBRANCA-ABERTA
               GO TO P100-EXIT
            END-IF
            IF WS-ANO-MES NOT = ZEROS
               AND CB-ANO-MES NOT = WS-ANO-MES
               GO TO P100-EXIT
            END-IF
      * >>> O PIX COBRA SO O SALDO, NUNCA O LIQUIDO CHEIO
            COMPUTE WS-VL-SALDO = CB-VALOR-LIQUIDO - CB-VALOR-PAGO
            IF WS-VL-SALDO NOT > ZEROS
               GO TO P100-EXIT
            END-IF

            IF CB-TXID = SPACES OR CB-TXID = LOW-VALUES
               PERFORM P150-ATRIBUI-TXID THRU P150-EXIT
            END-IF
            PERFORM P400-COPIA-E-COLA THRU P400-EXIT
            PERFORM P200-DETALHE THRU P200-EXIT.
       P100-EXIT.
            EXIT.

      * >>> TXID NOVO PARA A COBRANCA; A SEQUENCIA E REGRAVADA A CADA
      * >>> TXID PARA NUNCA REPETIR NUM REPROCESSO
       P150-ATRIBUI-TXID.
            ADD 1 TO WS-NR-SEQUENCIA
            OPEN OUTPUT ARQ-SEQUENCIA
            IF WS-FS-SEQ NOT = 00
               MOVE WS-FS-SEQ                         TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO PIXSEQ.DAT'     TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE WS-NR-SEQUENCIA TO SEQ-REG
            WRITE SEQ-REG
            CLOSE ARQ-SEQUENCIA

            MOVE REG-CFP001SF    TO WS-JR-ANTES
            MOVE CB-CHAVE        TO WS-TX-CHAVE
            MOVE WS-NR-SEQUENCIA TO WS-TX-SEQUENCIA
            MOVE WS-TXID         TO CB-TXID
            REWRITE REG-CFP001SF
            END-REWRITE
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001SF'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE REG-CFP001SF TO WS-JR-DEPOIS
            MOVE 'COBRANCA'   TO WS-JR-ARQUIVO
            MOVE 'R'          TO WS-JR-OPERACAO
            CALL 'JORNMAST' USING WS-JORNAL-AREA
            IF WS-JR-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO JORNMAST: ' WS-JR-MENSAGEM
            END-IF
            ADD 1 TO WS-QT-NOVOS-TXID.
       P150-EXIT.
            EXIT.

       S200 SECTION.
       P200-DETALHE.
            MOVE CB-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO NM-ALUNO
                 NOT INVALID KEY
                      CONTINUE
            END-READ

            MOVE CB-TXID           TO WS-DET-TXID
            MOVE CB-ID-ALUNO       TO WS-DET-ALUNO
            MOVE CB-ANO-MES        TO WS-DET-COMPET
            MOVE CB-NR-SEQ         TO WS-DET-SEQ
            MOVE CB-DT-VENCIMENTO  TO WS-DET-VENCTO
            MOVE WS-VL-SALDO       TO WS-DET-VALOR
            MOVE NM-ALUNO          TO WS-DET-NOME
            MOVE WS-PAYLOAD        TO WS-DET-PAYLOAD
            MOVE WS-REG-DETALHE    TO PIX-LINHA
            WRITE PIX-LINHA

            ADD 1           TO WS-QT-DETALHES
            ADD WS-VL-SALDO TO WS-VL-TOTAL.
       P200-EXIT.
            EXIT.

       S300 SECTION.
       P300-TRAILER.
            MOVE WS-QT-DETALHES TO WS-TRL-QTDE
            MOVE WS-VL-TOTAL    TO WS-TRL-VALOR
            MOVE WS-REG-TRAILER TO PIX-LINHA
            WRITE PIX-LINHA.
       P300-EXIT.
            EXIT.

      * >>> PIX COPIA E COLA NO PADRAO BR CODE: INDICADOR DE FORMATO,
      * >>> CONTA DO RECEBEDOR (GUI + CHAVE), CATEGORIA, MOEDA 986,
      * >>> VALOR, PAIS, NOME, CIDADE, TXID E O CRC16 NO CAMPO 63
       S400 SECTION.
       P400-COPIA-E-COLA.
            MOVE SPACES TO WS-PAYLOAD
            MOVE 1      TO WS-PL-POS

            MOVE '00'   TO WS-CP-ID
            MOVE '01'   TO WS-CP-VALOR
            PERFORM P450-CAMPO THRU P450-EXIT
            MOVE '01'   TO WS-CP-ID
            MOVE '12'   TO WS-CP-VALOR
            PERFORM P450-CAMPO THRU P450-EXIT

            MOVE WS-PX-CHAVE TO WS-CP-VALOR
            PERFORM P460-TAMANHO THRU P460-EXIT
            MOVE WS-CP-TAM   TO WS-TAM-CHAVE
            MOVE SPACES      TO WS-CP-VALOR
            STRING '0014br.gov.bcb.pix01' WS-TAM-CHAVE
                   WS-PX-CHAVE(1:WS-TAM-CHAVE)
                   DELIMITED BY SIZE INTO WS-CP-VALOR
            MOVE '26'   TO WS-CP-ID
            PERFORM P450-CAMPO THRU P450-EXIT

            MOVE '52'   TO WS-CP-ID
            MOVE '0000' TO WS-CP-VALOR
            PERFORM P450-CAMPO THRU P450-EXIT
            MOVE '53'   TO WS-CP-ID
            MOVE '986'  TO WS-CP-VALOR
            PERFORM P450-CAMPO THRU P450-EXIT

      * >>> VALOR COM PONTO DECIMAL E SEM BRANCOS A ESQUERDA
            MOVE WS-VL-SALDO TO WS-ED-PIX
            MOVE WS-ED-PIX   TO WS-VALOR-TXT
            INSPECT WS-VALOR-TXT REPLACING ALL ',' BY '.'
            MOVE ZEROS TO WS-BRANCOS
            INSPECT WS-VALOR-TXT TALLYING WS-BRANCOS FOR LEADING SPACES
            MOVE SPACES TO WS-CP-VALOR
            MOVE WS-VALOR-TXT(WS-BRANCOS + 1:10 - WS-BRANCOS)
                 TO WS-CP-VALOR
            MOVE '54'   TO WS-CP-ID
            PERFORM P450-CAMPO THRU P450-EXIT

            MOVE '58'   TO WS-CP-ID
            MOVE 'BR'   TO WS-CP-VALOR
            PERFORM P450-CAMPO THRU P450-EXIT
            MOVE '59'   TO WS-CP-ID
            MOVE WS-PX-NOME TO WS-CP-VALOR
            PERFORM P450-CAMPO THRU P450-EXIT
            MOVE '60'   TO WS-CP-ID
            MOVE WS-PX-CIDADE TO WS-CP-VALOR
            PERFORM P450-CAMPO THRU P450-EXIT

            MOVE SPACES TO WS-CP-VALOR
            STRING '0526' CB-TXID
                   DELIMITED BY SIZE INTO WS-CP-VALOR
            MOVE '62'   TO WS-CP-ID
            PERFORM P450-CAMPO THRU P450-EXIT

      * >>> O CRC COBRE TUDO ATE O '6304' INCLUSIVE
            MOVE '6304' TO WS-PAYLOAD(WS-PL-POS:4)
            ADD 4 TO WS-PL-POS
            PERFORM P500-CRC16 THRU P500-EXIT
            MOVE WS-CRC-HEXA TO WS-PAYLOAD(WS-PL-POS:4)
            ADD 4 TO WS-PL-POS.
       P400-EXIT.
            EXIT.

      * >>> ACRESCENTA UM CAMPO ID + TAMANHO (2 DIGITOS) + VALOR
       P450-CAMPO.
            PERFORM P460-TAMANHO THRU P460-EXIT
            IF WS-CP-TAM = ZEROS
               GO TO P450-EXIT
            END-IF
            STRING WS-CP-ID WS-CP-TAM WS-CP-VALOR(1:WS-CP-TAM)
                   DELIMITED BY SIZE INTO WS-PAYLOAD
                   WITH POINTER WS-PL-POS.
       P450-EXIT.
            EXIT.

      * >>> TAMANHO DO VALOR SEM OS BRANCOS A DIREITA
       P460-TAMANHO.
            MOVE 99 TO WS-CP-TAM
            PERFORM UNTIL WS-CP-TAM = ZEROS
                       OR WS-CP-VALOR(WS-CP-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CP-TAM
            END-PERFORM.
       P460-EXIT.
            EXIT.

      * >>> CRC16: PARA CADA BYTE, XOR NO BYTE ALTO E 8 DESLOCAMENTOS
      * >>> A ESQUERDA, COM XOR DO POLINOMIO QUANDO O BIT 15 SAI
       S500 SECTION.
       P500-CRC16.
            MOVE 65535 TO WS-CRC-VALOR
            PERFORM VARYING WS-CRC-POS FROM 1 BY 1
                    UNTIL WS-CRC-POS NOT < WS-PL-POS
               COMPUTE WS-CRC-BYTE =
                       FUNCTION ORD (WS-PAYLOAD(WS-CRC-POS:1)) - 1
               MOVE WS-CRC-VALOR     TO WS-XOR-A
               COMPUTE WS-XOR-B = WS-CRC-BYTE * 256
               PERFORM P550-XOR THRU P550-EXIT
               MOVE WS-XOR-R         TO WS-CRC-VALOR
               PERFORM P520-DESLOCA THRU P520-EXIT 8 TIMES
            END-PERFORM

            MOVE SPACES TO WS-CRC-HEXA
            DIVIDE WS-CRC-VALOR BY 4096 GIVING WS-CRC-NIBBLE
                   REMAINDER WS-CRC-RESTO
            MOVE WS-HEXA-DIGITOS(WS-CRC-NIBBLE + 1:1)
                 TO WS-CRC-HEXA(1:1)
            DIVIDE WS-CRC-RESTO BY 256 GIVING WS-CRC-NIBBLE
                   REMAINDER WS-CRC-RESTO
            MOVE WS-HEXA-DIGITOS(WS-CRC-NIBBLE + 1:1)
                 TO WS-CRC-HEXA(2:1)
            DIVIDE WS-CRC-RESTO BY 16 GIVING WS-CRC-NIBBLE
                   REMAINDER WS-CRC-RESTO
            MOVE WS-HEXA-DIGITOS(WS-CRC-NIBBLE + 1:1)
                 TO WS-CRC-HEXA(3:1)
            MOVE WS-HEXA-DIGITOS(WS-CRC-RESTO + 1:1)
                 TO WS-CRC-HEXA(4:1).
       P500-EXIT.
            EXIT.

       P520-DESLOCA.
            IF WS-CRC-VALOR NOT < 32768
               COMPUTE WS-XOR-A = (WS-CRC-VALOR - 32768) * 2
               MOVE 4129 TO WS-XOR-B
               PERFORM P550-XOR THRU P550-EXIT
               MOVE WS-XOR-R TO WS-CRC-VALOR
            ELSE
               COMPUTE WS-CRC-VALOR = WS-CRC-VALOR * 2
            END-IF.
       P520-EXIT.
            EXIT.

      * >>> OU EXCLUSIVO DE 16 BITS, BIT A BIT PELO RESTO DA DIVISAO
       P550-XOR.
            MOVE ZEROS TO WS-XOR-R
            MOVE 1     TO WS-XOR-PESO
            PERFORM 16 TIMES
               DIVIDE WS-XOR-A BY 2 GIVING WS-XOR-A
                      REMAINDER WS-XOR-BIT-A
               DIVIDE WS-XOR-B BY 2 GIVING WS-XOR-B
                      REMAINDER WS-XOR-BIT-B
               IF WS-XOR-BIT-A NOT = WS-XOR-BIT-B
                  ADD WS-XOR-PESO TO WS-XOR-R
               END-IF
               COMPUTE WS-XOR-PESO = WS-XOR-PESO * 2
            END-PERFORM.
       P550-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SF
            CLOSE CFP001S1
            CLOSE ARQ-PIX
            IF WS-FS-PIX NOT = 00 THEN
               MOVE WS-FS-PIX                           TO WS-MSG1
               MOVE 'ERRO FECHAR O PIXCOBRA.TXT'        TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA EXPPIX'
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
            MOVE 'EXPPIX' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA EXPPIX FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' COBRANCAS EXPORTADAS..: ' WS-QT-DETALHES
            DISPLAY ' TXID NOVOS............: ' WS-QT-NOVOS-TXID
            DISPLAY ' VALOR TOTAL...........: ' WS-VL-TOTAL
            DISPLAY '--------------------------------------'
            MOVE 'EXPPIX' TO WS-LG-PROGRAMA
            MOVE 'COBRANCAS PIX  ' TO WS-LG-CONTADOR
            MOVE WS-QT-DETALHES TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM EXPPIX.
