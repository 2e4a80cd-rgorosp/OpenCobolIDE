      *            13 DATA PAGTO     9(08) AAAAMMDD
      *            21 VALOR PAGO     9(07)V99 (9 DIGITOS SEM VIRGULA)
      *            30 SEQUENCIA      9(02) (CB-NR-SEQ; BRANCO = 00)
      *            32 NOSSO NUMERO   9(10) (BOLETO DO GERBOLET; BRANCO
      *                              OU ZEROS = CASA PELA CHAVE)
      *
      *          HEADER '0': DATA 9(08) EM 02-09, BANCO 9(03) EM 10-12
      *          E CONVENIO 9(07) EM 13-19 (EM BRANCO NOS ANTIGOS)
      * Update: 02-09-26 - O VALOR CREDITADO PELO BANCO PASSA A SER
      *         CONFERIDO CONTRA O TOTAL DEVIDO NA DATA DO PAGAMENTO
      *         (PRINCIPAL + MULTA + JUROS PELO CALCJURO/TAXAJURO.DAT)
      *         RENEGOCIADA ('R') NAO E MAIS APLICADO: VIRA EXCECAO
      *         'COBRANCA RENEGOCIADA - PLANO NNNNN' NO EXCBANCO.REL,
      *         POIS A DIVIDA JA E PAGA PELAS PARCELAS DO RENEGOCI
      * Update: 15-10-26 - CREDITO ACIMA DO TOTAL DEVIDO NAO ENTRA
      *         MAIS NO CB-VALOR-PAGO: A COBRANCA RECEBE SO O DEVIDO E
      *         O EXCESSO VIRA CREDITO DA FAMILIA NO CREDITOS.DAT
      *         (CREDFAMI). CREDITO SOBRE COBRANCA JA PAGA (FAMILIA
      *         QUE PAGOU DUAS VEZES) ENTRA NO PAGDETAL E VIRA CREDITO
      *         INTEGRAL. OS DOIS CASOS SAEM NO EXCBANCO.REL PARA
      *         CONFERENCIA DA SECRETARIA
      * Update: 15-10-26 - DETALHE COM NOSSO NUMERO (POSICOES 32-41)
      *         CASA PELO CADASTRO DE BOLETOS (BOLETOS.DAT, GRAVADO
      *         PELO GERBOLET), QUE DA A COBRANCA EXATA; NOSSO NUMERO
      *         DESCONHECIDO VAI PARA O EXCBANCO.REL. SEM NOSSO NUMERO
      *         SEGUE O CASAMENTO POR ALUNO, COMPETENCIA E SEQUENCIA
      * Update: 15-10-26 - O RECIBO LEVA A SEQUENCIA DA COBRANCA PARA
      *         O CADASTRO DE RECIBOS (RECIBOS.DAT) DO GERRECIB
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - CARTEIRAS BANCARIAS (CARTEIRA.DAT, CADCARTB):
      *         A CARTEIRA E RECONHECIDA PELO BANCO + CONVENIO DO
      *         HEADER; PAR DESCONHECIDO E RECUSADO COM REGISTRO NO
      *         JORNAL DE ERROS E HEADER SEM O PAR (RETORNO ANTIGO) OU
      *         SEM CARTEIRAS CADASTRADAS FICA NA CARTEIRA 00. A
      *         ASSINATURA DO RETPROCS.DAT GANHA A CARTEIRA (POSICOES
      *         26-27), DE MODO QUE A DUPLICIDADE E CONFERIDA POR
      *         CARTEIRA; LINHA ANTIGA (SEM CARTEIRA) VALE PARA A 00.
      *         CADA DETALHE DO PAGDETAL SAI COM A SUA CARTEIRA
      *         (PD-CARTEIRA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBANCO.
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001T2 ASSIGN TO "C:/ARQUIVOS/BOLETOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BL-NOSSO-NUMERO
                  FILE STATUS  IS WS-FS-BOL.
           SELECT REL-EXCECAO ASSIGN TO "C:/ARQUIVOS/EXCBANCO.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
           SELECT ARQ-CONTROLE ASSIGN TO "C:/ARQUIVOS/RETPROCS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CTL.
           SELECT CFP001X9 ASSIGN TO "C:/ARQUIVOS/CARTEIRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CT-CODIGO
                  FILE STATUS  IS WS-FS-CAR.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001T2.
           COPY REGBOLET.
       FD  REL-EXCECAO.
       01  EXC-LINHA              PIC X(100).
       FD  ARQ-CONTROLE.
       01  CTL-LINHA              PIC X(40).
       FD  CFP001X9.
           COPY REGCARTB.

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FIM-CTL         PIC X(01) VALUE 'N'.
           03 WS-JA-PROCESSADO   PIC X(01) VALUE 'N'.
           03 WS-FORCA           PIC X(01) VALUE 'N'.
           03 WS-ASSINATURA      PIC X(27) VALUE SPACES.
           03 WS-HDR-DATA        PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-PREFIXO         PIC X(16) VALUE SPACES.
           03 WS-FS-BOL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAR          PIC 9(02) VALUE ZEROS.
           03 WS-FIM-CAR         PIC X(01) VALUE 'N'.
           03 WS-TEM-CARTEIRAS   PIC X(01) VALUE 'N'.
           03 WS-HDR-BANCO       PIC X(03) VALUE SPACES.
           03 WS-HDR-CONVENIO    PIC X(07) VALUE SPACES.
           03 WS-CARTEIRA        PIC 9(02) VALUE ZEROS.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR (SESSOPER)
       01  WS-SESSAO-AREA.
           03 WS-QT-LIDOS        PIC 9(06) VALUE ZEROS.
           03 WS-QT-BAIXADOS     PIC 9(06) VALUE ZEROS.
           03 WS-QT-EXCECOES     PIC 9(06) VALUE ZEROS.
           03 WS-QT-CREDITOS     PIC 9(06) VALUE ZEROS.
           03 WS-VL-LIDO         PIC 9(09)V99 VALUE ZEROS.
           03 WS-TEM-TRAILER     PIC X(01) VALUE 'N'.

           03 WS-RET-DTPAGTO     PIC X(08) VALUE SPACES.
           03 WS-RET-SEQ         PIC X(02) VALUE SPACES.
           03 WS-RET-VALOR       PIC X(09) VALUE SPACES.
           03 WS-RET-NOSSO-NR    PIC X(10) VALUE SPACES.
       01  WS-VALOR-PAGO         PIC 9(07)V99 VALUE ZEROS.
       01  WS-VL-EXCESSO         PIC 9(07)V99 VALUE ZEROS.
       01  WS-VL-BAIXADO         PIC 9(07)V99 VALUE ZEROS.

      * AREA DE COMUNICACAO COM O CREDITO DA FAMILIA (CREDFAMI)
       01  WS-CREDITO-AREA.
           03 WS-CF-FUNCAO        PIC X(01) VALUE SPACES.
           03 WS-CF-ID-ALUNO      PIC 9(05) VALUE ZEROS.
           03 WS-CF-ID-CONTATO    PIC 9(05) VALUE ZEROS.
           03 WS-CF-ANO-MES       PIC 9(06) VALUE ZEROS.
           03 WS-CF-NR-SEQ        PIC 9(02) VALUE ZEROS.
           03 WS-CF-PD-SEQ        PIC 9(03) VALUE ZEROS.
           03 WS-CF-DT-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-CF-ORIGEM        PIC X(01) VALUE SPACES.
           03 WS-CF-VALOR         PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-VL-USADO      PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-VL-SALDO      PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-MENSAGEM      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O FECHAMENTO FINANCEIRO (VERFECHA)
       01  WS-FECHA-AREA.
           03 WS-RB-DT-PAGAMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-RB-NR-RECIBO     PIC 9(06) VALUE ZEROS.
           03 WS-RB-MENSAGEM      PIC X(40) VALUE SPACES.
           03 WS-RB-NR-SEQ        PIC 9(02) VALUE ZEROS.

      * AREA DE COMUNICACAO COM O CALCULO DE MULTA E JUROS (CALCJURO)
       01  WS-JUROS-AREA.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.
       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA RETBANCO - INICIADO'
            PERFORM P030-ASSINATURA THRU P030-EXIT
            PERFORM P037-IDENTIFICA-CARTEIRA THRU P037-EXIT
            PERFORM P040-DUPLICIDADE THRU P040-EXIT
            PERFORM P050-ABRIR
            PERFORM P100-PROCESSA THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RETBANCO' TO WS-LY-PROGRAMA
            MOVE 'COBRANCA' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-COBRANCA TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SF TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'PAGDETAL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-PAGDETAL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SM TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

      * >>> PRE-VARREDURA DO RETORNO: MONTA A ASSINATURA COM A DATA
      * >>> DO HEADER '0' E OS TOTAIS DO TRAILER '9'; A CARTEIRA ENTRA
      * >>> NA ASSINATURA DEPOIS DE IDENTIFICADA (P037)
       S030 SECTION.
       P030-ASSINATURA.
            OPEN INPUT ARQ-RETORNO
            CLOSE ARQ-RETORNO
            MOVE SPACES TO WS-ASSINATURA
            STRING WS-HDR-DATA WS-TRL-QTDE WS-TRL-VALOR
                   DELIMITED BY SIZE INTO WS-ASSINATURA(1:25)
            MOVE ZEROS TO WS-TRL-QTDE WS-TRL-VALOR
            MOVE 'N'   TO WS-TEM-TRAILER.
       P030-EXIT.
                  IF RET-LINHA(2:8) IS NUMERIC
                     MOVE RET-LINHA(2:8) TO WS-HDR-DATA
                  END-IF
                  MOVE RET-LINHA(10:3) TO WS-HDR-BANCO
                  MOVE RET-LINHA(13:7) TO WS-HDR-CONVENIO
                WHEN '9'
                  IF RET-LINHA(2:6) IS NUMERIC
                     AND RET-LINHA(8:11) IS NUMERIC
       P035-EXIT.
            EXIT.

      * >>> CARTEIRA DO RETORNO PELO BANCO + CONVENIO DO HEADER. PAR
      * >>> DESCONHECIDO E RECUSADO: BAIXAR NA CONTA ERRADA DESCASA O
      * >>> FECHAMENTO E A CONTABILIZACAO POR CONTA BANCARIA
       S037 SECTION.
       P037-IDENTIFICA-CARTEIRA.
            MOVE ZEROS TO WS-CARTEIRA
            MOVE 'N'   TO WS-TEM-CARTEIRAS
            OPEN INPUT CFP001X9
            IF WS-FS-CAR NOT = 00
               GO TO P037-ASSINA
            END-IF
            IF WS-HDR-BANCO IS NUMERIC
               AND WS-HDR-CONVENIO IS NUMERIC
               MOVE 'N' TO WS-FIM-CAR
               PERFORM P038-LER-CARTEIRA THRU P038-EXIT
                       UNTIL WS-FIM-CAR = 'S'
            ELSE
               MOVE 'S' TO WS-TEM-CARTEIRAS
            END-IF
            CLOSE CFP001X9

            IF WS-TEM-CARTEIRAS = 'N'
               GO TO P037-ASSINA
            END-IF
            IF WS-HDR-BANCO IS NOT NUMERIC
               OR WS-HDR-CONVENIO IS NOT NUMERIC
               DISPLAY 'AVISO: HEADER SEM BANCO/CONVENIO - RETORNO'
                       ' TRATADO NA CARTEIRA 00'
               GO TO P037-ASSINA
            END-IF
            IF WS-CARTEIRA = ZEROS
               MOVE 'RETBANCO' TO WS-EL-PROGRAMA
               MOVE 'CT'       TO WS-EL-CODIGO
               MOVE 'G'        TO WS-EL-SEVERIDADE
               MOVE 'RETORNO DE CARTEIRA DESCONHECIDA'
                    TO WS-EL-MENSAGEM
               CALL 'ERRLOG' USING WS-ERRLOG-AREA
               DISPLAY 'PROCESSAMENTO RECUSADO - BANCO ' WS-HDR-BANCO
                       ' CONVENIO ' WS-HDR-CONVENIO
                       ' SEM CARTEIRA CADASTRADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
       P037-ASSINA.
            MOVE WS-CARTEIRA TO WS-ASSINATURA(26:2)
            DISPLAY 'RETORNO DA CARTEIRA ' WS-CARTEIRA.
       P037-EXIT.
            EXIT.

      * >>> CARTEIRA INATIVA AINDA RECEBE O RETORNO DE BOLETO ANTIGO
       P038-LER-CARTEIRA.
            READ CFP001X9
                 AT END
                      MOVE 'S' TO WS-FIM-CAR
                      GO TO P038-EXIT
            END-READ
            MOVE 'S' TO WS-TEM-CARTEIRAS
            IF CT-BANCO = WS-HDR-BANCO
               AND CT-CONVENIO = WS-HDR-CONVENIO
               MOVE CT-CODIGO TO WS-CARTEIRA
               MOVE 'S'       TO WS-FIM-CAR
               IF CARTEIRA-INATIVA
                  DISPLAY 'AVISO: CARTEIRA ' CT-CODIGO ' INATIVA'
               END-IF
            END-IF.
       P038-EXIT.
            EXIT.

      * >>> ASSINATURA JA PRESENTE NO RETPROCS.DAT = RETORNO JA
      * >>> PROCESSADO; SO SUPERVISOR DO FINANCEIRO FORCA A REPETICAO
      * >>> E A RECUSA FICA REGISTRADA NO JORNAL DE ERROS
                      MOVE 'S' TO WS-FIM-CTL
                      GO TO P045-EXIT
            END-READ
      * >>> LINHA ANTERIOR AS CARTEIRAS ('|' NA POSICAO 26) SO TEM
      * >>> DATA E TOTAIS E VALE PARA A CARTEIRA 00
            IF CTL-LINHA(26:1) = '|'
               IF WS-CARTEIRA = ZEROS
                  AND CTL-LINHA(1:25) = WS-ASSINATURA(1:25)
                  MOVE 'S' TO WS-JA-PROCESSADO
               END-IF
            ELSE
               IF CTL-LINHA(1:27) = WS-ASSINATURA
                  MOVE 'S' TO WS-JA-PROCESSADO
               END-IF
            END-IF.
       P045-EXIT.
            EXIT.
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM CADASTRO DE BOLETOS SO HA O CASAMENTO PELA CHAVE
            OPEN INPUT CFP001T2

            OPEN OUTPUT REL-EXCECAO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
            MOVE RET-LINHA(13:8)  TO WS-RET-DTPAGTO
            MOVE RET-LINHA(21:9)  TO WS-RET-VALOR
            MOVE RET-LINHA(30:2)  TO WS-RET-SEQ
            MOVE RET-LINHA(32:10) TO WS-RET-NOSSO-NR

            IF WS-RET-ALUNO IS NOT NUMERIC
               OR WS-RET-COMPET IS NOT NUMERIC
            ELSE
               MOVE ZEROS      TO CB-NR-SEQ
            END-IF
      * >>> BOLETO COM NOSSO NUMERO: A COBRANCA VEM DO CADASTRO DE
      * >>> BOLETOS, NAO DA CHAVE INFORMADA PELO BANCO
            IF WS-RET-NOSSO-NR IS NUMERIC
               AND WS-RET-NOSSO-NR NOT = ZEROS
               PERFORM P210-BUSCA-BOLETO THRU P210-EXIT
               IF WS-MOTIVO NOT = SPACES
                  PERFORM P300-EXCECAO THRU P300-EXIT
                  GO TO P200-EXIT
               END-IF
            END-IF
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      GO TO P200-EXIT
            END-READ

      * >>> FAMILIA QUE PAGOU DUAS VEZES: O DINHEIRO ENTROU NO BANCO,
      * >>> ENTAO VIRA DETALHE DO PAGDETAL E CREDITO INTEGRAL
            IF COBRANCA-PAGA
               PERFORM P250-GRAVA-DETALHE THRU P250-EXIT
               MOVE WS-VALOR-PAGO      TO WS-VL-EXCESSO
               MOVE 'JA PAGA-CREDITO ' TO WS-PREFIXO
               PERFORM P290-GRAVA-CREDITO THRU P290-EXIT
               GO TO P200-EXIT
            END-IF


            PERFORM P250-GRAVA-DETALHE THRU P250-EXIT

      * >>> A COBRANCA RECEBE SO O DEVIDO; O EXCESSO VIRA CREDITO
            MOVE ZEROS         TO WS-VL-EXCESSO
            MOVE WS-VALOR-PAGO TO WS-VL-BAIXADO
            IF WS-VALOR-PAGO > WS-JR-VL-DEVIDO
               COMPUTE WS-VL-EXCESSO =
                       WS-VALOR-PAGO - WS-JR-VL-DEVIDO
               MOVE WS-JR-VL-DEVIDO TO WS-VL-BAIXADO
            END-IF
            ADD WS-VL-BAIXADO   TO CB-VALOR-PAGO
            MOVE WS-RET-DTPAGTO TO CB-DT-PAGAMENTO
            IF WS-VALOR-PAGO NOT LESS WS-JR-VL-DEVIDO
               SET COBRANCA-PAGA TO TRUE
            IF COBRANCA-PAGA
               ADD 1 TO WS-QT-BAIXADOS
               PERFORM P280-EMITE-RECIBO THRU P280-EXIT
               IF WS-VL-EXCESSO > ZEROS
                  MOVE 'EXCESSO-CREDITO ' TO WS-PREFIXO
                  PERFORM P290-GRAVA-CREDITO THRU P290-EXIT
               END-IF
            ELSE
               COMPUTE WS-SALDO-ABERTO =
                       CB-VALOR-LIQUIDO - CB-VALOR-PAGO
       P200-EXIT.
            EXIT.

      * >>> NOSSO NUMERO -> COBRANCA PELO BOLETOS.DAT
       P210-BUSCA-BOLETO.
            MOVE SPACES TO WS-MOTIVO
            IF WS-FS-BOL NOT = 00 AND 23
               MOVE 'SEM CADASTRO DE BOLETOS' TO WS-MOTIVO
               GO TO P210-EXIT
            END-IF
            MOVE WS-RET-NOSSO-NR TO BL-NOSSO-NUMERO
            READ CFP001T2
                 KEY IS BL-NOSSO-NUMERO
                 INVALID KEY
                      STRING 'NOSSO NUMERO DESCONHECIDO '
                             WS-RET-NOSSO-NR
                             DELIMITED BY SIZE INTO WS-MOTIVO
                      GO TO P210-EXIT
            END-READ
            MOVE BL-ID-ALUNO TO CB-ID-ALUNO
            MOVE BL-ANO-MES  TO CB-ANO-MES
            MOVE BL-NR-SEQ   TO CB-NR-SEQ.
       P210-EXIT.
            EXIT.

      * >>> GRAVA O DETALHE DO CREDITO NO PAGDETAL.DAT COM A PROXIMA
      * >>> SEQUENCIA LIVRE DA COBRANCA (ORIGEM 'B' = BANCO)
       P250-GRAVA-DETALHE.
            SET PAGTO-BANCO     TO TRUE
            MOVE SPACES         TO PD-OPERADOR
            SET FORMA-TRANSFER  TO TRUE
            MOVE WS-CARTEIRA    TO PD-CARTEIRA
            WRITE REG-CFP001SM
            END-WRITE
            IF WS-FS-DET NOT = 00
       P280-EMITE-RECIBO.
            MOVE CB-ID-ALUNO      TO WS-RB-ID-ALUNO
            MOVE CB-ANO-MES       TO WS-RB-ANO-MES
            MOVE CB-NR-SEQ        TO WS-RB-NR-SEQ
            MOVE WS-JR-VALOR-BASE TO WS-RB-VL-PRINCIPAL
            MOVE WS-JR-VL-MULTA   TO WS-RB-VL-MULTA
            MOVE WS-JR-VL-JUROS   TO WS-RB-VL-JUROS
       P280-EXIT.
            EXIT.

      * >>> VALOR ALEM DO DEVIDO VAI PARA O SALDO DE CREDITO DA
      * >>> FAMILIA (CREDFAMI), LIGADO AO DETALHE QUE O RECEBEU, E SAI
      * >>> NO EXCBANCO.REL PARA A SECRETARIA CONFERIR
       P290-GRAVA-CREDITO.
            MOVE 'G'            TO WS-CF-FUNCAO
            MOVE CB-ID-ALUNO    TO WS-CF-ID-ALUNO
            MOVE ZEROS          TO WS-CF-ID-CONTATO
            MOVE CB-ANO-MES     TO WS-CF-ANO-MES
            MOVE CB-NR-SEQ      TO WS-CF-NR-SEQ
            MOVE WS-PROX-SEQ    TO WS-CF-PD-SEQ
            MOVE WS-RET-DTPAGTO TO WS-CF-DT-MOVIMENTO
            MOVE 'B'            TO WS-CF-ORIGEM
            MOVE WS-VL-EXCESSO  TO WS-CF-VALOR
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            MOVE SPACES TO WS-MOTIVO
            IF WS-CF-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO CREDFAMI: ' WS-CF-MENSAGEM
               STRING 'CREDITO NAO GRAVADO ' WS-VL-EXCESSO
                      DELIMITED BY SIZE INTO WS-MOTIVO
            ELSE
               ADD 1 TO WS-QT-CREDITOS
               STRING WS-PREFIXO WS-VL-EXCESSO
                      DELIMITED BY SIZE INTO WS-MOTIVO
            END-IF
            PERFORM P300-EXCECAO THRU P300-EXIT.
       P290-EXIT.
            EXIT.

       S300 SECTION.
       P300-EXCECAO.
            ADD 1 TO WS-QT-EXCECOES
            CLOSE ARQ-RETORNO
            CLOSE CFP001SF
            CLOSE CFP001SM
            CLOSE CFP001T2
            CLOSE REL-EXCECAO
            IF WS-FS-COB NOT = 00 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
            DISPLAY '--------------------------------------'
            DISPLAY '>>>> PROGRAMA RETBANCO FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' CARTEIRA...........: ' WS-CARTEIRA
            DISPLAY ' DETALHES LIDOS.....: ' WS-QT-LIDOS
            DISPLAY ' PAGAMENTOS BAIXADOS: ' WS-QT-BAIXADOS
            DISPLAY ' EXCECOES...........: ' WS-QT-EXCECOES
            DISPLAY ' CREDITOS GERADOS...: ' WS-QT-CREDITOS
            DISPLAY '--------------------------------------'
            MOVE 'RETBANCO' TO WS-LG-PROGRAMA
            MOVE 'PAGTOS RETORNO ' TO WS-LG-CONTADOR
