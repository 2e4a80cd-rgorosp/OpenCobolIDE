      * Update: 02-09-26 - COBRANCA RENEGOCIADA ('R', CONSOLIDADA NUM
      *         PLANO DO RENEGOCI) E RECUSADA NA BAIXA DE BALCAO:
      *         RECEBER O ORIGINAL E A PARCELA COBRARIA EM DOBRO
      * Update: 15-10-26 - VALOR RECEBIDO ACIMA DO TOTAL DEVIDO NAO
      *         ENTRA MAIS NO CB-VALOR-PAGO: A COBRANCA RECEBE SO O
      *         DEVIDO E O EXCESSO VIRA CREDITO DA FAMILIA NO
      *         CREDITOS.DAT (CREDFAMI), USADO NAS PROXIMAS COBRANCAS
      *         PELO GERCOBRA/CADCOBAV. O DETALHE GUARDA O VALOR
      *         INTEGRAL RECEBIDO, QUE E O QUE ENTROU NO CAIXA
      * Update: 15-10-26 - O RECIBO LEVA A SEQUENCIA DA COBRANCA PARA
      *         O CADASTRO DE RECIBOS (RECIBOS.DAT) DO GERRECIB
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - O DETALHE DO PAGDETAL SAI COM A CARTEIRA
      *         BANCARIA ZERADA (PD-CARTEIRA 00): ESTE RECEBIMENTO
      *         NAO VEM DO RETORNO DE NENHUMA CARTEIRA DO BANCO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGCOBRA.
           03 WS-CHQ-BANCO       PIC X(03) VALUE SPACES.
           03 WS-CHQ-NUMERO      PIC 9(10) VALUE ZEROS.
           03 WS-CHQ-DEPOSITO    PIC 9(08) VALUE ZEROS.
           03 WS-VL-EXCESSO      PIC 9(05)V99 VALUE ZEROS.
           03 WS-VL-BAIXADO      PIC 9(05)V99 VALUE ZEROS.
           03 WS-R-CREDITOS      PIC 9(02) VALUE ZEROS.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR (SESSOPER)
       01  WS-SESSAO-AREA.
           03 WS-RB-DT-PAGAMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-RB-NR-RECIBO     PIC 9(06) VALUE ZEROS.
           03 WS-RB-MENSAGEM      PIC X(40) VALUE SPACES.
           03 WS-RB-NR-SEQ        PIC 9(02) VALUE ZEROS.

      * AREA DE COMUNICACAO COM O CALCULO DE MULTA E JUROS (CALCJURO)
       01  WS-JUROS-AREA.
           03 WS-JR-VL-DEVIDO     PIC 9(07)V99 VALUE ZEROS.
           03 WS-JR-MENSAGEM      PIC X(40) VALUE SPACES.

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

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY WS-VAR
            PERFORM P050-ABRIR
            PERFORM P100-BAIXA THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'PAGCOBRA' TO WS-LY-PROGRAMA
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

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001SF

            PERFORM P160-GRAVA-DETALHE THRU P160-EXIT

      * >>> O QUE PASSA DO TOTAL DEVIDO NAO E RECEITA DA COBRANCA: A
      * >>> COBRANCA RECEBE SO O DEVIDO E O EXCESSO VIRA CREDITO
            MOVE ZEROS         TO WS-VL-EXCESSO
            MOVE WS-VALOR-PAGO TO WS-VL-BAIXADO
            IF WS-VALOR-PAGO > WS-JR-VL-DEVIDO
               COMPUTE WS-VL-EXCESSO =
                       WS-VALOR-PAGO - WS-JR-VL-DEVIDO
               MOVE WS-JR-VL-DEVIDO TO WS-VL-BAIXADO
            END-IF
            ADD WS-VL-BAIXADO    TO CB-VALOR-PAGO
            MOVE WS-DT-PAGAMENTO TO CB-DT-PAGAMENTO
            IF WS-VALOR-PAGO NOT LESS WS-JR-VL-DEVIDO
               SET COBRANCA-PAGA TO TRUE
                      IF COBRANCA-PAGA
                         DISPLAY 'PAGAMENTO BAIXADO!'
                         PERFORM P180-EMITE-RECIBO THRU P180-EXIT
                         IF WS-VL-EXCESSO > ZEROS
                            PERFORM P185-GRAVA-CREDITO THRU P185-EXIT
                         END-IF
                      ELSE
                         COMPUTE WS-SALDO-ABERTO =
                                 CB-VALOR-LIQUIDO - CB-VALOR-PAGO
            SET PAGTO-CAIXA      TO TRUE
            MOVE WS-SS-OPERADOR  TO PD-OPERADOR
            MOVE WS-FORMA        TO PD-FORMA
            MOVE ZEROS           TO PD-CARTEIRA
            WRITE REG-CFP001SM
                  INVALID KEY
                       DISPLAY 'DETALHE DE PAGAMENTO NAO GRAVADO!'
       P180-EMITE-RECIBO.
            MOVE CB-ID-ALUNO      TO WS-RB-ID-ALUNO
            MOVE CB-ANO-MES       TO WS-RB-ANO-MES
            MOVE CB-NR-SEQ        TO WS-RB-NR-SEQ
            MOVE WS-JR-VALOR-BASE TO WS-RB-VL-PRINCIPAL
            MOVE WS-JR-VL-MULTA   TO WS-RB-VL-MULTA
            MOVE WS-JR-VL-JUROS   TO WS-RB-VL-JUROS
       P180-EXIT.
            EXIT.

      * >>> EXCESSO SOBRE O TOTAL DEVIDO VAI PARA O SALDO DE CREDITO
      * >>> DA FAMILIA (CREDFAMI), LIGADO AO DETALHE QUE O RECEBEU
       P185-GRAVA-CREDITO.
            MOVE 'G'             TO WS-CF-FUNCAO
            MOVE CB-ID-ALUNO     TO WS-CF-ID-ALUNO
            MOVE ZEROS           TO WS-CF-ID-CONTATO
            MOVE CB-ANO-MES      TO WS-CF-ANO-MES
            MOVE CB-NR-SEQ       TO WS-CF-NR-SEQ
            MOVE WS-PROX-SEQ     TO WS-CF-PD-SEQ
            MOVE WS-DT-PAGAMENTO TO WS-CF-DT-MOVIMENTO
            MOVE 'C'             TO WS-CF-ORIGEM
            MOVE WS-VL-EXCESSO   TO WS-CF-VALOR
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            IF WS-CF-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO CREDFAMI: ' WS-CF-MENSAGEM
               DISPLAY 'EXCESSO DE ' WS-VL-EXCESSO
                       ' NAO REGISTRADO - ANOTAR PARA DEVOLUCAO!'
            ELSE
               ADD 1 TO WS-R-CREDITOS
               DISPLAY 'EXCESSO DE ' WS-VL-EXCESSO
                       ' LANCADO COMO CREDITO DA FAMILIA'
            END-IF.
       P185-EXIT.
            EXIT.

      * >>> PAGAMENTO EM CHEQUE ENTRA NO CONTROLE DE COMPENSACAO
      * >>> (CHEQUES.DAT) COMO PENDENTE; O CADCHEQ COMPENSA OU
      * >>> DEVOLVE DEPOIS
            DISPLAY ' QTDE PAGAMENTOS BAIXADOS: ' WS-RW-COB
            DISPLAY ' QTDE DETALHES GRAVADOS..: ' WS-RW-DET
            DISPLAY ' QTDE PAGTOS INSUFICIENTES: ' WS-R-INSUF
            DISPLAY ' QTDE CREDITOS GERADOS...: ' WS-R-CREDITOS
            DISPLAY '--------------------------------------'
            MOVE 'PAGCOBRA' TO WS-LG-PROGRAMA
            MOVE 'PAGTOS BAIXADOS' TO WS-LG-CONTADOR
