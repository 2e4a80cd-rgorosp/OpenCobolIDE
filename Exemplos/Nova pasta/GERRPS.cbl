      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: LOTE DE RPS PARA A NFS-E DA PREFEITURA - PERCORRE O
      *          CADASTRO DE RECIBOS (RECIBOS.DAT, GRAVADO PELO
      *          GERRECIB) E GRAVA O RPSLOTE.TXT PARA ENVIO. RECIBO
      *          VALIDO PAGO NO PERIODO INFORMADO (MES AAAAMM E DIA,
      *          00 = O MES INTEIRO) AINDA SEM NOTA, OU COM RPS
      *          REJEITADO PELO RETNFSE, SAI COMO INCLUSAO; O NUMERO DO
      *          RPS E O PROPRIO NUMERO DO RECIBO. RECIBO ESTORNADO
      *          PELO ESTCOBRA COM NFS-E JA EMITIDA SAI COMO
      *          CANCELAMENTO EM QUALQUER PERIODO; SEM NOTA EMITIDA,
      *          FICA DISPENSADO. O TOMADOR E O RESPONSAVEL FINANCEIRO
      *          ('RF') DO ALUNO (CPF E ENDERECO DO CONTATOS.DAT) OU,
      *          SEM VINCULO, O PROPRIO ALUNO. O VALOR DO SERVICO E O
      *          RECEBIDO NA COBRANCA (DETALHES DO PAGDETAL.DAT),
      *          LIMITADO AO DEVIDO DO RECIBO (O EXCESSO VIROU CREDITO
      *          DA FAMILIA E NAO E SERVICO); SEM DETALHES, O VALOR
      *          PAGO DO RECIBO. INSCRICAO MUNICIPAL, CODIGO DO SERVICO,
      *          ALIQUOTA DO ISS E SERIE VEM DO NFSEPAR.DAT (SEM
      *          ARQUIVO, VALEM OS PADROES DE WORKING-STORAGE)
      *
      *          LAYOUT DO DETALHE:
      *            001 TIPO          X(01) = '1'
      *            002 OPERACAO      X(01) 'I'=INCLUSAO 'C'=CANCELA
      *            003 NR RPS        9(08) = NUMERO DO RECIBO
      *            011 SERIE         X(05)
      *            016 DATA EMISSAO  9(08) AAAAMMDD (DATA DO PAGTO)
      *            024 VALOR SERVICO 9(09)V99 (11 DIGITOS SEM VIRGULA)
      *            035 COD SERVICO   X(05)
      *            040 ALIQUOTA ISS  9V9999
      *            045 CPF TOMADOR   9(11)
      *            056 NOME TOMADOR  X(20)
      *            076 LOGRADOURO    X(30)
      *            106 NUMERO        X(06)
      *            112 COMPLEMENTO   X(10)
      *            122 BAIRRO        X(20)
      *            142 CIDADE        X(20)
      *            162 UF            X(02)
      *            164 CEP           9(08)
      *            172 NR NFS-E      X(15) (SO NO CANCELAMENTO)
      *            187 DISCRIMINACAO X(80)
      *          HEADER '0' COM A DATA DE GERACAO E A INSCRICAO
      *          MUNICIPAL; TRAILER '9' COM AS QUANTIDADES DE INCLUSAO
      *          E DE CANCELAMENTO E A SOMA DOS VALORES INCLUIDOS
      *
      *          LAYOUT DO NFSEPAR.DAT:
      *            01 INSCRICAO      X(15)
      *            16 COD SERVICO    X(05)
      *            21 ALIQUOTA ISS   9V9999
      *            26 SERIE          X(05)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERRPS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001T3 ASSIGN TO "C:/ARQUIVOS/RECIBOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RC-NR-RECIBO
                  ALTERNATE RECORD KEY IS RC-COBRANCA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RCB
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SL ASSIGN TO "C:/ARQUIVOS/RESPALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RL-CHAVE
                  ALTERNATE RECORD KEY IS RL-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RSP.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT ARQ-PARAMETRO ASSIGN TO "C:/ARQUIVOS/NFSEPAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-PAR.
           SELECT ARQ-RPS ASSIGN TO "C:/ARQUIVOS/RPSLOTE.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-RPS.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001T3.
           COPY REGRECIB.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  ARQ-PARAMETRO.
       01  PAR-REG.
           03 PAR-INSCRICAO      PIC X(15).
           03 PAR-SERVICO        PIC X(05).
           03 PAR-ALIQUOTA       PIC 9V9999.
           03 PAR-SERIE          PIC X(05).
       FD  ARQ-RPS.
       01  RPS-LINHA             PIC X(266).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-RCB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RPS          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-MES         PIC 9(06) VALUE ZEROS.
           03 WS-DIA             PIC 9(02) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-SEM-DETALHE     PIC X(01) VALUE 'N'.
           03 WS-FIM-DET         PIC X(01) VALUE 'N'.
           03 WS-FIM-RSP         PIC X(01) VALUE 'N'.
           03 WS-VL-RECEBIDO     PIC 9(09)V99 VALUE ZEROS.
           03 WS-VL-DEVIDO       PIC 9(09)V99 VALUE ZEROS.
           03 WS-VL-SERVICO      PIC 9(09)V99 VALUE ZEROS.

      * >>> PRESTADOR DO SERVICO (PADRAO SEM NFSEPAR.DAT)
       01  WS-PRESTADOR.
           03 WS-PR-INSCRICAO    PIC X(15) VALUE '000000000000000'.
           03 WS-PR-SERVICO      PIC X(05) VALUE '08.01'.
           03 WS-PR-ALIQUOTA     PIC 9V9999 VALUE 0,0200.
           03 WS-PR-SERIE        PIC X(05) VALUE 'RPS'.

      * >>> DADOS DO TOMADOR (RESPONSAVEL FINANCEIRO OU O PROPRIO ALUNO)
       01  WS-TOMADOR.
           03 WS-TM-NOME         PIC X(20) VALUE SPACES.
           03 WS-TM-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-TM-LOGRADOURO   PIC X(30) VALUE SPACES.
           03 WS-TM-NUMERO       PIC X(06) VALUE SPACES.
           03 WS-TM-COMPLEMENTO  PIC X(10) VALUE SPACES.
           03 WS-TM-BAIRRO       PIC X(20) VALUE SPACES.
           03 WS-TM-CIDADE       PIC X(20) VALUE SPACES.
           03 WS-TM-UF           PIC X(02) VALUE SPACES.
           03 WS-TM-CEP          PIC 9(08) VALUE ZEROS.
           03 WS-NM-ALUNO        PIC X(20) VALUE SPACES.

      * >>> CONTADORES E TOTAIS DE CONTROLE
       01  WS-CONTROLE.
           03 WS-QT-LIDOS        PIC 9(06) VALUE ZEROS.
           03 WS-QT-INCLUSOES    PIC 9(06) VALUE ZEROS.
           03 WS-QT-CANCELAM     PIC 9(06) VALUE ZEROS.
           03 WS-QT-DISPENSADOS  PIC 9(06) VALUE ZEROS.
           03 WS-QT-AGUARDANDO   PIC 9(06) VALUE ZEROS.
           03 WS-VL-TOTAL        PIC 9(11)V99 VALUE ZEROS.

      * >>> REGISTROS DO LAYOUT DA PREFEITURA
       01  WS-REG-HEADER.
           03 FILLER             PIC X(01) VALUE '0'.
           03 WS-HDR-DATA        PIC 9(08).
           03 WS-HDR-INSCRICAO   PIC X(15).
       01  WS-REG-DETALHE.
           03 FILLER             PIC X(01) VALUE '1'.
           03 WS-DET-OPERACAO    PIC X(01).
           03 WS-DET-NR-RPS      PIC 9(08).
           03 WS-DET-SERIE       PIC X(05).
           03 WS-DET-DT-EMISSAO  PIC 9(08).
           03 WS-DET-VALOR       PIC 9(09)V99.
           03 WS-DET-SERVICO     PIC X(05).
           03 WS-DET-ALIQUOTA    PIC 9V9999.
           03 WS-DET-CPF         PIC 9(11).
           03 WS-DET-NOME        PIC X(20).
           03 WS-DET-LOGRADOURO  PIC X(30).
           03 WS-DET-NUMERO      PIC X(06).
           03 WS-DET-COMPLEMENTO PIC X(10).
           03 WS-DET-BAIRRO      PIC X(20).
           03 WS-DET-CIDADE      PIC X(20).
           03 WS-DET-UF          PIC X(02).
           03 WS-DET-CEP         PIC 9(08).
           03 WS-DET-NR-NFSE     PIC X(15).
           03 WS-DET-DISCRIMINA  PIC X(80).
       01  WS-REG-TRAILER.
           03 FILLER             PIC X(01) VALUE '9'.
           03 WS-TRL-INCLUSOES   PIC 9(06).
           03 WS-TRL-CANCELAM    PIC 9(06).
           03 WS-TRL-VALOR       PIC 9(11)V99.

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
            DISPLAY 'PROGRAMA GERRPS - INICIADO'
            DISPLAY 'MES DOS RECEBIMENTOS (AAAAMM): '
            ACCEPT WS-ANO-MES
            PERFORM UNTIL WS-ANO-MES IS NUMERIC
                      AND WS-ANO-MES NOT = ZEROS
               DISPLAY 'MES INVALIDO! DIGITE AAAAMM: '
               ACCEPT WS-ANO-MES
            END-PERFORM
            DISPLAY 'DIA DOS RECEBIMENTOS (00 = O MES INTEIRO): '
            ACCEPT WS-DIA
            PERFORM UNTIL WS-DIA IS NUMERIC AND WS-DIA < 32
               DISPLAY 'DIA INVALIDO! DIGITE DD OU 00: '
               ACCEPT WS-DIA
            END-PERFORM
            PERFORM P050-ABRIR
            PERFORM P060-PARAMETROS THRU P060-EXIT
            PERFORM P080-HEADER THRU P080-EXIT
            PERFORM P100-PROCESSA THRU P100-EXIT
                    UNTIL WS-FS-RCB = 10
            PERFORM P600-TRAILER THRU P600-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'GERRPS' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
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
            OPEN I-O CFP001T3
            IF WS-FS-RCB NOT = 00
               MOVE WS-FS-RCB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM PAGDETAL.DAT VALE O VALOR PAGO DO PROPRIO RECIBO
            OPEN INPUT CFP001SM
            IF WS-FS-DET NOT = 00
               MOVE 'S' TO WS-SEM-DETALHE
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM VINCULOS OU CONTATOS O TOMADOR E O PROPRIO ALUNO
            OPEN INPUT CFP001SL
            OPEN INPUT CONTATOS

            OPEN OUTPUT ARQ-RPS
            IF WS-FS-RPS NOT = 00
               MOVE WS-FS-RPS                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO RPSLOTE.TXT' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S060 SECTION.
       P060-PARAMETROS.
            OPEN INPUT ARQ-PARAMETRO
            IF WS-FS-PAR = 00
               READ ARQ-PARAMETRO
                    AT END
                         CONTINUE
                    NOT AT END
                         IF PAR-INSCRICAO NOT = SPACES
                            AND PAR-ALIQUOTA IS NUMERIC
                            MOVE PAR-INSCRICAO TO WS-PR-INSCRICAO
                            MOVE PAR-SERVICO   TO WS-PR-SERVICO
                            MOVE PAR-ALIQUOTA  TO WS-PR-ALIQUOTA
                            MOVE PAR-SERIE     TO WS-PR-SERIE
                         END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
            END-IF.
       P060-EXIT.
            EXIT.

       S080 SECTION.
       P080-HEADER.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-HDR-DATA
            MOVE WS-PR-INSCRICAO       TO WS-HDR-INSCRICAO
            MOVE WS-REG-HEADER TO RPS-LINHA
            WRITE RPS-LINHA.
       P080-EXIT.
            EXIT.

      * >>> DECIDE O QUE CADA RECIBO PEDE A PREFEITURA PELA SITUACAO
      * >>> DO RECIBO E DA NOTA
       S100 SECTION.
       P100-PROCESSA.
            READ CFP001T3 NEXT RECORD
            IF WS-FS-RCB NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-RCB                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001T3'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-RCB = 10
               GO TO P100-EXIT
            END-IF
            ADD 1 TO WS-QT-LIDOS

            IF RECIBO-ESTORNADO
               PERFORM P150-ESTORNADO THRU P150-EXIT
               GO TO P100-EXIT
            END-IF

            IF NOT NFSE-PENDENTE AND NOT NFSE-REJEITADA
               GO TO P100-EXIT
            END-IF
            IF RC-DT-PAGAMENTO(1:6) NOT = WS-ANO-MES
               GO TO P100-EXIT
            END-IF
            IF WS-DIA NOT = ZEROS
               AND RC-DT-PAGAMENTO(7:2) NOT = WS-DIA
               GO TO P100-EXIT
            END-IF

            PERFORM P300-VALOR-SERVICO THRU P300-EXIT
            PERFORM P200-TOMADOR THRU P200-EXIT
            MOVE 'I' TO WS-DET-OPERACAO
            MOVE SPACES TO WS-DET-NR-NFSE
            PERFORM P500-DETALHE THRU P500-EXIT
            SET NFSE-ENVIADA TO TRUE
            PERFORM P550-ATUALIZA THRU P550-EXIT
            ADD 1             TO WS-QT-INCLUSOES
            ADD WS-VL-SERVICO TO WS-VL-TOTAL.
       P100-EXIT.
            EXIT.

      * >>> ESTORNO: NOTA EMITIDA E CANCELADA; SEM NOTA, A NFS-E FICA
      * >>> DISPENSADA; RPS AINDA SEM RETORNO ESPERA O RETNFSE
       P150-ESTORNADO.
            EVALUATE TRUE
                WHEN NFSE-EMITIDA
                  MOVE RC-VL-PAGO TO WS-VL-SERVICO
                  PERFORM P200-TOMADOR THRU P200-EXIT
                  MOVE 'C'        TO WS-DET-OPERACAO
                  MOVE RC-NR-NFSE TO WS-DET-NR-NFSE
                  PERFORM P500-DETALHE THRU P500-EXIT
                  SET NFSE-CANCEL-ENVIADO TO TRUE
                  PERFORM P550-ATUALIZA THRU P550-EXIT
                  ADD 1 TO WS-QT-CANCELAM
                WHEN NFSE-PENDENTE
                WHEN NFSE-REJEITADA
                  SET NFSE-DISPENSADA TO TRUE
                  PERFORM P550-ATUALIZA THRU P550-EXIT
                  ADD 1 TO WS-QT-DISPENSADOS
                WHEN NFSE-ENVIADA
                  DISPLAY 'RECIBO ' RC-NR-RECIBO ' ESTORNADO COM RPS'
                          ' SEM RETORNO - CANCELA NO PROXIMO LOTE'
                  ADD 1 TO WS-QT-AGUARDANDO
                WHEN OTHER
                  CONTINUE
            END-EVALUATE.
       P150-EXIT.
            EXIT.

      * >>> TOMADOR E O RESPONSAVEL FINANCEIRO ('RF') DO ALUNO NO
      * >>> CFP001SL; SEM VINCULO, O PROPRIO ALUNO
       S200 SECTION.
       P200-TOMADOR.
            INITIALIZE WS-TOMADOR
            MOVE RC-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO WS-NM-ALUNO
                 NOT INVALID KEY
                      MOVE NM-ALUNO  TO WS-NM-ALUNO
                      MOVE CPF-ALUNO TO WS-TM-CPF
            END-READ
            MOVE WS-NM-ALUNO TO WS-TM-NOME
            IF WS-FS-RSP NOT = 00 OR WS-FS-CON NOT = 00
               GO TO P200-EXIT
            END-IF

            MOVE 'N'         TO WS-FIM-RSP
            MOVE RC-ID-ALUNO TO RL-ID-ALUNO
            START CFP001SL KEY IS EQUAL RL-ID-ALUNO
                  INVALID KEY
                       GO TO P200-EXIT
            END-START
            PERFORM P210-LER-VINCULO THRU P210-EXIT
                    UNTIL WS-FIM-RSP = 'S'.
       P200-EXIT.
            EXIT.

       P210-LER-VINCULO.
            READ CFP001SL NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-RSP
                      GO TO P210-EXIT
            END-READ
            IF RL-ID-ALUNO NOT = RC-ID-ALUNO
               MOVE 'S' TO WS-FIM-RSP
               GO TO P210-EXIT
            END-IF
            IF NOT RESP-FINANCEIRO
               GO TO P210-EXIT
            END-IF
            MOVE 'S'           TO WS-FIM-RSP
            MOVE RL-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      GO TO P210-EXIT
            END-READ
            MOVE NM-CONTATO     TO WS-TM-NOME
            MOVE CPF-CONTATO    TO WS-TM-CPF
            MOVE LG-CONTATO     TO WS-TM-LOGRADOURO
            MOVE NR-END-CONTATO TO WS-TM-NUMERO
            MOVE CP-END-CONTATO TO WS-TM-COMPLEMENTO
            MOVE BA-CONTATO     TO WS-TM-BAIRRO
            MOVE CI-CONTATO     TO WS-TM-CIDADE
            MOVE UF-CONTATO     TO WS-TM-UF
            MOVE CEP-CONTATO    TO WS-TM-CEP.
       P210-EXIT.
            EXIT.

      * >>> VALOR DO SERVICO: SOMA DOS DETALHES DA COBRANCA NO
      * >>> PAGDETAL.DAT, LIMITADA AO DEVIDO (PRINCIPAL + MULTA + JUROS)
       S300 SECTION.
       P300-VALOR-SERVICO.
            MOVE ZEROS TO WS-VL-RECEBIDO
            COMPUTE WS-VL-DEVIDO = RC-VL-PRINCIPAL + RC-VL-MULTA
                                 + RC-VL-JUROS
            IF WS-SEM-DETALHE = 'N'
               MOVE 'N'          TO WS-FIM-DET
               MOVE RC-ID-ALUNO  TO PD-ID-ALUNO
               MOVE RC-ANO-MES   TO PD-ANO-MES
               MOVE RC-NR-SEQ    TO PD-NR-SEQ
               MOVE ZEROS        TO PD-SEQUENCIA
               START CFP001SM KEY IS NOT LESS PD-CHAVE
                     INVALID KEY
                          MOVE 'S' TO WS-FIM-DET
               END-START
               PERFORM P310-SOMA-DETALHE THRU P310-EXIT
                       UNTIL WS-FIM-DET = 'S'
            END-IF

            IF WS-VL-RECEBIDO = ZEROS
               MOVE RC-VL-PAGO TO WS-VL-SERVICO
            ELSE
               MOVE WS-VL-RECEBIDO TO WS-VL-SERVICO
            END-IF
            IF WS-VL-DEVIDO > ZEROS
               AND WS-VL-SERVICO > WS-VL-DEVIDO
               MOVE WS-VL-DEVIDO TO WS-VL-SERVICO
            END-IF.
       P300-EXIT.
            EXIT.

       P310-SOMA-DETALHE.
            READ CFP001SM NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DET
                      GO TO P310-EXIT
            END-READ
            IF PD-ID-ALUNO NOT = RC-ID-ALUNO
               OR PD-ANO-MES NOT = RC-ANO-MES
               OR PD-NR-SEQ NOT = RC-NR-SEQ
               MOVE 'S' TO WS-FIM-DET
               GO TO P310-EXIT
            END-IF
            ADD PD-VALOR-PAGO TO WS-VL-RECEBIDO.
       P310-EXIT.
            EXIT.

       S500 SECTION.
       P500-DETALHE.
            MOVE RC-NR-RECIBO      TO WS-DET-NR-RPS
            MOVE WS-PR-SERIE       TO WS-DET-SERIE
            MOVE RC-DT-PAGAMENTO   TO WS-DET-DT-EMISSAO
            MOVE WS-VL-SERVICO     TO WS-DET-VALOR
            MOVE WS-PR-SERVICO     TO WS-DET-SERVICO
            MOVE WS-PR-ALIQUOTA    TO WS-DET-ALIQUOTA
            MOVE WS-TM-CPF         TO WS-DET-CPF
            MOVE WS-TM-NOME        TO WS-DET-NOME
            MOVE WS-TM-LOGRADOURO  TO WS-DET-LOGRADOURO
            MOVE WS-TM-NUMERO      TO WS-DET-NUMERO
            MOVE WS-TM-COMPLEMENTO TO WS-DET-COMPLEMENTO
            MOVE WS-TM-BAIRRO      TO WS-DET-BAIRRO
            MOVE WS-TM-CIDADE      TO WS-DET-CIDADE
            MOVE WS-TM-UF          TO WS-DET-UF
            MOVE WS-TM-CEP         TO WS-DET-CEP
            MOVE SPACES            TO WS-DET-DISCRIMINA
            IF RC-NR-SEQ = ZEROS
               STRING 'MENSALIDADE ESCOLAR ' RC-ANO-MES
                      ' - ALUNO ' RC-ID-ALUNO ' ' WS-NM-ALUNO
                      DELIMITED BY SIZE INTO WS-DET-DISCRIMINA
            ELSE
               STRING 'SERVICO ESCOLAR AVULSO ' RC-ANO-MES
                      '/' RC-NR-SEQ
                      ' - ALUNO ' RC-ID-ALUNO ' ' WS-NM-ALUNO
                      DELIMITED BY SIZE INTO WS-DET-DISCRIMINA
            END-IF
            MOVE WS-REG-DETALHE TO RPS-LINHA
            WRITE RPS-LINHA.
       P500-EXIT.
            EXIT.

       P550-ATUALIZA.
            REWRITE REG-CFP001T3
            END-REWRITE
            IF WS-FS-RCB NOT = 00
               MOVE WS-FS-RCB                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001T3'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P550-EXIT.
            EXIT.

       S600 SECTION.
       P600-TRAILER.
            MOVE WS-QT-INCLUSOES TO WS-TRL-INCLUSOES
            MOVE WS-QT-CANCELAM  TO WS-TRL-CANCELAM
            MOVE WS-VL-TOTAL     TO WS-TRL-VALOR
            MOVE WS-REG-TRAILER  TO RPS-LINHA
            WRITE RPS-LINHA.
       P600-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001T3
            IF WS-SEM-DETALHE = 'N'
               CLOSE CFP001SM
            END-IF
            CLOSE CFP001S1
            CLOSE CFP001SL
            CLOSE CONTATOS
            CLOSE ARQ-RPS
            IF WS-FS-RPS NOT = 00 THEN
               MOVE WS-FS-RPS                           TO WS-MSG1
               MOVE 'ERRO FECHAR O RPSLOTE.TXT'         TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA GERRPS'
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
            MOVE 'GERRPS' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA GERRPS FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' RECIBOS LIDOS.........: ' WS-QT-LIDOS
            DISPLAY ' RPS DE INCLUSAO.......: ' WS-QT-INCLUSOES
            DISPLAY ' RPS DE CANCELAMENTO...: ' WS-QT-CANCELAM
            DISPLAY ' ESTORNOS SEM NOTA.....: ' WS-QT-DISPENSADOS
            DISPLAY ' ESTORNOS SEM RETORNO..: ' WS-QT-AGUARDANDO
            DISPLAY ' VALOR DOS SERVICOS....: ' WS-VL-TOTAL
            DISPLAY '--------------------------------------'
            MOVE 'GERRPS' TO WS-LG-PROGRAMA
            MOVE 'RPS GERADOS    ' TO WS-LG-CONTADOR
            COMPUTE WS-LG-QUANTIDADE = WS-QT-INCLUSOES
                                     + WS-QT-CANCELAM
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM GERRPS.
