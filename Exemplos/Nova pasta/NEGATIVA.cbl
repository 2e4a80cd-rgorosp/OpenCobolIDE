      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: NEGATIVACAO DE DEVEDORES NO BIRO DE CREDITO (SPC/
      *          SERASA) - GRAVA O ARQUIVO DE INCLUSOES E EXCLUSOES
      *          NEGBIRO.TXT E CONTROLA CADA DEBITO ENVIADO NO
      *          CADASTRO DE NEGATIVACOES (NEGATIVA.DAT, CFP001T4).
      *          PRIMEIRO, TODA NEGATIVACAO ATIVA CUJA COBRANCA FOI
      *          PAGA (PAGCOBRA/RETBANCO/RETPIX), RENEGOCIADA NUM PLANO
      *          DO RENEGOCI OU EXCLUIDA SAI COMO EXCLUSAO E E BAIXADA -
      *          DIVIDA PAGA NAO PODE FICAR NEGATIVADA. DEPOIS, PARA
      *          CADA RESPONSAVEL FINANCEIRO ('RF' DO CFP001SL), A
      *          COBRANCA EM ABERTO COM ATRASO ACIMA DA FAIXA MINIMA NA
      *          DATA DE REFERENCIA SO E INCLUIDA SE A FAMILIA RECEBEU
      *          CARTA DE COBRANCA DO GERCARTA (CATALOGO RELCATAL.CAT,
      *          CAMINHO CARTA_<CONTATO>_) DEPOIS DO VENCIMENTO E HA
      *          PELO MENOS N DIAS; SEM CARTA OU SEM CPF, O DEBITO SAI
      *          NO RELATORIO COMO PENDENTE. FAIXA MINIMA, DIAS DESDE A
      *          CARTA E CODIGO DO CREDOR VEM DO NEGPAR.DAT (SEM
      *          ARQUIVO, VALEM OS PADROES DE WORKING-STORAGE). SAIDA
      *          COM TIMESTAMP REGISTRADA NO RELCATAL
      *
      *          LAYOUT DO DETALHE DO NEGBIRO.TXT:
      *            001 TIPO          X(01) = '1'
      *            002 OPERACAO      X(01) 'I'=INCLUSAO 'E'=EXCLUSAO
      *            003 CPF DEVEDOR   9(11)
      *            014 NOME          X(20)
      *            034 CONTRATO      9(13) = CHAVE DA COBRANCA
      *            047 VENCIMENTO    9(08) AAAAMMDD
      *            055 VALOR         9(07)V99 (9 DIGITOS SEM VIRGULA)
      *            064 LOGRADOURO    X(30)
      *            094 NUMERO        X(06)
      *            100 COMPLEMENTO   X(10)
      *            110 BAIRRO        X(20)
      *            130 CIDADE        X(20)
      *            150 UF            X(02)
      *            152 CEP           9(08)
      *            160 MOTIVO BAIXA  X(01) 'P'=PAGA 'R'=RENEGOCIADA
      *                                    'X'=COBRANCA EXCLUIDA
      *          HEADER '0' COM A DATA E O CODIGO DO CREDOR; TRAILER
      *          '9' COM AS QUANTIDADES DE INCLUSAO E DE EXCLUSAO E O
      *          VALOR INCLUIDO
      *
      *          LAYOUT DO NEGPAR.DAT:
      *            01 DIAS DE ATRASO MINIMO   9(03)
      *            04 DIAS DESDE A CARTA      9(03)
      *            07 CODIGO DO CREDOR        X(10)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001T4 ASSIGN TO "C:/ARQUIVOS/NEGATIVA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NG-CHAVE
                  FILE STATUS  IS WS-FS-NEG
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB.
           SELECT CFP001SL ASSIGN TO "C:/ARQUIVOS/RESPALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RL-CHAVE
                  ALTERNATE RECORD KEY IS RL-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RSP.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT CAT-RELAT ASSIGN TO "C:/ARQUIVOS/RELCATAL.CAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CAT.
           SELECT ARQ-PARAMETRO ASSIGN TO "C:/ARQUIVOS/NEGPAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-PAR.
           SELECT ARQ-BIRO ASSIGN TO "C:/ARQUIVOS/NEGBIRO.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-BIR.
           SELECT REL-NEGATIVA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001T4.
           COPY REGNEGAT.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  CAT-RELAT.
       01  CAT-LINHA             PIC X(100).
       FD  ARQ-PARAMETRO.
       01  PAR-REG.
           03 PAR-DIAS-ATRASO    PIC 9(03).
           03 PAR-DIAS-CARTA     PIC 9(03).
           03 PAR-CREDOR         PIC X(10).
       FD  ARQ-BIRO.
       01  BIR-LINHA             PIC X(160).
       FD  REL-NEGATIVA.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-NEG          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-BIR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-DT-REFERENCIA   PIC 9(08) VALUE ZEROS.
           03 WS-DT-LIMITE-CARTA PIC 9(08) VALUE ZEROS.
           03 WS-DT-CARTA        PIC 9(08) VALUE ZEROS.
           03 WS-DIAS-ATRASO     PIC S9(05) VALUE ZEROS.
           03 WS-VL-ABERTO       PIC 9(05)V99 VALUE ZEROS.
           03 WS-FIM-NEG         PIC X(01) VALUE 'N'.
           03 WS-FIM-RSP         PIC X(01) VALUE 'N'.
           03 WS-FIM-COB         PIC X(01) VALUE 'N'.
           03 WS-FIM-CAT         PIC X(01) VALUE 'N'.
           03 WS-REINCLUSAO      PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-MOTIVO          PIC X(25) VALUE SPACES.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * >>> PARAMETROS DA NEGATIVACAO (PADRAO SEM NEGPAR.DAT)
       01  WS-PARAMETROS.
           03 WS-PR-DIAS-ATRASO  PIC 9(03) VALUE 090.
           03 WS-PR-DIAS-CARTA   PIC 9(03) VALUE 010.
           03 WS-PR-CREDOR       PIC X(10) VALUE 'ESCOLA'.

      * >>> CARTAS DO GERCARTA NO CATALOGO: CONTATO E DATA DA CARTA
       01  WS-TAB-CARTAS.
           03 WS-CT-OCC OCCURS 2000 TIMES INDEXED BY WS-CX.
              05 WS-CT-CONTATO    PIC 9(05).
              05 WS-CT-DATA       PIC 9(08).
       77  WS-QTD-CARTAS          PIC 9(04) VALUE ZEROS.
       77  WS-CARTAS-DESPREZ      PIC 9(04) VALUE ZEROS.
       01  WS-CAT-DATA.
           03 WS-CD-ANO           PIC X(04).
           03 WS-CD-MES           PIC X(02).
           03 WS-CD-DIA           PIC X(02).

      * >>> DEVEDOR (RESPONSAVEL FINANCEIRO) DA LINHA CORRENTE
       01  WS-DEVEDOR.
           03 WS-DV-CONTATO      PIC 9(05) VALUE ZEROS.
           03 WS-DV-NOME         PIC X(20) VALUE SPACES.
           03 WS-DV-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-DV-LOGRADOURO   PIC X(30) VALUE SPACES.
           03 WS-DV-NUMERO       PIC X(06) VALUE SPACES.
           03 WS-DV-COMPLEMENTO  PIC X(10) VALUE SPACES.
           03 WS-DV-BAIRRO       PIC X(20) VALUE SPACES.
           03 WS-DV-CIDADE       PIC X(20) VALUE SPACES.
           03 WS-DV-UF           PIC X(02) VALUE SPACES.
           03 WS-DV-CEP          PIC 9(08) VALUE ZEROS.

      * >>> CONTADORES E TOTAIS DE CONTROLE
       01  WS-CONTROLE.
           03 WS-QT-INCLUSOES    PIC 9(06) VALUE ZEROS.
           03 WS-QT-EXCLUSOES    PIC 9(06) VALUE ZEROS.
           03 WS-QT-JA-ATIVAS    PIC 9(06) VALUE ZEROS.
           03 WS-QT-SEM-CARTA    PIC 9(06) VALUE ZEROS.
           03 WS-QT-SEM-CPF      PIC 9(06) VALUE ZEROS.
           03 WS-VL-INCLUIDO     PIC 9(09)V99 VALUE ZEROS.

      * >>> REGISTROS DO LAYOUT DO BIRO
       01  WS-REG-HEADER.
           03 FILLER             PIC X(01) VALUE '0'.
           03 WS-HDR-DATA        PIC 9(08).
           03 WS-HDR-CREDOR      PIC X(10).
       01  WS-REG-DETALHE.
           03 FILLER             PIC X(01) VALUE '1'.
           03 WS-DET-OPERACAO    PIC X(01).
           03 WS-DET-CPF         PIC 9(11).
           03 WS-DET-NOME        PIC X(20).
           03 WS-DET-CONTRATO    PIC 9(13).
           03 WS-DET-VENCTO      PIC 9(08).
           03 WS-DET-VALOR       PIC 9(07)V99.
           03 WS-DET-LOGRADOURO  PIC X(30).
           03 WS-DET-NUMERO      PIC X(06).
           03 WS-DET-COMPLEMENTO PIC X(10).
           03 WS-DET-BAIRRO      PIC X(20).
           03 WS-DET-CIDADE      PIC X(20).
           03 WS-DET-UF          PIC X(02).
           03 WS-DET-CEP         PIC 9(08).
           03 WS-DET-MOTIVO      PIC X(01).
       01  WS-REG-TRAILER.
           03 FILLER             PIC X(01) VALUE '9'.
           03 WS-TRL-INCLUSOES   PIC 9(06).
           03 WS-TRL-EXCLUSOES   PIC 9(06).
           03 WS-TRL-VALOR       PIC 9(09)V99.

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
            DISPLAY 'PROGRAMA NEGATIVA - INICIADO'
            DISPLAY 'DIGITE A DATA DE REFERENCIA (AAAAMMDD): '
            ACCEPT WS-DT-REFERENCIA
            PERFORM UNTIL WS-DT-REFERENCIA IS NUMERIC
                      AND WS-DT-REFERENCIA > 19000101
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-DT-REFERENCIA
            END-PERFORM

            PERFORM P060-PARAMETROS THRU P060-EXIT
            PERFORM P050-ABRIR
            PERFORM P080-CARTAS THRU P080-EXIT
            PERFORM P090-HEADER THRU P090-EXIT

            PERFORM P100-BAIXAS THRU P100-EXIT
            PERFORM P300-PROCESSA THRU P300-EXIT
                    UNTIL WS-FIM-RSP = 'S'

            PERFORM P600-TRAILER THRU P600-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'NEGATIVA' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
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
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/NEGATIVA_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN I-O CFP001T4
            IF WS-FS-NEG = 35 THEN
               OPEN OUTPUT CFP001T4
               CLOSE CFP001T4
               OPEN I-O CFP001T4
            END-IF
            IF WS-FS-NEG NOT = 00
               MOVE WS-FS-NEG                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SL
            IF WS-FS-RSP NOT = 00
               MOVE WS-FS-RSP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SL' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT ARQ-BIRO
            IF WS-FS-BIR NOT = 00
               MOVE WS-FS-BIR                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO NEGBIRO.TXT' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-NEGATIVA
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-NEGATIVA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING 'NEGATIVACAO NO BIRO - REFERENCIA ' WS-DT-REFERENCIA
                   ' ATRASO > ' WS-PR-DIAS-ATRASO ' DIAS, CARTA HA '
                   WS-PR-DIAS-CARTA ' DIAS'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
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
                         IF PAR-DIAS-ATRASO IS NUMERIC
                            AND PAR-DIAS-CARTA IS NUMERIC
                            MOVE PAR-DIAS-ATRASO TO WS-PR-DIAS-ATRASO
                            MOVE PAR-DIAS-CARTA  TO WS-PR-DIAS-CARTA
                            MOVE PAR-CREDOR      TO WS-PR-CREDOR
                         END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
            END-IF

      * >>> CARTA SO VALE SE PRODUZIDA ATE ESTA DATA
            COMPUTE WS-DT-LIMITE-CARTA = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-DT-REFERENCIA)
                     - WS-PR-DIAS-CARTA).
       P060-EXIT.
            EXIT.

      * >>> CARREGA AS CARTAS DE FAMILIA DO CATALOGO. LINHA:
      * >>> DD/MM/AAAA HH:MM:SS|GERCARTA|LINHAS|C:/ARQUIVOS/CARTA_<C>_
       S080 SECTION.
       P080-CARTAS.
            MOVE ZEROS TO WS-QTD-CARTAS
            OPEN INPUT CAT-RELAT
            IF WS-FS-CAT NOT = 00
               DISPLAY 'AVISO: CATALOGO DE RELATORIOS INDISPONIVEL -'
                       ' NENHUMA CARTA SERA RECONHECIDA'
               GO TO P080-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-CAT
            PERFORM P085-LER-CATALOGO THRU P085-EXIT
                    UNTIL WS-FIM-CAT = 'S'
            CLOSE CAT-RELAT
            IF WS-CARTAS-DESPREZ > ZEROS
               DISPLAY 'AVISO: TABELA DE CARTAS CHEIA - DESPREZADAS '
                       WS-CARTAS-DESPREZ
            END-IF.
       P080-EXIT.
            EXIT.

       P085-LER-CATALOGO.
            READ CAT-RELAT
                 AT END
                      MOVE 'S' TO WS-FIM-CAT
                      GO TO P085-EXIT
            END-READ
            IF CAT-LINHA(21:8) NOT = 'GERCARTA'
               OR CAT-LINHA(36:18) NOT = 'C:/ARQUIVOS/CARTA_'
               OR CAT-LINHA(54:5) IS NOT NUMERIC
               GO TO P085-EXIT
            END-IF
            MOVE CAT-LINHA(7:4) TO WS-CD-ANO
            MOVE CAT-LINHA(4:2) TO WS-CD-MES
            MOVE CAT-LINHA(1:2) TO WS-CD-DIA
            IF WS-CAT-DATA IS NOT NUMERIC
               GO TO P085-EXIT
            END-IF
            IF WS-QTD-CARTAS NOT < 2000
               ADD 1 TO WS-CARTAS-DESPREZ
               GO TO P085-EXIT
            END-IF
            ADD 1 TO WS-QTD-CARTAS
            SET WS-CX TO WS-QTD-CARTAS
            MOVE CAT-LINHA(54:5) TO WS-CT-CONTATO(WS-CX)
            MOVE WS-CAT-DATA     TO WS-CT-DATA(WS-CX).
       P085-EXIT.
            EXIT.

       S090 SECTION.
       P090-HEADER.
            MOVE WS-DT-REFERENCIA TO WS-HDR-DATA
            MOVE WS-PR-CREDOR     TO WS-HDR-CREDOR
            MOVE WS-REG-HEADER    TO BIR-LINHA
            WRITE BIR-LINHA.
       P090-EXIT.
            EXIT.

      * >>> EXCLUSOES: NEGATIVACAO ATIVA CUJA COBRANCA NAO ESTA MAIS
      * >>> EM ABERTO (PAGA, RENEGOCIADA OU EXCLUIDA) SAI DO BIRO
       S100 SECTION.
       P100-BAIXAS.
            MOVE 'N'   TO WS-FIM-NEG
            MOVE ZEROS TO NG-CHAVE
            START CFP001T4 KEY IS NOT LESS NG-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-NEG
            END-START
            PERFORM P150-UMA-BAIXA THRU P150-EXIT
                    UNTIL WS-FIM-NEG = 'S'.
       P100-EXIT.
            EXIT.

       P150-UMA-BAIXA.
            READ CFP001T4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-NEG
                      GO TO P150-EXIT
            END-READ
            IF NOT NEGATIVACAO-ATIVA
               GO TO P150-EXIT
            END-IF

            MOVE NG-CHAVE TO CB-CHAVE
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      SET BAIXA-COBRANCA-EXCL TO TRUE
                 NOT INVALID KEY
                      EVALUATE TRUE
                          WHEN COBRANCA-PAGA
                            SET BAIXA-PAGAMENTO TO TRUE
                          WHEN COBRANCA-RENEGOCIADA
                            SET BAIXA-RENEGOCIACAO TO TRUE
                          WHEN OTHER
                            GO TO P150-EXIT
                      END-EVALUATE
            END-READ

            MOVE NG-ID-CONTATO TO WS-DV-CONTATO
            PERFORM P400-DEVEDOR THRU P400-EXIT
            MOVE NG-CPF        TO WS-DV-CPF
            MOVE 'E'              TO WS-DET-OPERACAO
            MOVE NG-CHAVE         TO WS-DET-CONTRATO
            MOVE NG-DT-VENCIMENTO TO WS-DET-VENCTO
            MOVE NG-VALOR         TO WS-DET-VALOR
            MOVE NG-MOTIVO-BAIXA  TO WS-DET-MOTIVO
            PERFORM P500-DETALHE THRU P500-EXIT

            SET NEGATIVACAO-BAIXADA TO TRUE
            MOVE WS-DT-REFERENCIA   TO NG-DT-BAIXA
            REWRITE REG-CFP001T4
            END-REWRITE
            IF WS-FS-NEG NOT = 00
               MOVE WS-FS-NEG                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001T4'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-QT-EXCLUSOES

            EVALUATE TRUE
                WHEN BAIXA-PAGAMENTO
                  MOVE 'COBRANCA PAGA'        TO WS-MOTIVO
                WHEN BAIXA-RENEGOCIACAO
                  MOVE 'COBRANCA RENEGOCIADA' TO WS-MOTIVO
                WHEN OTHER
                  MOVE 'COBRANCA EXCLUIDA'    TO WS-MOTIVO
            END-EVALUATE
            MOVE SPACES TO REL-LINHA
            STRING 'EXCLUSAO  CPF ' NG-CPF ' ' WS-DV-NOME
                   ' COB ' NG-CHAVE ' ' WS-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P150-EXIT.
            EXIT.

      * >>> INCLUSOES: PERCORRE OS VINCULOS 'RF' (ORDENADOS POR
      * >>> CONTATO) E AS COBRANCAS DE CADA ALUNO
       S300 SECTION.
       P300-PROCESSA.
            READ CFP001SL NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-RSP
                      GO TO P300-EXIT
            END-READ
            IF NOT RESP-FINANCEIRO
               GO TO P300-EXIT
            END-IF
            IF RL-ID-CONTATO NOT = WS-DV-CONTATO
               MOVE RL-ID-CONTATO TO WS-DV-CONTATO
               PERFORM P400-DEVEDOR THRU P400-EXIT
            END-IF

            MOVE 'N' TO WS-FIM-COB
            MOVE RL-ID-ALUNO TO CB-ID-ALUNO
            MOVE ZEROS       TO CB-ANO-MES
            MOVE ZEROS       TO CB-NR-SEQ
            START CFP001SF KEY IS NOT LESS CB-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-COB
            END-START
            PERFORM P320-LER-COBRANCA THRU P320-EXIT
                    UNTIL WS-FIM-COB = 'S'.
       P300-EXIT.
            EXIT.

       P320-LER-COBRANCA.
            READ CFP001SF NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-COB
                      GO TO P320-EXIT
            END-READ
            IF CB-ID-ALUNO NOT = RL-ID-ALUNO
               MOVE 'S' TO WS-FIM-COB
               GO TO P320-EXIT
            END-IF
            IF NOT COBRANCA-ABERTA
               OR CB-DT-VENCIMENTO NOT < WS-DT-REFERENCIA
               GO TO P320-EXIT
            END-IF
            COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE (WS-DT-REFERENCIA) -
                    FUNCTION INTEGER-OF-DATE (CB-DT-VENCIMENTO)
                    ON SIZE ERROR
                       MOVE ZEROS TO WS-DIAS-ATRASO
            END-COMPUTE
            IF WS-DIAS-ATRASO NOT > WS-PR-DIAS-ATRASO
               GO TO P320-EXIT
            END-IF
            COMPUTE WS-VL-ABERTO = CB-VALOR-LIQUIDO - CB-VALOR-PAGO
            IF WS-VL-ABERTO NOT > ZEROS
               GO TO P320-EXIT
            END-IF

      * >>> DEBITO JA NEGATIVADO NAO SE REPETE; BAIXADO E DE NOVO EM
      * >>> ABERTO (ESTORNO, PLANO QUEBRADO) VOLTA A SER INCLUIDO
            MOVE 'N'      TO WS-REINCLUSAO
            MOVE CB-CHAVE TO NG-CHAVE
            READ CFP001T4
                 KEY IS NG-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      IF NEGATIVACAO-ATIVA
                         ADD 1 TO WS-QT-JA-ATIVAS
                         GO TO P320-EXIT
                      END-IF
                      MOVE 'S' TO WS-REINCLUSAO
            END-READ

            IF WS-DV-CPF = ZEROS
               ADD 1 TO WS-QT-SEM-CPF
               MOVE 'SEM CPF DO RESPONSAVEL' TO WS-MOTIVO
               PERFORM P380-PENDENTE THRU P380-EXIT
               GO TO P320-EXIT
            END-IF
            PERFORM P350-BUSCA-CARTA THRU P350-EXIT
            IF WS-DT-CARTA = ZEROS
               ADD 1 TO WS-QT-SEM-CARTA
               MOVE 'SEM CARTA NO PRAZO' TO WS-MOTIVO
               PERFORM P380-PENDENTE THRU P380-EXIT
               GO TO P320-EXIT
            END-IF

            PERFORM P360-INCLUI THRU P360-EXIT.
       P320-EXIT.
            EXIT.

      * >>> CARTA DA FAMILIA DEPOIS DO VENCIMENTO E ATE A DATA LIMITE;
      * >>> FICA A MAIS RECENTE QUE ATENDE
       P350-BUSCA-CARTA.
            MOVE ZEROS TO WS-DT-CARTA
            PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > WS-QTD-CARTAS
               IF WS-CT-CONTATO(WS-CX) = WS-DV-CONTATO
                  AND WS-CT-DATA(WS-CX) > CB-DT-VENCIMENTO
                  AND WS-CT-DATA(WS-CX) NOT > WS-DT-LIMITE-CARTA
                  AND WS-CT-DATA(WS-CX) > WS-DT-CARTA
                  MOVE WS-CT-DATA(WS-CX) TO WS-DT-CARTA
               END-IF
            END-PERFORM.
       P350-EXIT.
            EXIT.

       P360-INCLUI.
            INITIALIZE REG-CFP001T4
            MOVE CB-CHAVE         TO NG-CHAVE
            MOVE WS-DV-CONTATO    TO NG-ID-CONTATO
            MOVE WS-DV-CPF        TO NG-CPF
            MOVE CB-DT-VENCIMENTO TO NG-DT-VENCIMENTO
            MOVE WS-VL-ABERTO     TO NG-VALOR
            MOVE WS-DT-CARTA      TO NG-DT-CARTA
            MOVE WS-DT-REFERENCIA TO NG-DT-INCLUSAO
            SET NEGATIVACAO-ATIVA TO TRUE
            MOVE SPACES           TO NG-MOTIVO-BAIXA
            MOVE ZEROS            TO NG-DT-BAIXA
            IF WS-REINCLUSAO = 'S'
               REWRITE REG-CFP001T4
               END-REWRITE
            ELSE
               WRITE REG-CFP001T4
               END-WRITE
            END-IF
            IF WS-FS-NEG NOT = 00
               MOVE WS-FS-NEG                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001T4'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE 'I'              TO WS-DET-OPERACAO
            MOVE CB-CHAVE         TO WS-DET-CONTRATO
            MOVE CB-DT-VENCIMENTO TO WS-DET-VENCTO
            MOVE WS-VL-ABERTO     TO WS-DET-VALOR
            MOVE SPACES           TO WS-DET-MOTIVO
            PERFORM P500-DETALHE THRU P500-EXIT
            ADD 1            TO WS-QT-INCLUSOES
            ADD WS-VL-ABERTO TO WS-VL-INCLUIDO

            MOVE SPACES TO REL-LINHA
            STRING 'INCLUSAO  CPF ' WS-DV-CPF ' ' WS-DV-NOME
                   ' COB ' CB-CHAVE ' ATRASO ' WS-DIAS-ATRASO
                   ' VALOR ' WS-VL-ABERTO ' CARTA ' WS-DT-CARTA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P360-EXIT.
            EXIT.

       P380-PENDENTE.
            MOVE SPACES TO REL-LINHA
            STRING 'PENDENTE  RESP ' WS-DV-CONTATO ' ' WS-DV-NOME
                   ' COB ' CB-CHAVE ' ATRASO ' WS-DIAS-ATRASO
                   ' ' WS-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P380-EXIT.
            EXIT.

      * >>> NOME, CPF E BLOCO DE ENDERECO DO RESPONSAVEL
       S400 SECTION.
       P400-DEVEDOR.
            MOVE WS-DV-CONTATO TO ID-CONTATO
            INITIALIZE WS-DEVEDOR
            MOVE ID-CONTATO    TO WS-DV-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE 'CONTATO DESCONHECIDO' TO WS-DV-NOME
                      GO TO P400-EXIT
            END-READ
            MOVE NM-CONTATO     TO WS-DV-NOME
            MOVE CPF-CONTATO    TO WS-DV-CPF
            MOVE LG-CONTATO     TO WS-DV-LOGRADOURO
            MOVE NR-END-CONTATO TO WS-DV-NUMERO
            MOVE CP-END-CONTATO TO WS-DV-COMPLEMENTO
            MOVE BA-CONTATO     TO WS-DV-BAIRRO
            MOVE CI-CONTATO     TO WS-DV-CIDADE
            MOVE UF-CONTATO     TO WS-DV-UF
            MOVE CEP-CONTATO    TO WS-DV-CEP.
       P400-EXIT.
            EXIT.

       S500 SECTION.
       P500-DETALHE.
            MOVE WS-DV-CPF         TO WS-DET-CPF
            MOVE WS-DV-NOME        TO WS-DET-NOME
            MOVE WS-DV-LOGRADOURO  TO WS-DET-LOGRADOURO
            MOVE WS-DV-NUMERO      TO WS-DET-NUMERO
            MOVE WS-DV-COMPLEMENTO TO WS-DET-COMPLEMENTO
            MOVE WS-DV-BAIRRO      TO WS-DET-BAIRRO
            MOVE WS-DV-CIDADE      TO WS-DET-CIDADE
            MOVE WS-DV-UF          TO WS-DET-UF
            MOVE WS-DV-CEP         TO WS-DET-CEP
            MOVE WS-REG-DETALHE    TO BIR-LINHA
            WRITE BIR-LINHA.
       P500-EXIT.
            EXIT.

       S600 SECTION.
       P600-TRAILER.
            MOVE WS-QT-INCLUSOES TO WS-TRL-INCLUSOES
            MOVE WS-QT-EXCLUSOES TO WS-TRL-EXCLUSOES
            MOVE WS-VL-INCLUIDO  TO WS-TRL-VALOR
            MOVE WS-REG-TRAILER  TO BIR-LINHA
            WRITE BIR-LINHA

            MOVE ALL '=' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' INCLUSOES ' WS-QT-INCLUSOES
                   ' VALOR ' WS-VL-INCLUIDO
                   '  EXCLUSOES ' WS-QT-EXCLUSOES
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' PENDENTES SEM CARTA ' WS-QT-SEM-CARTA
                   '  SEM CPF ' WS-QT-SEM-CPF
                   '  JA NEGATIVADOS ' WS-QT-JA-ATIVAS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P600-EXIT.
            EXIT.

       P650-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001T4
            CLOSE CFP001SF
            CLOSE CFP001SL
            CLOSE CONTATOS
            CLOSE ARQ-BIRO
            CLOSE REL-NEGATIVA
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-NEGATIVA'        TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'NEGATIVA'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA NEGATIVA'
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
            MOVE 'NEGATIVA' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA NEGATIVA FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' INCLUSOES NO BIRO.....: ' WS-QT-INCLUSOES
            DISPLAY ' EXCLUSOES DO BIRO.....: ' WS-QT-EXCLUSOES
            DISPLAY ' PENDENTES SEM CARTA...: ' WS-QT-SEM-CARTA
            DISPLAY ' PENDENTES SEM CPF.....: ' WS-QT-SEM-CPF
            DISPLAY ' JA NEGATIVADOS........: ' WS-QT-JA-ATIVAS
            DISPLAY '--------------------------------------'
            MOVE 'NEGATIVA' TO WS-LG-PROGRAMA
            MOVE 'NEGATIVACOES   ' TO WS-LG-CONTADOR
            MOVE WS-QT-INCLUSOES TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM NEGATIVA.
