      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: PROCESSAMENTO DO RETORNO DA PREFEITURA (NFSERET.TXT)
      *          PARA O LOTE DE RPS DO GERRPS - CADA DETALHE '1' TRAZ
      *          A SITUACAO DE UM RPS, CUJO NUMERO E O DO RECIBO NO
      *          RECIBOS.DAT (CFP001T3): NFS-E EMITIDA GRAVA NO RECIBO
      *          O NUMERO DA NOTA, O CODIGO DE VERIFICACAO E A DATA;
      *          CANCELAMENTO ACEITO MARCA A NOTA CANCELADA; REJEICAO
      *          DEVOLVE O RECIBO PARA O PROXIMO LOTE (INCLUSAO VOLTA A
      *          REJEITADA, CANCELAMENTO VOLTA A EMITIDA). REJEICOES,
      *          RPS DESCONHECIDO E SITUACAO QUE NAO CONFERE COM O
      *          ENVIADO VAO PARA O RELATORIO DE EXCECOES (EXCNFSE.REL)
      *          COM A MENSAGEM DA PREFEITURA. O TRAILER '9' E
      *          CONFERIDO CONTRA A QUANTIDADE LIDA
      *
      *          LAYOUT DO DETALHE DO RETORNO:
      *            01 TIPO           X(01) = '1'
      *            02 NR RPS         9(08)
      *            10 SITUACAO       X(01) 'N'=NFS-E EMITIDA
      *                                    'C'=NFS-E CANCELADA
      *                                    'R'=RPS REJEITADO
      *            11 NR NFS-E       X(15)
      *            26 COD VERIFICA   X(09)
      *            35 DATA NFS-E     9(08) AAAAMMDD
      *            43 MENSAGEM       X(40)
      *          HEADER '0' COM A DATA EM 02-09 E TRAILER '9' COM A
      *          QUANTIDADE DE DETALHES EM 02-07
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNFSE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO "C:/ARQUIVOS/NFSERET.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-RET.
           SELECT CFP001T3 ASSIGN TO "C:/ARQUIVOS/RECIBOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RC-NR-RECIBO
                  ALTERNATE RECORD KEY IS RC-COBRANCA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RCB
                  LOCK MODE    IS AUTOMATIC.
           SELECT REL-EXCECAO ASSIGN TO "C:/ARQUIVOS/EXCNFSE.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
       01  RET-LINHA              PIC X(82).
       FD  CFP001T3.
           COPY REGRECIB.
       FD  REL-EXCECAO.
       01  EXC-LINHA              PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-RET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RCB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FIM-RET         PIC X(01) VALUE 'N'.
           03 WS-MOTIVO          PIC X(35) VALUE SPACES.

      * >>> CONTADORES E TOTAIS DE CONTROLE
       01  WS-CONTROLE.
           03 WS-QT-LIDOS        PIC 9(06) VALUE ZEROS.
           03 WS-QT-EMITIDAS     PIC 9(06) VALUE ZEROS.
           03 WS-QT-CANCELADAS   PIC 9(06) VALUE ZEROS.
           03 WS-QT-REJEITADOS   PIC 9(06) VALUE ZEROS.
           03 WS-QT-EXCECOES     PIC 9(06) VALUE ZEROS.
           03 WS-TEM-TRAILER     PIC X(01) VALUE 'N'.
           03 WS-TRL-QTDE        PIC 9(06) VALUE ZEROS.

      * >>> CAMPOS DO DETALHE DO RETORNO
       01  WS-DET-RETORNO.
           03 WS-RET-NR-RPS      PIC X(08) VALUE SPACES.
           03 WS-RET-SITUACAO    PIC X(01) VALUE SPACES.
              88 RET-EMITIDA     VALUE 'N'.
              88 RET-CANCELADA   VALUE 'C'.
              88 RET-REJEITADO   VALUE 'R'.
           03 WS-RET-NR-NFSE     PIC X(15) VALUE SPACES.
           03 WS-RET-VERIFICA    PIC X(09) VALUE SPACES.
           03 WS-RET-DT-NFSE     PIC X(08) VALUE SPACES.
           03 WS-RET-MENSAGEM    PIC X(40) VALUE SPACES.
       01  WS-NR-RPS             PIC 9(08) VALUE ZEROS.

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
            DISPLAY 'PROGRAMA RETNFSE - INICIADO'
            PERFORM P050-ABRIR
            PERFORM P100-PROCESSA THRU P100-EXIT
                    UNTIL WS-FIM-RET = 'S'
            PERFORM P500-CONFERE-TRAILER THRU P500-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT ARQ-RETORNO
            IF WS-FS-RET NOT = 00
               MOVE WS-FS-RET                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO NFSERET.TXT'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001T3
            IF WS-FS-RCB NOT = 00
               MOVE WS-FS-RCB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-EXCECAO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-EXCECAO' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-PROCESSA.
            READ ARQ-RETORNO
                 AT END
                      MOVE 'S' TO WS-FIM-RET
                      GO TO P100-EXIT
            END-READ

            EVALUATE RET-LINHA(1:1)
                WHEN '0'
                  CONTINUE
                WHEN '1'
                  ADD 1 TO WS-QT-LIDOS
                  PERFORM P200-DETALHE THRU P200-EXIT
                WHEN '9'
                  MOVE 'S' TO WS-TEM-TRAILER
                  IF RET-LINHA(2:6) IS NUMERIC
                     MOVE RET-LINHA(2:6) TO WS-TRL-QTDE
                  END-IF
                WHEN OTHER
                  MOVE 'TIPO DE REGISTRO DESCONHECIDO' TO WS-MOTIVO
                  PERFORM P300-EXCECAO THRU P300-EXIT
            END-EVALUATE.
       P100-EXIT.
            EXIT.

      * >>> CASA O RPS COM O RECIBO E APLICA A SITUACAO DA PREFEITURA
       S200 SECTION.
       P200-DETALHE.
            MOVE RET-LINHA(2:8)   TO WS-RET-NR-RPS
            MOVE RET-LINHA(10:1)  TO WS-RET-SITUACAO
            MOVE RET-LINHA(11:15) TO WS-RET-NR-NFSE
            MOVE RET-LINHA(26:9)  TO WS-RET-VERIFICA
            MOVE RET-LINHA(35:8)  TO WS-RET-DT-NFSE
            MOVE RET-LINHA(43:40) TO WS-RET-MENSAGEM

            IF WS-RET-NR-RPS IS NOT NUMERIC
               OR (NOT RET-EMITIDA AND NOT RET-CANCELADA
                   AND NOT RET-REJEITADO)
               MOVE 'DETALHE MAL FORMADO' TO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P200-EXIT
            END-IF
            MOVE WS-RET-NR-RPS TO WS-NR-RPS
            IF WS-NR-RPS > 999999
               MOVE 'RPS SEM RECIBO' TO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P200-EXIT
            END-IF
            MOVE WS-NR-RPS TO RC-NR-RECIBO
            READ CFP001T3
                 KEY IS RC-NR-RECIBO
                 INVALID KEY
                      MOVE 'RPS SEM RECIBO' TO WS-MOTIVO
                      PERFORM P300-EXCECAO THRU P300-EXIT
                      GO TO P200-EXIT
            END-READ

            EVALUATE TRUE
                WHEN RET-EMITIDA
                  PERFORM P220-EMITIDA THRU P220-EXIT
                WHEN RET-CANCELADA
                  PERFORM P230-CANCELADA THRU P230-EXIT
                WHEN OTHER
                  PERFORM P240-REJEITADO THRU P240-EXIT
            END-EVALUATE.
       P200-EXIT.
            EXIT.

      * >>> NOTA EMITIDA SO PARA RPS ENVIADO; ESTORNO FEITO ENQUANTO O
      * >>> RPS ESTAVA NA PREFEITURA SAI CANCELADO NO PROXIMO GERRPS
       P220-EMITIDA.
            IF NOT NFSE-ENVIADA AND NOT NFSE-REJEITADA
               MOVE 'NFS-E PARA RPS NAO ENVIADO' TO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P220-EXIT
            END-IF
            IF WS-RET-NR-NFSE = SPACES
               OR WS-RET-DT-NFSE IS NOT NUMERIC
               MOVE 'NFS-E SEM NUMERO OU DATA' TO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P220-EXIT
            END-IF
            SET NFSE-EMITIDA    TO TRUE
            MOVE WS-RET-NR-NFSE  TO RC-NR-NFSE
            MOVE WS-RET-VERIFICA TO RC-CD-VERIFICACAO
            MOVE WS-RET-DT-NFSE  TO RC-DT-NFSE
            PERFORM P250-ATUALIZA THRU P250-EXIT
            ADD 1 TO WS-QT-EMITIDAS.
       P220-EXIT.
            EXIT.

       P230-CANCELADA.
            IF NOT NFSE-CANCEL-ENVIADO
               MOVE 'CANCELAMENTO NAO SOLICITADO' TO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P230-EXIT
            END-IF
            SET NFSE-CANCELADA TO TRUE
            PERFORM P250-ATUALIZA THRU P250-EXIT
            ADD 1 TO WS-QT-CANCELADAS.
       P230-EXIT.
            EXIT.

      * >>> REJEICAO SEMPRE VAI PARA A CONFERENCIA COM A MENSAGEM DA
      * >>> PREFEITURA; O RECIBO VOLTA PARA O PROXIMO LOTE
       P240-REJEITADO.
            EVALUATE TRUE
                WHEN NFSE-ENVIADA
                  SET NFSE-REJEITADA TO TRUE
                  MOVE 'RPS DE INCLUSAO REJEITADO' TO WS-MOTIVO
                WHEN NFSE-CANCEL-ENVIADO
                  SET NFSE-EMITIDA TO TRUE
                  MOVE 'CANCELAMENTO REJEITADO' TO WS-MOTIVO
                WHEN OTHER
                  MOVE 'REJEICAO DE RPS NAO ENVIADO' TO WS-MOTIVO
                  PERFORM P300-EXCECAO THRU P300-EXIT
                  GO TO P240-EXIT
            END-EVALUATE
            PERFORM P250-ATUALIZA THRU P250-EXIT
            PERFORM P300-EXCECAO THRU P300-EXIT
            ADD 1 TO WS-QT-REJEITADOS.
       P240-EXIT.
            EXIT.

       P250-ATUALIZA.
            REWRITE REG-CFP001T3
                 INVALID KEY
                      MOVE 'RECIBO NAO ATUALIZADO' TO WS-MOTIVO
                      PERFORM P300-EXCECAO THRU P300-EXIT
            END-REWRITE.
       P250-EXIT.
            EXIT.

       S300 SECTION.
       P300-EXCECAO.
            ADD 1 TO WS-QT-EXCECOES
            MOVE SPACES TO EXC-LINHA
            STRING RET-LINHA DELIMITED BY '  '
                   ' MOTIVO=' DELIMITED BY SIZE
                   WS-MOTIVO DELIMITED BY SIZE
                   INTO EXC-LINHA
            WRITE EXC-LINHA.
       P300-EXIT.
            EXIT.

      * >>> CONFERE A QUANTIDADE DO TRAILER CONTRA O LIDO
       S500 SECTION.
       P500-CONFERE-TRAILER.
            IF WS-TEM-TRAILER = 'N'
               DISPLAY 'AVISO: RETORNO SEM TRAILER DE CONTROLE'
               MOVE 8 TO RETURN-CODE
               GO TO P500-EXIT
            END-IF
            IF WS-TRL-QTDE NOT = WS-QT-LIDOS
               DISPLAY 'AVISO: QUANTIDADE DO TRAILER NAO CONFERE'
               DISPLAY '  QTDE TRAILER: ' WS-TRL-QTDE
                       ' LIDA: ' WS-QT-LIDOS
               MOVE 8 TO RETURN-CODE
            END-IF.
       P500-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE ARQ-RETORNO
            CLOSE CFP001T3
            CLOSE REL-EXCECAO
            IF WS-FS-RCB NOT = 00 THEN
               MOVE WS-FS-RCB                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001T3'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA RETNFSE'
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
            MOVE 'RETNFSE' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RETNFSE FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' DETALHES LIDOS........: ' WS-QT-LIDOS
            DISPLAY ' NFS-E EMITIDAS........: ' WS-QT-EMITIDAS
            DISPLAY ' NFS-E CANCELADAS......: ' WS-QT-CANCELADAS
            DISPLAY ' RPS REJEITADOS........: ' WS-QT-REJEITADOS
            DISPLAY ' EXCECOES (EXCNFSE.REL): ' WS-QT-EXCECOES
            DISPLAY '--------------------------------------'
            MOVE 'RETNFSE' TO WS-LG-PROGRAMA
            MOVE 'NFSE EMITIDAS  ' TO WS-LG-CONTADOR
            MOVE WS-QT-EMITIDAS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RETNFSE.
