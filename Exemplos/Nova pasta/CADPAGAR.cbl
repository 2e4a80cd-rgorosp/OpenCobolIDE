      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CONTAS A PAGAR - MANUTENCAO DOS TITULOS DE
      *          FORNECEDORES NO CONTAPAG.DAT (CFP001T5). FORNECEDOR E
      *          O CONTATO (CONTATOS.DAT) CUJA CATEGORIA (CT-CONTATO) E
      *          A CATEGORIA DE FORNECEDOR CADASTRADA NO CATEGCON.DAT
      *          (CADCATEG, CODIGO 'FO'). OPERACOES:
      *            - INCLUIR TITULO: DOCUMENTO, DESCRICAO, CONTA DE
      *              CUSTO (PLANO DE CONTAS DO EXPCONTA), EMISSAO,
      *              VENCIMENTO E VALOR; NUMERO TIRADO DA SEQUENCIA
      *              PAGARSEQ.DAT (NOS MOLDES DO PLANOSEQ.DAT);
      *            - BAIXAR PAGAMENTO: DATA, VALOR E FORMA (DINHEIRO,
      *              CHEQUE OU TRANSFERENCIA), COM O OPERADOR DA SESSAO
      *              (SESSOPER). MES FECHADO PELO FECHFINA (VERFECHA)
      *              NAO RECEBE PAGAMENTO, COMO NOS RECEBIMENTOS;
      *            - CANCELAR TITULO AINDA EM ABERTO.
      *          O PAGAMENTO ENTRA NA EXPORTACAO CONTABIL (EXPCONTA) E
      *          NO FECHAMENTO DA COMPETENCIA (FECHFINA). A POSICAO DOS
      *          TITULOS A VENCER SAI NO RELPAGAR
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPAGAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001T5 ASSIGN TO "C:/ARQUIVOS/CONTAPAG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CP-NR-TITULO
                  FILE STATUS  IS WS-FS-PAG
                  LOCK MODE    IS AUTOMATIC.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT CFP001SH ASSIGN TO "C:/ARQUIVOS/CATEGCON.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CG-CODIGO
                  FILE STATUS  IS WS-FS-CAT.
           SELECT ARQ-SEQUENCIA ASSIGN TO "C:/ARQUIVOS/PAGARSEQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-SEQ.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001T5.
           COPY REGCPAGA.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  CFP001SH.
           COPY REGCATEG.
       FD  ARQ-SEQUENCIA.
       01  SEQ-REG               PIC 9(06).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-PAG          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-CATEGORIA   PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-NR-TITULO       PIC 9(06) VALUE ZEROS.
           03 WS-ID-FORNECEDOR   PIC 9(05) VALUE ZEROS.
           03 WS-DOCUMENTO       PIC X(15) VALUE SPACES.
           03 WS-DESCRICAO       PIC X(30) VALUE SPACES.
           03 WS-CTA-CUSTO       PIC X(08) VALUE SPACES.
           03 WS-DT-EMISSAO      PIC 9(08) VALUE ZEROS.
           03 WS-DT-VENCIMENTO   PIC 9(08) VALUE ZEROS.
           03 WS-VALOR           PIC 9(07)V99 VALUE ZEROS.
           03 WS-DT-PAGAMENTO    PIC 9(08) VALUE ZEROS.
           03 WS-VALOR-PAGO      PIC 9(07)V99 VALUE ZEROS.
           03 WS-FORMA           PIC X(01) VALUE SPACES.
           03 WS-R-INCLUIDOS     PIC 9(03) VALUE ZEROS.
           03 WS-R-PAGOS         PIC 9(03) VALUE ZEROS.
           03 WS-R-CANCELADOS    PIC 9(03) VALUE ZEROS.

      * >>> CATEGORIA DE CONTATO QUE IDENTIFICA O FORNECEDOR
       77  WS-CAT-FORNECEDOR     PIC X(02) VALUE 'FO'.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR (SESSOPER)
       01  WS-SESSAO-AREA.
           03 WS-SS-FUNCAO       PIC X(01) VALUE SPACES.
           03 WS-SS-OPERADOR     PIC X(08) VALUE SPACES.
           03 WS-SS-NV-CONTATOS  PIC X(01) VALUE '0'.
           03 WS-SS-NV-ALUNOS    PIC X(01) VALUE '0'.
           03 WS-SS-NV-MATERIAS  PIC X(01) VALUE '0'.
           03 WS-SS-NV-FINAN     PIC X(01) VALUE '0'.
           03 WS-SS-NV-BATCH     PIC X(01) VALUE '0'.
           03 WS-SS-ID-PROF      PIC 9(03) VALUE ZEROS.
           03 WS-SS-UNIDADE      PIC X(03) VALUE SPACES.
           03 WS-SS-LOGADO       PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM O FECHAMENTO FINANCEIRO (VERFECHA)
       01  WS-FECHA-AREA.
           03 WS-FC-DT-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-FC-FECHADA       PIC X(01) VALUE 'N'.
           03 WS-FC-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-MENSAGEM        PIC X(40) VALUE SPACES.
      *

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
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADPAGAR' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001T5
            IF WS-FS-PAG = 35 THEN
               OPEN OUTPUT CFP001T5
               CLOSE CFP001T5
               OPEN I-O CFP001T5
            END-IF
            IF WS-FS-PAG NOT = 00
               MOVE WS-FS-PAG                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SH
            IF WS-FS-CAT = 35
               MOVE 'S' TO WS-SEM-CATEGORIA
            ELSE
               IF WS-FS-CAT NOT = 00
                  MOVE WS-FS-CAT                        TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO CFP001SH'      TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '      CONTAS A PAGAR'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - INCLUIR TITULO DE FORNECEDOR'
               DISPLAY ' <2> - BAIXAR PAGAMENTO'
               DISPLAY ' <3> - CANCELAR TITULO'
               DISPLAY ' <4> - CONSULTAR TITULO'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-INCLUIR THRU P200-EXIT
                   WHEN '2'
                     PERFORM P300-BAIXAR THRU P300-EXIT
                   WHEN '3'
                     PERFORM P400-CANCELAR THRU P400-EXIT
                   WHEN '4'
                     PERFORM P350-LOCALIZA THRU P350-EXIT
                     IF WS-ACHOU = 'S'
                        PERFORM P360-MOSTRA THRU P360-EXIT
                     END-IF
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE
               DISPLAY 'DESEJA OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> INCLUSAO DE TITULO: O CONTATO TEM DE SER FORNECEDOR ATIVO
       S200 SECTION.
       P200-INCLUIR.
            PERFORM P210-FORNECEDOR THRU P210-EXIT
            IF WS-ACHOU = 'N'
               GO TO P200-EXIT
            END-IF

            DISPLAY 'DIGITE O DOCUMENTO (NOTA/FATURA): '
            MOVE SPACES TO WS-DOCUMENTO
            ACCEPT WS-DOCUMENTO
            DISPLAY 'DIGITE A DESCRICAO: '
            MOVE SPACES TO WS-DESCRICAO
            ACCEPT WS-DESCRICAO
            DISPLAY 'DIGITE A CONTA DE CUSTO (8 POSICOES): '
            MOVE SPACES TO WS-CTA-CUSTO
            ACCEPT WS-CTA-CUSTO
            PERFORM UNTIL WS-CTA-CUSTO NOT = SPACES
               DISPLAY 'CONTA DE CUSTO OBRIGATORIA! DIGITE A CONTA: '
               ACCEPT WS-CTA-CUSTO
            END-PERFORM

            DISPLAY 'DIGITE A DATA DE EMISSAO (AAAAMMDD): '
            ACCEPT WS-DT-EMISSAO
            PERFORM UNTIL WS-DT-EMISSAO IS NUMERIC
                            AND WS-DT-EMISSAO > ZEROS
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-DT-EMISSAO
            END-PERFORM
            DISPLAY 'DIGITE A DATA DE VENCIMENTO (AAAAMMDD): '
            ACCEPT WS-DT-VENCIMENTO
            PERFORM UNTIL WS-DT-VENCIMENTO IS NUMERIC
                            AND WS-DT-VENCIMENTO NOT < WS-DT-EMISSAO
               DISPLAY 'VENCIMENTO INVALIDO! AAAAMMDD, NAO ANTERIOR'
                       ' A EMISSAO: '
               ACCEPT WS-DT-VENCIMENTO
            END-PERFORM
            DISPLAY 'DIGITE O VALOR DO TITULO (ATE 9999999,99): '
            ACCEPT WS-VALOR
            PERFORM UNTIL WS-VALOR IS NUMERIC
                            AND WS-VALOR > ZEROS
               DISPLAY 'VALOR INVALIDO! DIGITE UM VALOR MAIOR QUE'
                       ' ZERO: '
               ACCEPT WS-VALOR
            END-PERFORM

            DISPLAY 'FORNECEDOR ' WS-ID-FORNECEDOR ' ' NM-CONTATO
            DISPLAY 'VENCIMENTO ' WS-DT-VENCIMENTO ' VALOR ' WS-VALOR
            DISPLAY 'CONFIRMA A INCLUSAO, (S)SIM (N)NAO'
            MOVE SPACES TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'INCLUSAO ABANDONADA'
               GO TO P200-EXIT
            END-IF

            PERFORM P280-NUMERAR THRU P280-EXIT
            MOVE WS-NR-TITULO     TO CP-NR-TITULO
            MOVE WS-ID-FORNECEDOR TO CP-ID-FORNECEDOR
            MOVE WS-DOCUMENTO     TO CP-DOCUMENTO
            MOVE WS-DESCRICAO     TO CP-DESCRICAO
            MOVE WS-CTA-CUSTO     TO CP-CTA-CUSTO
            MOVE WS-DT-EMISSAO    TO CP-DT-EMISSAO
            MOVE WS-DT-VENCIMENTO TO CP-DT-VENCIMENTO
            MOVE WS-VALOR         TO CP-VALOR
            SET TITULO-ABERTO     TO TRUE
            MOVE ZEROS            TO CP-DT-PAGAMENTO
            MOVE ZEROS            TO CP-VALOR-PAGO
            MOVE SPACES           TO CP-FORMA
            MOVE SPACES           TO CP-OPERADOR
            WRITE REG-CFP001T5
                  INVALID KEY
                       DISPLAY 'TITULO ' WS-NR-TITULO
                               ' JA EXISTE - CONFERIR PAGARSEQ.DAT!'
                       GO TO P200-EXIT
            END-WRITE
            ADD 1 TO WS-R-INCLUIDOS
            DISPLAY 'TITULO ' WS-NR-TITULO ' INCLUIDO!'.
       P200-EXIT.
            EXIT.

      * >>> O FORNECEDOR E O CONTATO ATIVO DA CATEGORIA DE FORNECEDOR
       P210-FORNECEDOR.
            MOVE 'N' TO WS-ACHOU
            IF WS-SEM-CATEGORIA = 'S'
               DISPLAY 'CATEGORIAS NAO CADASTRADAS (CADCATEG)!'
               GO TO P210-EXIT
            END-IF
            MOVE WS-CAT-FORNECEDOR TO CG-CODIGO
            READ CFP001SH
                 KEY IS CG-CODIGO
                 INVALID KEY
                      DISPLAY 'CATEGORIA DE FORNECEDOR '
                              WS-CAT-FORNECEDOR
                              ' NAO CADASTRADA (CADCATEG)!'
                      GO TO P210-EXIT
            END-READ

            DISPLAY 'DIGITE O CODIGO DO FORNECEDOR (CONTATO): '
            ACCEPT WS-ID-FORNECEDOR
            MOVE WS-ID-FORNECEDOR TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      DISPLAY 'CONTATO NAO ENCONTRADO!'
                      GO TO P210-EXIT
            END-READ
            IF CT-CONTATO NOT = WS-CAT-FORNECEDOR
               DISPLAY 'CONTATO NAO E ' CG-DESCRICAO
                       ' (CATEGORIA ' CT-CONTATO ')!'
               GO TO P210-EXIT
            END-IF
            IF CONTATO-INATIVO
               DISPLAY 'FORNECEDOR INATIVO!'
               GO TO P210-EXIT
            END-IF
            MOVE 'S' TO WS-ACHOU.
       P210-EXIT.
            EXIT.

      * >>> TIRA O PROXIMO NUMERO DA SEQUENCIA DE TITULOS (PAGARSEQ.DAT
      * >>> NOS MOLDES DO PLANOSEQ.DAT)
       P280-NUMERAR.
            MOVE ZEROS TO WS-NR-TITULO
            OPEN INPUT ARQ-SEQUENCIA
            IF WS-FS-SEQ = 00
               READ ARQ-SEQUENCIA
                    AT END
                         CONTINUE
                    NOT AT END
                         MOVE SEQ-REG TO WS-NR-TITULO
               END-READ
               CLOSE ARQ-SEQUENCIA
            END-IF
            ADD 1 TO WS-NR-TITULO
            OPEN OUTPUT ARQ-SEQUENCIA
            IF WS-FS-SEQ NOT = 00
               MOVE WS-FS-SEQ                       TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO PAGARSEQ.DAT' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE WS-NR-TITULO TO SEQ-REG
            WRITE SEQ-REG
            CLOSE ARQ-SEQUENCIA.
       P280-EXIT.
            EXIT.

      * >>> BAIXA DO PAGAMENTO AO FORNECEDOR, CARIMBADA COM O OPERADOR
       S300 SECTION.
       P300-BAIXAR.
            PERFORM P350-LOCALIZA THRU P350-EXIT
            IF WS-ACHOU = 'N'
               GO TO P300-EXIT
            END-IF
            PERFORM P360-MOSTRA THRU P360-EXIT
            IF NOT TITULO-ABERTO
               DISPLAY 'TITULO NAO ESTA EM ABERTO!'
               GO TO P300-EXIT
            END-IF

            DISPLAY 'DIGITE A DATA DO PAGAMENTO (AAAAMMDD): '
            ACCEPT WS-DT-PAGAMENTO
            PERFORM UNTIL WS-DT-PAGAMENTO IS NUMERIC
                            AND WS-DT-PAGAMENTO > ZEROS
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-DT-PAGAMENTO
            END-PERFORM

      * >>> COMPETENCIA FECHADA PELO FECHFINA NAO RECEBE MOVIMENTO
            MOVE WS-DT-PAGAMENTO TO WS-FC-DT-MOVIMENTO
            CALL 'VERFECHA' USING WS-FECHA-AREA
            IF WS-FC-FECHADA = 'S'
               DISPLAY 'MES DO PAGAMENTO JA FECHADO PELO FECHFINA -'
                       ' BAIXA RECUSADA!'
               GO TO P300-EXIT
            END-IF

            DISPLAY 'DIGITE O VALOR PAGO (ATE 9999999,99): '
            ACCEPT WS-VALOR-PAGO
            PERFORM UNTIL WS-VALOR-PAGO IS NUMERIC
                            AND WS-VALOR-PAGO > ZEROS
               DISPLAY 'VALOR INVALIDO! DIGITE UM VALOR MAIOR QUE'
                       ' ZERO: '
               ACCEPT WS-VALOR-PAGO
            END-PERFORM
            IF WS-VALOR-PAGO NOT = CP-VALOR
               DISPLAY 'ATENCAO: VALOR PAGO DIFERENTE DO TITULO ('
                       CP-VALOR ')'
            END-IF

            DISPLAY 'FORMA DE PAGAMENTO: (D)INHEIRO (C)HEQUE'
                    ' (T)RANSFERENCIA'
            MOVE SPACES TO WS-FORMA
            ACCEPT WS-FORMA
            PERFORM UNTIL WS-FORMA = 'D' OR 'C' OR 'T'
               DISPLAY 'FORMA INVALIDA! DIGITE D, C OU T: '
               ACCEPT WS-FORMA
            END-PERFORM

            DISPLAY 'CONFIRMA O PAGAMENTO, (S)SIM (N)NAO'
            MOVE SPACES TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'BAIXA ABANDONADA'
               GO TO P300-EXIT
            END-IF

            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA

            SET TITULO-PAGO      TO TRUE
            MOVE WS-DT-PAGAMENTO TO CP-DT-PAGAMENTO
            MOVE WS-VALOR-PAGO   TO CP-VALOR-PAGO
            MOVE WS-FORMA        TO CP-FORMA
            MOVE WS-SS-OPERADOR  TO CP-OPERADOR
            REWRITE REG-CFP001T5
            END-REWRITE
            IF WS-FS-PAG NOT = 00
               MOVE WS-FS-PAG                      TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001T5' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-PAGOS
            DISPLAY 'PAGAMENTO DO TITULO ' CP-NR-TITULO ' BAIXADO!'.
       P300-EXIT.
            EXIT.

       P350-LOCALIZA.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'DIGITE O NUMERO DO TITULO: '
            ACCEPT WS-NR-TITULO
            MOVE WS-NR-TITULO TO CP-NR-TITULO
            READ CFP001T5
                 KEY IS CP-NR-TITULO
                 INVALID KEY
                      DISPLAY 'TITULO NAO ENCONTRADO!'
                      GO TO P350-EXIT
            END-READ
            MOVE 'S' TO WS-ACHOU.
       P350-EXIT.
            EXIT.

       P360-MOSTRA.
            MOVE CP-ID-FORNECEDOR TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE '** NAO ENCONTRADO **' TO NM-CONTATO
            END-READ
            DISPLAY '-------------------------------------'
            DISPLAY ' TITULO.....: ' CP-NR-TITULO
                    ' SITUACAO: ' CP-ST-TITULO
            DISPLAY ' FORNECEDOR.: ' CP-ID-FORNECEDOR ' ' NM-CONTATO
            DISPLAY ' DOCUMENTO..: ' CP-DOCUMENTO
            DISPLAY ' DESCRICAO..: ' CP-DESCRICAO
            DISPLAY ' CONTA CUSTO: ' CP-CTA-CUSTO
            DISPLAY ' EMISSAO....: ' CP-DT-EMISSAO
                    ' VENCIMENTO: ' CP-DT-VENCIMENTO
            DISPLAY ' VALOR......: ' CP-VALOR
            IF TITULO-PAGO
               DISPLAY ' PAGO EM....: ' CP-DT-PAGAMENTO
                       ' VALOR ' CP-VALOR-PAGO
                       ' FORMA ' CP-FORMA
                       ' POR ' CP-OPERADOR
            END-IF
            DISPLAY '-------------------------------------'.
       P360-EXIT.
            EXIT.

      * >>> SO TITULO EM ABERTO PODE SER CANCELADO - PAGO NAO TEM
      * >>> ESTORNO AQUI, PARA NAO MEXER EM MES JA EXPORTADO
       S400 SECTION.
       P400-CANCELAR.
            PERFORM P350-LOCALIZA THRU P350-EXIT
            IF WS-ACHOU = 'N'
               GO TO P400-EXIT
            END-IF
            PERFORM P360-MOSTRA THRU P360-EXIT
            IF NOT TITULO-ABERTO
               DISPLAY 'TITULO NAO ESTA EM ABERTO!'
               GO TO P400-EXIT
            END-IF
            DISPLAY 'CONFIRMA O CANCELAMENTO, (S)SIM (N)NAO'
            MOVE SPACES TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'CANCELAMENTO ABANDONADO'
               GO TO P400-EXIT
            END-IF

            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA

            SET TITULO-CANCELADO TO TRUE
            MOVE WS-SS-OPERADOR  TO CP-OPERADOR
            REWRITE REG-CFP001T5
            END-REWRITE
            IF WS-FS-PAG NOT = 00
               MOVE WS-FS-PAG                      TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001T5' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-CANCELADOS
            DISPLAY 'TITULO ' CP-NR-TITULO ' CANCELADO!'.
       P400-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001T5
            CLOSE CONTATOS
            IF WS-SEM-CATEGORIA = 'N'
               CLOSE CFP001SH
            END-IF
            IF WS-FS-PAG NOT = 00 THEN
               MOVE WS-FS-PAG                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001T5'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADPAGAR'
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
            GOBACK.
       P800-EXIT.
            EXIT.

      * >>> ACRESCENTA O ERRO AO JORNAL CENTRAL (ERRLOG)
       P850-JORNAL-ERRO.
            IF WS-EL-GRAVADO = 'S'
               GO TO P850-EXIT
            END-IF
            MOVE 'S' TO WS-EL-GRAVADO
            MOVE 'CADPAGAR' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADPAGAR FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' TITULOS INCLUIDOS..: ' WS-R-INCLUIDOS
            DISPLAY ' TITULOS PAGOS......: ' WS-R-PAGOS
            DISPLAY ' TITULOS CANCELADOS.: ' WS-R-CANCELADOS
            DISPLAY '--------------------------------------'
            MOVE 'CADPAGAR' TO WS-LG-PROGRAMA
            MOVE 'TITULOS PAGOS  ' TO WS-LG-CONTADOR
            MOVE WS-R-PAGOS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADPAGAR.
