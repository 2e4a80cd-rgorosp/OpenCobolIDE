      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: ESTOQUE DE UNIFORME E MATERIAL DIDATICO - MANUTENCAO
      *          DO CADASTRO DE ITENS (ESTOQUE.DAT, CFP001U1) E ENTRADA
      *          DE MERCADORIA ENTREGUE POR FORNECEDOR. OPERACOES:
      *            - INCLUIR/ALTERAR ITEM: DESCRICAO, TIPO (UN=UNIFORME
      *              MD=MATERIAL, OS MESMOS DO CB-TP-COBRANCA), TAMANHO,
      *              SERIE, PRECO UNITARIO E PONTO DE REPOSICAO;
      *            - ENTRADA DE FORNECEDOR: O CONTATO TEM DE SER DA
      *              CATEGORIA 'FO' (COMO NO CADPAGAR); SOMA A
      *              QUANTIDADE AO SALDO E GRAVA O MOVIMENTO 'E' NO
      *              ESTMOVTO.DAT (CFP001U2);
      *            - LISTAR ITENS COM SALDO E PONTO DE REPOSICAO;
      *            - INATIVAR/REATIVAR ITEM.
      *          A VENDA NO BALCAO (BAIXA DO SALDO E COBRANCA AVULSA)
      *          E FEITA PELO VENDESTQ; A REPOSICAO SAI NO RELESTOQ
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADESTOQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001U1 ASSIGN TO "C:/ARQUIVOS/ESTOQUE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EQ-CD-ITEM
                  FILE STATUS  IS WS-FS-EST
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001U2 ASSIGN TO "C:/ARQUIVOS/ESTMOVTO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MV-CHAVE
                  FILE STATUS  IS WS-FS-MOV
                  LOCK MODE    IS AUTOMATIC.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001U1.
           COPY REGESTOQ.
       FD  CFP001U2.
           COPY REGMOVES.
       FD  CONTATOS.
           COPY REGCONTT.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-EST          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MOV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-EXISTE          PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-CD-ITEM         PIC 9(05) VALUE ZEROS.
           03 WS-TP-ITEM         PIC X(02) VALUE SPACES.
              88 WS-TIPO-VALIDO  VALUE 'UN' 'MD'.
           03 WS-ID-FORNECEDOR   PIC 9(05) VALUE ZEROS.
           03 WS-DOCUMENTO       PIC X(15) VALUE SPACES.
           03 WS-QUANTIDADE      PIC 9(05) VALUE ZEROS.
           03 WS-VL-UNITARIO     PIC 9(05)V99 VALUE ZEROS.
           03 WS-QT-NOVA         PIC 9(06) VALUE ZEROS.
           03 WS-MV-SEQ          PIC 9(03) VALUE ZEROS.
           03 WS-SEQ-LIVRE       PIC X(01) VALUE 'N'.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-R-ITENS         PIC 9(04) VALUE ZEROS.
           03 WS-R-ENTRADAS      PIC 9(04) VALUE ZEROS.
           03 WS-R-LISTADOS      PIC 9(04) VALUE ZEROS.
           03 WS-MARCA           PIC X(03) VALUE SPACES.

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
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DATA-HOJE
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADESTOQ' TO WS-LY-PROGRAMA
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
            OPEN I-O CFP001U1
            IF WS-FS-EST = 35 THEN
               OPEN OUTPUT CFP001U1
               CLOSE CFP001U1
               OPEN I-O CFP001U1
            END-IF
            IF WS-FS-EST NOT = 00
               MOVE WS-FS-EST                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001U2
            IF WS-FS-MOV = 35 THEN
               OPEN OUTPUT CFP001U2
               CLOSE CFP001U2
               OPEN I-O CFP001U2
            END-IF
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '  ESTOQUE DE UNIFORME E MATERIAL'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - INCLUIR/ALTERAR ITEM'
               DISPLAY ' <2> - ENTRADA DE FORNECEDOR'
               DISPLAY ' <3> - LISTAR ITENS'
               DISPLAY ' <4> - INATIVAR/REATIVAR ITEM'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-ITEM THRU P200-EXIT
                   WHEN '2'
                     PERFORM P300-ENTRADA THRU P300-EXIT
                   WHEN '3'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN '4'
                     PERFORM P500-SITUACAO THRU P500-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE

               DISPLAY 'DESEJA REALIZAR OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> LOCALIZA O ITEM DIGITADO (WS-ACHOU = 'S' SE EXISTE)
       P150-LOCALIZA.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'DIGITE O CODIGO DO ITEM (5 DIGITOS): '
            ACCEPT WS-CD-ITEM
            PERFORM UNTIL WS-CD-ITEM IS NUMERIC
                          AND WS-CD-ITEM > ZEROS
               DISPLAY 'CODIGO INVALIDO! DIGITE 5 DIGITOS: '
               ACCEPT WS-CD-ITEM
            END-PERFORM
            MOVE WS-CD-ITEM TO EQ-CD-ITEM
            READ CFP001U1
                 KEY IS EQ-CD-ITEM
                 INVALID KEY
                      GO TO P150-EXIT
            END-READ
            MOVE 'S' TO WS-ACHOU
            PERFORM P160-MOSTRA THRU P160-EXIT.
       P150-EXIT.
            EXIT.

       P160-MOSTRA.
            DISPLAY 'ITEM.......: ' EQ-CD-ITEM ' ' EQ-DESCRICAO
            DISPLAY 'TIPO.......: ' EQ-TP-ITEM
                    '  TAMANHO: ' EQ-TAMANHO
                    '  SERIE: ' EQ-SERIE
            DISPLAY 'PRECO......: ' EQ-VL-UNITARIO
                    '  SITUACAO: ' EQ-ST-ITEM
            DISPLAY 'SALDO......: ' EQ-QT-ESTOQUE
                    '  PONTO DE REPOSICAO: ' EQ-QT-MINIMO.
       P160-EXIT.
            EXIT.

       S200 SECTION.
       P200-ITEM.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            MOVE WS-ACHOU TO WS-EXISTE
            IF WS-EXISTE = 'N'
               DISPLAY 'ITEM NOVO - INFORME OS DADOS'
               INITIALIZE REG-CFP001U1
               MOVE WS-CD-ITEM TO EQ-CD-ITEM
               SET ITEM-ATIVO  TO TRUE
            END-IF

            DISPLAY 'DESCRICAO (ATE 30 POSICOES): '
            ACCEPT EQ-DESCRICAO
            PERFORM UNTIL EQ-DESCRICAO NOT = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA: '
               ACCEPT EQ-DESCRICAO
            END-PERFORM

            DISPLAY 'TIPO (UN=UNIFORME MD=MATERIAL DIDATICO): '
            ACCEPT WS-TP-ITEM
            PERFORM UNTIL WS-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO! DIGITE UN OU MD: '
               ACCEPT WS-TP-ITEM
            END-PERFORM
            MOVE WS-TP-ITEM TO EQ-TP-ITEM

            DISPLAY 'TAMANHO (EX.: P, M, G, 10 - BRANCO SE NAO HA): '
            MOVE SPACES TO EQ-TAMANHO
            ACCEPT EQ-TAMANHO
            DISPLAY 'SERIE (EX.: 6ANO - BRANCO SE TODAS): '
            MOVE SPACES TO EQ-SERIE
            ACCEPT EQ-SERIE

            DISPLAY 'PRECO UNITARIO DE VENDA (ATE 99999,99): '
            ACCEPT WS-VL-UNITARIO
            PERFORM UNTIL WS-VL-UNITARIO IS NUMERIC
                          AND WS-VL-UNITARIO > ZEROS
               DISPLAY 'VALOR INVALIDO! DIGITE UM VALOR MAIOR QUE'
                       ' ZERO: '
               ACCEPT WS-VL-UNITARIO
            END-PERFORM
            MOVE WS-VL-UNITARIO TO EQ-VL-UNITARIO

            DISPLAY 'PONTO DE REPOSICAO (QUANTIDADE MINIMA): '
            ACCEPT WS-QUANTIDADE
            PERFORM UNTIL WS-QUANTIDADE IS NUMERIC
               DISPLAY 'QUANTIDADE INVALIDA! DIGITE SOMENTE NUMEROS: '
               ACCEPT WS-QUANTIDADE
            END-PERFORM
            MOVE WS-QUANTIDADE  TO EQ-QT-MINIMO
            MOVE WS-SS-OPERADOR TO EQ-OPERADOR

            IF WS-EXISTE = 'S'
               REWRITE REG-CFP001U1
               END-REWRITE
            ELSE
               WRITE REG-CFP001U1
               END-WRITE
            END-IF
            IF WS-FS-EST NOT = 00 THEN
               MOVE WS-FS-EST                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001U1' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-ITENS
            DISPLAY 'ITEM GRAVADO!'.
       P200-EXIT.
            EXIT.

       S300 SECTION.
      * >>> ENTRADA DE MERCADORIA: FORNECEDOR, DOCUMENTO, QUANTIDADE E
      * >>> CUSTO UNITARIO; SOMA NO SALDO E REGISTRA O MOVIMENTO 'E'
       P300-ENTRADA.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'ITEM NAO CADASTRADO!'
               GO TO P300-EXIT
            END-IF
            IF ITEM-INATIVO
               DISPLAY 'ITEM INATIVO - REATIVE ANTES DA ENTRADA!'
               GO TO P300-EXIT
            END-IF

            PERFORM P310-FORNECEDOR THRU P310-EXIT
            IF WS-ACHOU = 'N'
               GO TO P300-EXIT
            END-IF

            DISPLAY 'DOCUMENTO DE ENTREGA (NOTA FISCAL): '
            MOVE SPACES TO WS-DOCUMENTO
            ACCEPT WS-DOCUMENTO
            DISPLAY 'QUANTIDADE RECEBIDA: '
            ACCEPT WS-QUANTIDADE
            PERFORM UNTIL WS-QUANTIDADE IS NUMERIC
                          AND WS-QUANTIDADE > ZEROS
               DISPLAY 'QUANTIDADE INVALIDA! DIGITE UM VALOR MAIOR'
                       ' QUE ZERO: '
               ACCEPT WS-QUANTIDADE
            END-PERFORM
            DISPLAY 'CUSTO UNITARIO (ATE 99999,99): '
            ACCEPT WS-VL-UNITARIO
            PERFORM UNTIL WS-VL-UNITARIO IS NUMERIC
               DISPLAY 'VALOR INVALIDO! DIGITE SOMENTE NUMEROS: '
               ACCEPT WS-VL-UNITARIO
            END-PERFORM

            COMPUTE WS-QT-NOVA = EQ-QT-ESTOQUE + WS-QUANTIDADE
            IF WS-QT-NOVA > 99999
               DISPLAY 'SALDO ULTRAPASSA 99999 UNIDADES!'
               GO TO P300-EXIT
            END-IF
            DISPLAY 'CONFIRMA ENTRADA DE ' WS-QUANTIDADE
                    ' UNIDADES, (S)SIM (N)NAO'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'ENTRADA NAO GRAVADA'
               GO TO P300-EXIT
            END-IF

            PERFORM P350-PROCURA-SEQ THRU P350-EXIT
            IF WS-SEQ-LIVRE NOT = 'S'
               DISPLAY 'SEM SEQUENCIA LIVRE DE MOVIMENTO NO DIA!'
               GO TO P300-EXIT
            END-IF
            MOVE WS-CD-ITEM       TO MV-CD-ITEM
            MOVE WS-DATA-HOJE     TO MV-DT-MOVIMENTO
            MOVE WS-MV-SEQ        TO MV-SEQUENCIA
            SET MOVTO-ENTRADA     TO TRUE
            MOVE WS-QUANTIDADE    TO MV-QUANTIDADE
            MOVE WS-VL-UNITARIO   TO MV-VL-UNITARIO
            COMPUTE MV-VL-TOTAL = WS-QUANTIDADE * WS-VL-UNITARIO
            MOVE WS-ID-FORNECEDOR TO MV-ID-FORNECEDOR
            MOVE WS-DOCUMENTO     TO MV-DOCUMENTO
            MOVE ZEROS            TO MV-ID-ALUNO
            MOVE ZEROS            TO MV-ANO-MES
            MOVE ZEROS            TO MV-NR-SEQ
            MOVE WS-SS-OPERADOR   TO MV-OPERADOR
            WRITE REG-CFP001U2
            END-WRITE
            IF WS-FS-MOV NOT = 00 THEN
               MOVE WS-FS-MOV                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001U2' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE WS-QT-NOVA     TO EQ-QT-ESTOQUE
            MOVE WS-DATA-HOJE   TO EQ-DT-ULT-ENTRADA
            MOVE WS-SS-OPERADOR TO EQ-OPERADOR
            REWRITE REG-CFP001U1
            END-REWRITE
            IF WS-FS-EST NOT = 00 THEN
               MOVE WS-FS-EST                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U1'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-ENTRADAS
            DISPLAY 'ENTRADA GRAVADA - NOVO SALDO: ' EQ-QT-ESTOQUE.
       P300-EXIT.
            EXIT.

      * >>> O FORNECEDOR E O CONTATO ATIVO DA CATEGORIA DE FORNECEDOR
       P310-FORNECEDOR.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'DIGITE O CODIGO DO FORNECEDOR (CONTATO): '
            ACCEPT WS-ID-FORNECEDOR
            MOVE WS-ID-FORNECEDOR TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      DISPLAY 'CONTATO NAO ENCONTRADO!'
                      GO TO P310-EXIT
            END-READ
            IF CT-CONTATO NOT = WS-CAT-FORNECEDOR
               DISPLAY 'CONTATO NAO E FORNECEDOR (CATEGORIA '
                       CT-CONTATO ')!'
               GO TO P310-EXIT
            END-IF
            IF CONTATO-INATIVO
               DISPLAY 'FORNECEDOR INATIVO!'
               GO TO P310-EXIT
            END-IF
            DISPLAY 'FORNECEDOR: ' NM-CONTATO
            MOVE 'S' TO WS-ACHOU.
       P310-EXIT.
            EXIT.

      * >>> PRIMEIRA SEQUENCIA LIVRE DO ITEM NA DATA DO MOVIMENTO
       P350-PROCURA-SEQ.
            MOVE ZEROS TO WS-MV-SEQ
            MOVE 'N'   TO WS-SEQ-LIVRE
            PERFORM P360-TESTA-SEQ THRU P360-EXIT
                    UNTIL WS-SEQ-LIVRE = 'S'
                       OR WS-MV-SEQ NOT LESS 999.
       P350-EXIT.
            EXIT.

       P360-TESTA-SEQ.
            ADD 1 TO WS-MV-SEQ
            MOVE WS-CD-ITEM   TO MV-CD-ITEM
            MOVE WS-DATA-HOJE TO MV-DT-MOVIMENTO
            MOVE WS-MV-SEQ    TO MV-SEQUENCIA
            READ CFP001U2
                 KEY IS MV-CHAVE
                 INVALID KEY
                      MOVE 'S' TO WS-SEQ-LIVRE
            END-READ.
       P360-EXIT.
            EXIT.

       S400 SECTION.
       P400-LISTAR.
            MOVE ZEROS  TO WS-R-LISTADOS
            MOVE ZEROS  TO EQ-CD-ITEM
            MOVE 'N'    TO WS-FIM-LISTA
            START CFP001U1 KEY IS NOT LESS EQ-CD-ITEM
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P410-LISTAR-UM THRU P410-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            DISPLAY 'ITENS LISTADOS: ' WS-R-LISTADOS
                    ' (*** = SALDO NO PONTO DE REPOSICAO OU ABAIXO)'.
       P400-EXIT.
            EXIT.

       P410-LISTAR-UM.
            READ CFP001U1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P410-EXIT
            END-READ
            MOVE SPACES TO WS-MARCA
            IF ITEM-ATIVO
               AND EQ-QT-ESTOQUE NOT GREATER EQ-QT-MINIMO
               MOVE '***' TO WS-MARCA
            END-IF
            ADD 1 TO WS-R-LISTADOS
            DISPLAY EQ-CD-ITEM ' ' EQ-DESCRICAO ' ' EQ-TP-ITEM
                    ' ' EQ-TAMANHO ' ' EQ-SERIE ' ' EQ-ST-ITEM
                    ' SALDO ' EQ-QT-ESTOQUE ' MIN ' EQ-QT-MINIMO
                    ' ' WS-MARCA.
       P410-EXIT.
            EXIT.

       S500 SECTION.
       P500-SITUACAO.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'ITEM NAO CADASTRADO!'
               GO TO P500-EXIT
            END-IF
            IF ITEM-ATIVO
               DISPLAY 'CONFIRMA INATIVACAO DO ITEM, (S)SIM (N)NAO'
            ELSE
               DISPLAY 'CONFIRMA REATIVACAO DO ITEM, (S)SIM (N)NAO'
            END-IF
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P500-EXIT
            END-IF
            IF ITEM-ATIVO
               SET ITEM-INATIVO TO TRUE
            ELSE
               SET ITEM-ATIVO   TO TRUE
            END-IF
            MOVE WS-SS-OPERADOR TO EQ-OPERADOR
            REWRITE REG-CFP001U1
            END-REWRITE
            IF WS-FS-EST NOT = 00 THEN
               MOVE WS-FS-EST                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U1'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'SITUACAO DO ITEM ATUALIZADA: ' EQ-ST-ITEM.
       P500-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001U1
            CLOSE CFP001U2
            CLOSE CONTATOS
            IF WS-FS-EST NOT = 00 THEN
               MOVE WS-FS-EST                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001U1'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADESTOQ'
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
            MOVE 'CADESTOQ' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADESTOQ FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' ITENS GRAVADOS..: ' WS-R-ITENS
            DISPLAY ' ENTRADAS........: ' WS-R-ENTRADAS
            DISPLAY '--------------------------------------'
            MOVE 'CADESTOQ' TO WS-LG-PROGRAMA
            MOVE 'ENTRADAS ESTOQ ' TO WS-LG-CONTADOR
            MOVE WS-R-ENTRADAS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADESTOQ.
