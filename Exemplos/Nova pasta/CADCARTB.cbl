      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: MANUTENCAO DAS CARTEIRAS BANCARIAS - ARQUIVO INDEXADO
      *          CFP001X9 (CARTEIRA.DAT), CHAVE CODIGO DA CARTEIRA
      *          (01-99), COM A UNIDADE (UNIDADES.DAT; BRANCOS =
      *          CARTEIRA PADRAO DAS UNIDADES SEM CARTEIRA PROPRIA),
      *          BANCO, AGENCIA, CONTA, CONVENIO, LAYOUT DO ARQUIVO
      *          ('1' = LAYOUT PADRAO DE 61 POSICOES DO REMBANCO), CONTA
      *          CONTABIL DO BANCO PARA O EXPCONTA E SITUACAO.
      *          CADA UNIDADE TEM UMA SO CARTEIRA PRINCIPAL ATIVA, POR
      *          ONDE O REMBANCO ENVIA A REMESSA DOS SEUS ALUNOS
      *          (UN-ALUNO); O PAR BANCO + CONVENIO E UNICO, POIS E POR
      *          ELE QUE O RETBANCO RECONHECE A CARTEIRA NO HEADER DO
      *          RETORNO. O FECHCAIX E O EXPCONTA TOTALIZAM E
      *          CONTABILIZAM O RECEBIDO POR CARTEIRA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCARTB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001X9 ASSIGN TO "C:/ARQUIVOS/CARTEIRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CT-CODIGO
                  FILE STATUS  IS WS-FS-CAR
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CFP001SK ASSIGN TO "C:/ARQUIVOS/UNIDADES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS UN-CODIGO
                  FILE STATUS  IS WS-FS-UNI.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001X9.
           COPY REGCARTB.
       FD  CFP001SK.
           COPY REGUNID.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-UNI          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-UNIDADES    PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-O-CAR           PIC 9(02) VALUE ZEROS.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-UNIDADE-OK      PIC X(01) VALUE 'N'.
           03 WS-DUPLICADO       PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> CARTEIRA EM EDICAO - MONTADA AQUI ANTES DA VARREDURA DO
      * >>> ARQUIVO, QUE REAPROVEITA A AREA DO REGISTRO
       01  WS-CARTEIRA.
           03 WS-CODIGO          PIC 9(02) VALUE ZEROS.
           03 WS-UNIDADE         PIC X(03) VALUE SPACES.
           03 WS-BANCO           PIC 9(03) VALUE ZEROS.
           03 WS-AGENCIA         PIC 9(04) VALUE ZEROS.
           03 WS-CONTA           PIC X(10) VALUE SPACES.
           03 WS-CONVENIO        PIC 9(07) VALUE ZEROS.
           03 WS-LAYOUT          PIC X(01) VALUE SPACES.
           03 WS-CTA-CONTABIL    PIC X(08) VALUE SPACES.
           03 WS-PRINCIPAL       PIC X(01) VALUE SPACES.
           03 WS-EXISTE          PIC X(01) VALUE 'N'.

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
            DISPLAY WS-VAR
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            PERFORM P050-ABRIR
            PERFORM P100-MANUTENCAO THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001X9
            IF WS-FS-CAR = 35 THEN
               OPEN OUTPUT CFP001X9
               CLOSE CFP001X9
               OPEN I-O CFP001X9
            END-IF
            IF WS-FS-CAR NOT = 00
               MOVE WS-FS-CAR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X9' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM MESTRE DE UNIDADES, A UNIDADE DA CARTEIRA NAO E
      * >>> CONFERIDA
            OPEN INPUT CFP001SK
            IF WS-FS-UNI NOT = 00
               MOVE 'S' TO WS-SEM-UNIDADES
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MANUTENCAO.
            DISPLAY LK-AREA
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY ' '
               DISPLAY '(C)ADASTRAR/ALTERAR, (I)NATIVAR OU (L)ISTAR'
                       ' CARTEIRAS: '
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 'C'
                     PERFORM P200-CADASTRAR THRU P200-EXIT
                   WHEN 'I'
                     PERFORM P300-INATIVAR THRU P300-EXIT
                   WHEN 'L'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE

               DISPLAY 'DESEJA REALIZAR OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-CADASTRAR.
            DISPLAY 'DIGITE O CODIGO DA CARTEIRA (01 A 99): '
            ACCEPT WS-CODIGO
            PERFORM UNTIL WS-CODIGO IS NUMERIC
                      AND WS-CODIGO > ZEROS
               DISPLAY 'CODIGO INVALIDO! DIGITE DE 01 A 99: '
               ACCEPT WS-CODIGO
            END-PERFORM
            MOVE 'N'       TO WS-EXISTE
            MOVE WS-CODIGO TO CT-CODIGO
            READ CFP001X9
                 KEY IS CT-CODIGO
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 'S' TO WS-EXISTE
                      DISPLAY 'CARTEIRA ATUAL: UNIDADE ' CT-UNIDADE
                              ' BANCO ' CT-BANCO ' AG ' CT-AGENCIA
                              ' CONTA ' CT-CONTA
                              ' CONVENIO ' CT-CONVENIO
            END-READ

            DISPLAY 'DIGITE A UNIDADE (BRANCOS = CARTEIRA PADRAO): '
            MOVE SPACES TO WS-UNIDADE
            ACCEPT WS-UNIDADE
            PERFORM P250-CONFERE-UNIDADE THRU P250-EXIT
            IF WS-UNIDADE-OK = 'N'
               GO TO P200-EXIT
            END-IF
            DISPLAY 'DIGITE O CODIGO DO BANCO (3 DIGITOS): '
            ACCEPT WS-BANCO
            PERFORM UNTIL WS-BANCO IS NUMERIC
                      AND WS-BANCO > ZEROS
               DISPLAY 'BANCO INVALIDO! DIGITE DE 001 A 999: '
               ACCEPT WS-BANCO
            END-PERFORM
            DISPLAY 'DIGITE A AGENCIA (4 DIGITOS): '
            ACCEPT WS-AGENCIA
            PERFORM UNTIL WS-AGENCIA IS NUMERIC
               DISPLAY 'AGENCIA INVALIDA! DIGITE 4 DIGITOS: '
               ACCEPT WS-AGENCIA
            END-PERFORM
            DISPLAY 'DIGITE A CONTA CORRENTE COM DIGITO: '
            MOVE SPACES TO WS-CONTA
            ACCEPT WS-CONTA
            PERFORM UNTIL WS-CONTA NOT = SPACES
               DISPLAY 'CONTA OBRIGATORIA! DIGITE A CONTA: '
               ACCEPT WS-CONTA
            END-PERFORM
            DISPLAY 'DIGITE O CONVENIO DE COBRANCA (7 DIGITOS): '
            ACCEPT WS-CONVENIO
            PERFORM UNTIL WS-CONVENIO IS NUMERIC
                      AND WS-CONVENIO > ZEROS
               DISPLAY 'CONVENIO INVALIDO! DIGITE 7 DIGITOS: '
               ACCEPT WS-CONVENIO
            END-PERFORM
      * >>> SO HA O LAYOUT PADRAO DO REMBANCO/RETBANCO POR ENQUANTO
            DISPLAY 'LAYOUT DO ARQUIVO - (1) PADRAO 61 POSICOES: '
            ACCEPT WS-LAYOUT
            PERFORM UNTIL WS-LAYOUT = '1'
               DISPLAY 'LAYOUT NAO SUPORTADO! DIGITE 1: '
               ACCEPT WS-LAYOUT
            END-PERFORM
            DISPLAY 'DIGITE A CONTA CONTABIL DO BANCO (BRANCOS ='
                    ' CONTA BANCO PADRAO DO EXPCONTA): '
            MOVE SPACES TO WS-CTA-CONTABIL
            ACCEPT WS-CTA-CONTABIL
            DISPLAY 'CARTEIRA PRINCIPAL DA UNIDADE PARA A REMESSA,'
                    ' (S)SIM (N)NAO: '
            ACCEPT WS-PRINCIPAL
            PERFORM UNTIL WS-PRINCIPAL = 'S' OR 'N'
               DISPLAY 'RESPOSTA INVALIDA! DIGITE S OU N: '
               ACCEPT WS-PRINCIPAL
            END-PERFORM

      * >>> BANCO + CONVENIO IDENTIFICAM A CARTEIRA NO RETORNO
            PERFORM P260-CONFERE-CONVENIO THRU P260-EXIT
            IF WS-DUPLICADO = 'S'
               GO TO P200-EXIT
            END-IF
      * >>> UMA SO PRINCIPAL ATIVA POR UNIDADE: A ANTERIOR DEIXA DE SER
            IF WS-PRINCIPAL = 'S'
               PERFORM P270-TROCA-PRINCIPAL THRU P270-EXIT
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CODIGO             TO CT-CODIGO
            MOVE WS-UNIDADE            TO CT-UNIDADE
            MOVE WS-BANCO              TO CT-BANCO
            MOVE WS-AGENCIA            TO CT-AGENCIA
            MOVE WS-CONTA              TO CT-CONTA
            MOVE WS-CONVENIO           TO CT-CONVENIO
            MOVE WS-LAYOUT             TO CT-LAYOUT
            MOVE WS-CTA-CONTABIL       TO CT-CTA-CONTABIL
            MOVE WS-PRINCIPAL          TO CT-PRINCIPAL
            SET CARTEIRA-ATIVA         TO TRUE
            MOVE WS-CURRENT-DATE(1:8)  TO CT-DT-ATUALIZACAO
            MOVE WS-SS-OPERADOR        TO CT-OPERADOR
            IF WS-EXISTE = 'S'
               REWRITE REG-CFP001X9
               END-REWRITE
               DISPLAY 'CARTEIRA ALTERADA!'
            ELSE
               WRITE REG-CFP001X9
               END-WRITE
               DISPLAY 'CARTEIRA CADASTRADA!'
            END-IF
            DISPLAY ' '

            IF WS-FS-CAR NOT = 00 THEN
               MOVE WS-FS-CAR                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001X9' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            ELSE
               ADD 1 TO WS-O-CAR
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> UNIDADE INFORMADA TEM DE EXISTIR E ESTAR ATIVA
       P250-CONFERE-UNIDADE.
            MOVE 'S' TO WS-UNIDADE-OK
            IF WS-UNIDADE = SPACES
               OR WS-SEM-UNIDADES = 'S'
               GO TO P250-EXIT
            END-IF
            MOVE WS-UNIDADE TO UN-CODIGO
            READ CFP001SK
                 KEY IS UN-CODIGO
                 INVALID KEY
                      MOVE 'N' TO WS-UNIDADE-OK
                      DISPLAY 'UNIDADE NAO CADASTRADA!'
                 NOT INVALID KEY
                      IF UNIDADE-INATIVA
                         MOVE 'N' TO WS-UNIDADE-OK
                         DISPLAY 'UNIDADE INATIVA!'
                      END-IF
            END-READ.
       P250-EXIT.
            EXIT.

      * >>> OUTRA CARTEIRA COM O MESMO BANCO + CONVENIO TORNARIA O
      * >>> HEADER DO RETORNO AMBIGUO
       P260-CONFERE-CONVENIO.
            MOVE 'N'        TO WS-DUPLICADO
            MOVE 'N'        TO WS-FIM-LISTA
            MOVE LOW-VALUES TO CT-CODIGO
            START CFP001X9 KEY IS NOT LESS CT-CODIGO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P265-LER-CONVENIO THRU P265-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            IF WS-DUPLICADO = 'S'
               DISPLAY 'BANCO ' WS-BANCO ' CONVENIO ' WS-CONVENIO
                       ' JA PERTENCE A CARTEIRA ' CT-CODIGO
                       ' - NADA GRAVADO'
            END-IF.
       P260-EXIT.
            EXIT.

       P265-LER-CONVENIO.
            READ CFP001X9 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P265-EXIT
            END-READ
            IF CT-CODIGO NOT = WS-CODIGO
               AND CT-BANCO = WS-BANCO
               AND CT-CONVENIO = WS-CONVENIO
               MOVE 'S' TO WS-DUPLICADO
               MOVE 'S' TO WS-FIM-LISTA
            END-IF.
       P265-EXIT.
            EXIT.

       P270-TROCA-PRINCIPAL.
            MOVE 'N'        TO WS-FIM-LISTA
            MOVE LOW-VALUES TO CT-CODIGO
            START CFP001X9 KEY IS NOT LESS CT-CODIGO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P275-LER-PRINCIPAL THRU P275-EXIT
                    UNTIL WS-FIM-LISTA = 'S'.
       P270-EXIT.
            EXIT.

       P275-LER-PRINCIPAL.
            READ CFP001X9 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P275-EXIT
            END-READ
            IF CT-CODIGO NOT = WS-CODIGO
               AND CT-UNIDADE = WS-UNIDADE
               AND CARTEIRA-PRINCIPAL
               MOVE 'N' TO CT-PRINCIPAL
               REWRITE REG-CFP001X9
               END-REWRITE
               IF WS-FS-CAR NOT = 00
                  MOVE WS-FS-CAR                     TO WS-MSG1
                  MOVE 'ERRO REGRAVACAO DO CFP001X9' TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
               DISPLAY 'CARTEIRA ' CT-CODIGO ' DEIXA DE SER A'
                       ' PRINCIPAL DA UNIDADE ' CT-UNIDADE
            END-IF.
       P275-EXIT.
            EXIT.

      * >>> INATIVA SEM EXCLUIR: OS DETALHES DO PAGDETAL JA GRAVADOS
      * >>> SEGUEM APONTANDO A CARTEIRA, QUE SO DEIXA DE RECEBER
      * >>> REMESSA; O RETORNO DE BOLETO ANTIGO AINDA E RECONHECIDO
       S300 SECTION.
       P300-INATIVAR.
            DISPLAY 'DIGITE O CODIGO DA CARTEIRA A INATIVAR: '
            ACCEPT WS-CODIGO
            MOVE WS-CODIGO TO CT-CODIGO
            READ CFP001X9
                 KEY IS CT-CODIGO
                 INVALID KEY
                      DISPLAY 'CARTEIRA NAO CADASTRADA'
                 NOT INVALID KEY
                      SET CARTEIRA-INATIVA TO TRUE
                      MOVE 'N'             TO CT-PRINCIPAL
                      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                      MOVE WS-CURRENT-DATE(1:8)  TO CT-DT-ATUALIZACAO
                      MOVE WS-SS-OPERADOR        TO CT-OPERADOR
                      REWRITE REG-CFP001X9
                      END-REWRITE
                      IF WS-FS-CAR = 00
                         DISPLAY 'CARTEIRA INATIVADA!'
                         ADD 1 TO WS-O-CAR
                      ELSE
                         MOVE WS-FS-CAR  TO WS-MSG1
                         MOVE 'ERRO REGRAVACAO DO CFP001X9'
                              TO WS-MSG2
                         PERFORM P800-ERRO THRU P999-EXIT
                      END-IF
            END-READ.
       P300-EXIT.
            EXIT.

       S400 SECTION.
       P400-LISTAR.
            MOVE LOW-VALUES TO CT-CODIGO
            MOVE 'N'    TO WS-FIM-LISTA
            START CFP001X9 KEY IS NOT LESS CT-CODIGO
                  INVALID KEY
                       DISPLAY 'NENHUMA CARTEIRA CADASTRADA'
                  NOT INVALID KEY
                       PERFORM P410-LISTAR-UMA THRU P410-EXIT
                               UNTIL WS-FS-CAR = 10
                                  OR WS-FIM-LISTA = 'S'
            END-START.
       P400-EXIT.
            EXIT.

       P410-LISTAR-UMA.
            READ CFP001X9 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                 NOT AT END
                      DISPLAY 'CARTEIRA ' CT-CODIGO
                              ' UNIDADE ' CT-UNIDADE
                              ' BANCO ' CT-BANCO ' AG ' CT-AGENCIA
                              ' CONTA ' CT-CONTA
                              ' CONV ' CT-CONVENIO
                              ' CTB ' CT-CTA-CONTABIL
                              ' PRINC ' CT-PRINCIPAL
                              ' - ' CT-ST-CARTEIRA
            END-READ.
       P410-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001X9
            IF WS-SEM-UNIDADES = 'N'
               CLOSE CFP001SK
            END-IF
            IF WS-FS-CAR NOT = 00 THEN
               MOVE WS-FS-CAR                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001X9'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADCARTB'
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
            MOVE 'CADCARTB' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADCARTB FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE CARTEIRAS GRAV: ' WS-O-CAR
            DISPLAY '--------------------------------------'
            MOVE 'CADCARTB' TO WS-LG-PROGRAMA
            MOVE 'CARTEIRAS GRAV ' TO WS-LG-CONTADOR
            MOVE WS-O-CAR TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADCARTB.
