      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: BIBLIOTECA ESCOLAR - EMPRESTIMO E DEVOLUCAO DE LIVROS
      *          DO CATALOGO LIVROS.DAT (CFP001U5) PARA ALUNOS
      *          (ALUNOS.DAT, CFP001S1) E PROFESSORES (PROFESSR.DAT,
      *          CFP001SA), REGISTRADOS NO EMPRESTI.DAT (CFP001U6,
      *          CHAVE LIVRO + DATA + SEQUENCIA, CHAVE ALTERNATIVA
      *          PELO LEITOR). OPERACOES:
      *            - EMPRESTAR: LEITOR ATIVO, SEM LIVRO EM ATRASO E
      *              ABAIXO DO LIMITE DE LIVROS EM MAOS; DEVOLUCAO
      *              PREVISTA CONTADA EM DIAS LETIVOS, PULANDO
      *              DOMINGOS E OS DIAS DO FERIADOS.DAT (CFP001SS),
      *              COMO NO DIASLETV;
      *            - DEVOLVER: BAIXA O EMPRESTIMO E, COM ATRASO DE
      *              ALUNO, LANCA A MULTA (DIAS CORRIDOS DE ATRASO X
      *              VALOR DIARIO) COMO COBRANCA AVULSA TIPO BI NA
      *              CFP001SF, NOS MOLDES DO CADCOBAV: COMPETENCIA
      *              CORRENTE, PRIMEIRA SEQUENCIA LIVRE A PARTIR DE 01,
      *              SEM AJUSTE E COM O CREDITO DA FAMILIA (CREDFAMI)
      *              APLICADO. A BIBLIOTECARIA PODE ISENTAR A MULTA;
      *            - CONSULTAR OS LIVROS EM MAOS DE UM LEITOR.
      *          A LISTA DIARIA DE ATRASOS SAI NO RELATRAS
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - O DETALHE DO PAGDETAL SAI COM A CARTEIRA
      *         BANCARIA ZERADA (PD-CARTEIRA 00): ESTE RECEBIMENTO
      *         NAO VEM DO RETORNO DE NENHUMA CARTEIRA DO BANCO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLIVRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001U5 ASSIGN TO "C:/ARQUIVOS/LIVROS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LV-CD-LIVRO
                  FILE STATUS  IS WS-FS-LIV
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001U6 ASSIGN TO "C:/ARQUIVOS/EMPRESTI.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EP-CHAVE
                  ALTERNATE RECORD KEY IS EP-LEITOR WITH DUPLICATES
                  FILE STATUS  IS WS-FS-EMP
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRF.
           SELECT CFP001SS ASSIGN TO "C:/ARQUIVOS/FERIADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FE-DT-DIA
                  FILE STATUS  IS WS-FS-FER.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET
                  LOCK MODE    IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001U5.
           COPY REGLIVRO.
       FD  CFP001U6.
           COPY REGEMPRE.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SA.
           COPY REGPROF.
       FD  CFP001SS.
           COPY REGFERIA.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-LIV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-EMP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-FS-FER          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-FERIADOS    PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-VALIDO          PIC X(01) VALUE 'N'.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-CD-LIVRO        PIC 9(05) VALUE ZEROS.
           03 WS-NM-LEITOR       PIC X(20) VALUE SPACES.
           03 WS-PRAZO           PIC 9(02) VALUE ZEROS.
           03 WS-LIMITE          PIC 9(02) VALUE ZEROS.
           03 WS-QT-ABERTOS      PIC 9(03) VALUE ZEROS.
           03 WS-QT-ATRASADOS    PIC 9(03) VALUE ZEROS.
           03 WS-DISPONIVEIS     PIC 9(03) VALUE ZEROS.
           03 WS-DIA-CORRENTE    PIC 9(08) VALUE ZEROS.
           03 WS-DIA-SEMANA      PIC 9(01) VALUE ZEROS.
           03 WS-DATA-DIA        PIC 9(08) VALUE ZEROS.
           03 WS-QT-DIAS         PIC 9(02) VALUE ZEROS.
           03 WS-DT-PREVISTA     PIC 9(08) VALUE ZEROS.
           03 WS-DIAS-ATRASO     PIC 9(03) VALUE ZEROS.
           03 WS-VL-MULTA        PIC 9(05)V99 VALUE ZEROS.
           03 WS-ANO-MES         PIC 9(06) VALUE ZEROS.
           03 WS-DT-VENCIMENTO   PIC 9(08) VALUE ZEROS.
           03 WS-NR-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-SEQ-LIVRE       PIC X(01) VALUE 'N'.
           03 WS-EP-SEQ          PIC 9(03) VALUE ZEROS.
           03 WS-EP-CHAVE        PIC X(16) VALUE SPACES.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DT-HOJE         PIC 9(08) VALUE ZEROS.
           03 WS-R-EMPRESTIMOS   PIC 9(05) VALUE ZEROS.
           03 WS-R-DEVOLUCOES    PIC 9(05) VALUE ZEROS.
           03 WS-R-MULTAS        PIC 9(05) VALUE ZEROS.
           03 WS-VL-MULTAS       PIC 9(07)V99 VALUE ZEROS.

      * >>> LEITOR DIGITADO, NO FORMATO DA CHAVE ALTERNATIVA EP-LEITOR
       01  WS-LEITOR-CHAVE.
           03 WS-TP-LEITOR       PIC X(01) VALUE SPACES.
              88 WS-LEITOR-VALIDO VALUE 'A' 'P'.
           03 WS-ID-LEITOR       PIC 9(05) VALUE ZEROS.

      * >>> REGRAS DA BIBLIOTECA: PRAZO EM DIAS LETIVOS, LIMITE DE
      * >>> LIVROS EM MAOS E MULTA POR DIA CORRIDO DE ATRASO (ALUNOS)
       01  WS-REGRAS.
           03 WS-PRAZO-ALUNO     PIC 9(02) VALUE 07.
           03 WS-PRAZO-PROF      PIC 9(02) VALUE 14.
           03 WS-LIMITE-ALUNO    PIC 9(02) VALUE 03.
           03 WS-LIMITE-PROF     PIC 9(02) VALUE 05.
           03 WS-MULTA-DIA       PIC 9(03)V99 VALUE 0,50.

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
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DT-HOJE
            MOVE WS-DT-HOJE(1:6)       TO WS-ANO-MES
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'EMPLIVRO' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
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
            OPEN I-O CFP001U5
            IF WS-FS-LIV NOT = 00
               MOVE WS-FS-LIV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001U6
            IF WS-FS-EMP = 35 THEN
               OPEN OUTPUT CFP001U6
               CLOSE CFP001U6
               OPEN I-O CFP001U6
            END-IF
            IF WS-FS-EMP NOT = 00
               MOVE WS-FS-EMP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U6' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SA
            IF WS-FS-PRF NOT = 00
               MOVE WS-FS-PRF                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM CALENDARIO DE FERIADOS, SO OS DOMINGOS SAO PULADOS
            OPEN INPUT CFP001SS
            IF WS-FS-FER NOT = 00
               MOVE 'S' TO WS-SEM-FERIADOS
            END-IF

            OPEN I-O CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001SM
            IF WS-FS-DET = 35 THEN
               OPEN OUTPUT CFP001SM
            END-IF
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SM' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '   BIBLIOTECA - EMPRESTIMOS'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - EMPRESTAR LIVRO'
               DISPLAY ' <2> - DEVOLVER LIVRO'
               DISPLAY ' <3> - LIVROS EM MAOS DO LEITOR'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-EMPRESTAR THRU P200-EXIT
                   WHEN '2'
                     PERFORM P300-DEVOLVER THRU P300-EXIT
                   WHEN '3'
                     PERFORM P150-LEITOR THRU P150-EXIT
                     PERFORM P170-EM-MAOS THRU P170-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE

               DISPLAY 'DESEJA REALIZAR OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> TIPO E IDENTIFICACAO DO LEITOR (A=ALUNO, P=PROFESSOR)
       P150-LEITOR.
            DISPLAY 'LEITOR, (A)ALUNO (P)PROFESSOR: '
            ACCEPT WS-TP-LEITOR
            PERFORM UNTIL WS-LEITOR-VALIDO
               DISPLAY 'TIPO INVALIDO! DIGITE A OU P: '
               ACCEPT WS-TP-LEITOR
            END-PERFORM
            DISPLAY 'DIGITE O ID DO LEITOR (ALUNO 5 DIGITOS,'
                    ' PROFESSOR 3 DIGITOS): '
            ACCEPT WS-ID-LEITOR
            PERFORM UNTIL WS-ID-LEITOR IS NUMERIC
                          AND WS-ID-LEITOR > ZEROS
               DISPLAY 'ID INVALIDO! DIGITE SOMENTE NUMEROS: '
               ACCEPT WS-ID-LEITOR
            END-PERFORM.
       P150-EXIT.
            EXIT.

      * >>> CONFERE O LEITOR NO MESTRE (ATIVO) E FIXA PRAZO E LIMITE
       P160-VALIDA-LEITOR.
            MOVE 'N' TO WS-VALIDO
            IF WS-TP-LEITOR = 'A'
               MOVE WS-ID-LEITOR TO ID-ALUNO
               READ CFP001S1
                    KEY IS ID-ALUNO
                    INVALID KEY
                         DISPLAY 'ALUNO INEXISTENTE!'
                         GO TO P160-EXIT
               END-READ
               IF NOT ALUNO-ATIVO
                  DISPLAY 'ALUNO NAO ESTA ATIVO!'
                  GO TO P160-EXIT
               END-IF
               MOVE NM-ALUNO        TO WS-NM-LEITOR
               MOVE WS-PRAZO-ALUNO  TO WS-PRAZO
               MOVE WS-LIMITE-ALUNO TO WS-LIMITE
            ELSE
               IF WS-ID-LEITOR > 999
                  DISPLAY 'PROFESSOR INEXISTENTE!'
                  GO TO P160-EXIT
               END-IF
               MOVE WS-ID-LEITOR TO PR-ID-PROF
               READ CFP001SA
                    KEY IS PR-ID-PROF
                    INVALID KEY
                         DISPLAY 'PROFESSOR INEXISTENTE!'
                         GO TO P160-EXIT
               END-READ
               IF NOT PROF-ATIVO
                  DISPLAY 'PROFESSOR NAO ESTA ATIVO!'
                  GO TO P160-EXIT
               END-IF
               MOVE PR-NM-PROF      TO WS-NM-LEITOR
               MOVE WS-PRAZO-PROF   TO WS-PRAZO
               MOVE WS-LIMITE-PROF  TO WS-LIMITE
            END-IF
            DISPLAY 'LEITOR: ' WS-NM-LEITOR
            MOVE 'S' TO WS-VALIDO.
       P160-EXIT.
            EXIT.

      * >>> LIVROS EM MAOS DO LEITOR PELA CHAVE ALTERNATIVA EP-LEITOR,
      * >>> CONTANDO OS EM ABERTO E OS JA VENCIDOS
       P170-EM-MAOS.
            MOVE ZEROS TO WS-QT-ABERTOS
            MOVE ZEROS TO WS-QT-ATRASADOS
            MOVE 'N'   TO WS-FIM-LISTA
            MOVE WS-LEITOR-CHAVE TO EP-LEITOR
            START CFP001U6 KEY IS = EP-LEITOR
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P175-EM-MAOS-UM THRU P175-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            DISPLAY 'LIVROS EM MAOS: ' WS-QT-ABERTOS
                    '  EM ATRASO: ' WS-QT-ATRASADOS.
       P170-EXIT.
            EXIT.

       P175-EM-MAOS-UM.
            READ CFP001U6 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P175-EXIT
            END-READ
            IF EP-LEITOR NOT = WS-LEITOR-CHAVE
               MOVE 'S' TO WS-FIM-LISTA
               GO TO P175-EXIT
            END-IF
            IF NOT EMPRESTIMO-ABERTO
               GO TO P175-EXIT
            END-IF
            ADD 1 TO WS-QT-ABERTOS
            MOVE EP-CD-LIVRO TO LV-CD-LIVRO
            READ CFP001U5
                 KEY IS LV-CD-LIVRO
                 INVALID KEY
                      MOVE SPACES TO LV-TITULO
            END-READ
            IF EP-DT-PREVISTA < WS-DT-HOJE
               ADD 1 TO WS-QT-ATRASADOS
               DISPLAY EP-CD-LIVRO ' ' LV-TITULO ' RETIRADO '
                       EP-DT-EMPRESTIMO ' PREVISTO ' EP-DT-PREVISTA
                       ' EM ATRASO'
            ELSE
               DISPLAY EP-CD-LIVRO ' ' LV-TITULO ' RETIRADO '
                       EP-DT-EMPRESTIMO ' PREVISTO ' EP-DT-PREVISTA
            END-IF.
       P175-EXIT.
            EXIT.

       S200 SECTION.
       P200-EMPRESTAR.
            PERFORM P150-LEITOR THRU P150-EXIT
            PERFORM P160-VALIDA-LEITOR THRU P160-EXIT
            IF WS-VALIDO = 'N'
               GO TO P200-EXIT
            END-IF
            PERFORM P170-EM-MAOS THRU P170-EXIT
            IF WS-QT-ATRASADOS > ZEROS
               DISPLAY 'LEITOR COM LIVRO EM ATRASO - DEVOLVA ANTES'
                       ' DE NOVO EMPRESTIMO!'
               GO TO P200-EXIT
            END-IF
            IF WS-QT-ABERTOS NOT LESS WS-LIMITE
               DISPLAY 'LEITOR JA ESTA NO LIMITE DE ' WS-LIMITE
                       ' LIVROS EM MAOS!'
               GO TO P200-EXIT
            END-IF

            DISPLAY 'DIGITE O CODIGO DO LIVRO (5 DIGITOS): '
            ACCEPT WS-CD-LIVRO
            MOVE WS-CD-LIVRO TO LV-CD-LIVRO
            READ CFP001U5
                 KEY IS LV-CD-LIVRO
                 INVALID KEY
                      DISPLAY 'LIVRO NAO CADASTRADO!'
                      GO TO P200-EXIT
            END-READ
            IF LIVRO-INATIVO
               DISPLAY 'LIVRO INATIVO - EMPRESTIMO NAO PERMITIDO!'
               GO TO P200-EXIT
            END-IF
            COMPUTE WS-DISPONIVEIS = LV-QT-EXEMPLARES
                                   - LV-QT-EMPRESTADOS
            DISPLAY 'LIVRO: ' LV-TITULO ' - ' LV-AUTOR
            DISPLAY 'EXEMPLARES DISPONIVEIS: ' WS-DISPONIVEIS
            IF WS-DISPONIVEIS = ZEROS
               DISPLAY 'TODOS OS EXEMPLARES ESTAO EMPRESTADOS!'
               GO TO P200-EXIT
            END-IF

            PERFORM P250-CALCULA-PREVISTA THRU P250-EXIT
            DISPLAY 'DEVOLUCAO PREVISTA: ' WS-DT-PREVISTA
                    ' (' WS-PRAZO ' DIAS LETIVOS)'
            DISPLAY 'CONFIRMA O EMPRESTIMO, (S)SIM (N)NAO'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'EMPRESTIMO NAO GRAVADO'
               GO TO P200-EXIT
            END-IF

            PERFORM P270-PROCURA-SEQ THRU P270-EXIT
            IF WS-SEQ-LIVRE NOT = 'S'
               DISPLAY 'SEM SEQUENCIA LIVRE DE EMPRESTIMO NO DIA!'
               GO TO P200-EXIT
            END-IF

            INITIALIZE REG-CFP001U6
            MOVE WS-CD-LIVRO      TO EP-CD-LIVRO
            MOVE WS-DT-HOJE       TO EP-DT-EMPRESTIMO
            MOVE WS-EP-SEQ        TO EP-SEQUENCIA
            MOVE WS-LEITOR-CHAVE  TO EP-LEITOR
            MOVE WS-DT-PREVISTA   TO EP-DT-PREVISTA
            SET EMPRESTIMO-ABERTO TO TRUE
            MOVE WS-SS-OPERADOR   TO EP-OPERADOR
            WRITE REG-CFP001U6
                  INVALID KEY
                       DISPLAY 'SEQUENCIA OCUPADA POR OUTRO POSTO -'
                               ' REPITA O EMPRESTIMO!'
                       GO TO P200-EXIT
            END-WRITE
            IF WS-FS-EMP NOT = 00
               MOVE WS-FS-EMP                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001U6'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            ADD 1 TO LV-QT-EMPRESTADOS
            MOVE WS-SS-OPERADOR TO LV-OPERADOR
            REWRITE REG-CFP001U5
            END-REWRITE
            IF WS-FS-LIV NOT = 00
               MOVE WS-FS-LIV                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U5'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-EMPRESTIMOS
            DISPLAY 'EMPRESTIMO GRAVADO - DEVOLVER ATE '
                    WS-DT-PREVISTA.
       P200-EXIT.
            EXIT.

      * >>> DEVOLUCAO PREVISTA: AVANCA DIA A DIA A PARTIR DE HOJE
      * >>> CONTANDO SO OS DIAS LETIVOS (NEM DOMINGO NEM FERIADOS.DAT)
       P250-CALCULA-PREVISTA.
            COMPUTE WS-DIA-CORRENTE =
                    FUNCTION INTEGER-OF-DATE (WS-DT-HOJE)
            MOVE ZEROS TO WS-QT-DIAS
            PERFORM P260-CONTA-DIA THRU P260-EXIT
                    UNTIL WS-QT-DIAS NOT LESS WS-PRAZO
            COMPUTE WS-DT-PREVISTA =
                    FUNCTION DATE-OF-INTEGER (WS-DIA-CORRENTE).
       P250-EXIT.
            EXIT.

       P260-CONTA-DIA.
            ADD 1 TO WS-DIA-CORRENTE
            COMPUTE WS-DIA-SEMANA =
                    FUNCTION MOD (WS-DIA-CORRENTE, 7)
            IF WS-DIA-SEMANA = 0
               GO TO P260-EXIT
            END-IF
            IF WS-SEM-FERIADOS = 'S'
               ADD 1 TO WS-QT-DIAS
               GO TO P260-EXIT
            END-IF
            COMPUTE WS-DATA-DIA =
                    FUNCTION DATE-OF-INTEGER (WS-DIA-CORRENTE)
            MOVE WS-DATA-DIA TO FE-DT-DIA
            READ CFP001SS
                 KEY IS FE-DT-DIA
                 INVALID KEY
                      ADD 1 TO WS-QT-DIAS
            END-READ.
       P260-EXIT.
            EXIT.

      * >>> PRIMEIRA SEQUENCIA LIVRE DO LIVRO NA DATA DO EMPRESTIMO
       P270-PROCURA-SEQ.
            MOVE ZEROS TO WS-EP-SEQ
            MOVE 'N'   TO WS-SEQ-LIVRE
            PERFORM P280-TESTA-SEQ THRU P280-EXIT
                    UNTIL WS-SEQ-LIVRE = 'S'
                       OR WS-EP-SEQ NOT LESS 999.
       P270-EXIT.
            EXIT.

       P280-TESTA-SEQ.
            ADD 1 TO WS-EP-SEQ
            MOVE WS-CD-LIVRO  TO EP-CD-LIVRO
            MOVE WS-DT-HOJE   TO EP-DT-EMPRESTIMO
            MOVE WS-EP-SEQ    TO EP-SEQUENCIA
            READ CFP001U6
                 KEY IS EP-CHAVE
                 INVALID KEY
                      MOVE 'S' TO WS-SEQ-LIVRE
            END-READ.
       P280-EXIT.
            EXIT.

       S300 SECTION.
      * >>> DEVOLUCAO: PERCORRE OS EMPRESTIMOS EM ABERTO DO LIVRO ATE
      * >>> A BIBLIOTECARIA APONTAR O DO EXEMPLAR DEVOLVIDO. O LEITOR
      * >>> NAO PRECISA ESTAR ATIVO PARA DEVOLVER
       P300-DEVOLVER.
            DISPLAY 'DIGITE O CODIGO DO LIVRO (5 DIGITOS): '
            ACCEPT WS-CD-LIVRO
            MOVE WS-CD-LIVRO TO LV-CD-LIVRO
            READ CFP001U5
                 KEY IS LV-CD-LIVRO
                 INVALID KEY
                      DISPLAY 'LIVRO NAO CADASTRADO!'
                      GO TO P300-EXIT
            END-READ
            DISPLAY 'LIVRO: ' LV-TITULO ' - ' LV-AUTOR

            MOVE 'N'         TO WS-ACHOU
            MOVE 'N'         TO WS-FIM-LISTA
            MOVE WS-CD-LIVRO TO EP-CD-LIVRO
            MOVE ZEROS       TO EP-DT-EMPRESTIMO
            MOVE ZEROS       TO EP-SEQUENCIA
            START CFP001U6 KEY IS NOT LESS EP-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P310-PROCURA-ABERTO THRU P310-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
                       OR WS-ACHOU = 'S'
            IF WS-ACHOU = 'N'
               DISPLAY 'NENHUM EMPRESTIMO EM ABERTO ESCOLHIDO PARA'
                       ' ESTE LIVRO!'
               GO TO P300-EXIT
            END-IF

            MOVE WS-EP-CHAVE TO EP-CHAVE
            READ CFP001U6
                 KEY IS EP-CHAVE
            END-READ
            IF WS-FS-EMP NOT = 00
               MOVE WS-FS-EMP                        TO WS-MSG1
               MOVE 'ERRO LEITURA DO CFP001U6'       TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE EP-LEITOR TO WS-LEITOR-CHAVE

      * >>> ATRASO EM DIAS CORRIDOS APOS A DEVOLUCAO PREVISTA
            MOVE ZEROS TO WS-DIAS-ATRASO
            MOVE ZEROS TO WS-VL-MULTA
            MOVE ZEROS TO WS-NR-SEQ
            IF EP-DT-PREVISTA < WS-DT-HOJE
               COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE (WS-DT-HOJE) -
                       FUNCTION INTEGER-OF-DATE (EP-DT-PREVISTA)
                       ON SIZE ERROR
                          MOVE 999 TO WS-DIAS-ATRASO
               END-COMPUTE
               DISPLAY 'DEVOLUCAO COM ' WS-DIAS-ATRASO
                       ' DIA(S) DE ATRASO'
            END-IF
            IF WS-DIAS-ATRASO > ZEROS
               AND LEITOR-ALUNO
               PERFORM P400-MULTA THRU P400-EXIT
               IF WS-FS-COB NOT = 00
                  DISPLAY 'DEVOLUCAO NAO REGISTRADA - REPITA A'
                          ' DEVOLUCAO!'
                  GO TO P300-EXIT
               END-IF
            END-IF

            SET EMPRESTIMO-DEVOLVIDO TO TRUE
            MOVE WS-DT-HOJE     TO EP-DT-DEVOLUCAO
            MOVE WS-DIAS-ATRASO TO EP-DIAS-ATRASO
            MOVE WS-VL-MULTA    TO EP-VL-MULTA
            IF WS-NR-SEQ > ZEROS
               MOVE WS-ANO-MES  TO EP-ANO-MES
               MOVE WS-NR-SEQ   TO EP-NR-SEQ
            END-IF
            MOVE WS-SS-OPERADOR TO EP-OPERADOR
            REWRITE REG-CFP001U6
            END-REWRITE
            IF WS-FS-EMP NOT = 00
               MOVE WS-FS-EMP                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U6'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            IF LV-QT-EMPRESTADOS > ZEROS
               SUBTRACT 1 FROM LV-QT-EMPRESTADOS
            END-IF
            MOVE WS-SS-OPERADOR TO LV-OPERADOR
            REWRITE REG-CFP001U5
            END-REWRITE
            IF WS-FS-LIV NOT = 00
               MOVE WS-FS-LIV                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U5'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-DEVOLUCOES
            DISPLAY 'DEVOLUCAO REGISTRADA!'.
       P300-EXIT.
            EXIT.

       P310-PROCURA-ABERTO.
            READ CFP001U6 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P310-EXIT
            END-READ
            IF EP-CD-LIVRO NOT = WS-CD-LIVRO
               MOVE 'S' TO WS-FIM-LISTA
               GO TO P310-EXIT
            END-IF
            IF NOT EMPRESTIMO-ABERTO
               GO TO P310-EXIT
            END-IF
            DISPLAY 'RETIRADO EM ' EP-DT-EMPRESTIMO
                    ' POR ' EP-TP-LEITOR '-' EP-ID-LEITOR
                    ' PREVISTO ' EP-DT-PREVISTA
            DISPLAY 'E ESTE O EXEMPLAR DEVOLVIDO, (S)SIM (N)NAO'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S'
               MOVE EP-CHAVE TO WS-EP-CHAVE
               MOVE 'S'      TO WS-ACHOU
            END-IF.
       P310-EXIT.
            EXIT.

       S400 SECTION.
      * >>> MULTA DE ATRASO DO ALUNO COMO COBRANCA AVULSA TIPO BI,
      * >>> COMO NO CADCOBAV. ISENTA, A DEVOLUCAO SEGUE SEM COBRANCA
       P400-MULTA.
            MOVE ZEROS TO WS-FS-COB
            COMPUTE WS-VL-MULTA = WS-DIAS-ATRASO * WS-MULTA-DIA
                    ON SIZE ERROR
                       MOVE 99999,99 TO WS-VL-MULTA
            END-COMPUTE
            DISPLAY 'MULTA: ' WS-DIAS-ATRASO ' DIA(S) X '
                    WS-MULTA-DIA ' = ' WS-VL-MULTA
            DISPLAY 'LANCA A MULTA NA COBRANCA DO ALUNO, (S)SIM'
                    ' (N)NAO - ISENTAR'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'MULTA ISENTA'
               MOVE ZEROS TO WS-VL-MULTA
               GO TO P400-EXIT
            END-IF

            DISPLAY 'DIGITE O VENCIMENTO (AAAAMMDD), ZERO PARA HOJE: '
            ACCEPT WS-DT-VENCIMENTO
            PERFORM UNTIL WS-DT-VENCIMENTO IS NUMERIC
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-DT-VENCIMENTO
            END-PERFORM
            IF WS-DT-VENCIMENTO = ZEROS
               MOVE WS-DT-HOJE TO WS-DT-VENCIMENTO
            END-IF

            PERFORM P410-PROCURA-SEQ THRU P410-EXIT
            IF WS-SEQ-LIVRE NOT = 'S'
               DISPLAY 'SEM SEQUENCIA LIVRE NA COMPETENCIA (01-99)!'
               MOVE 22 TO WS-FS-COB
               GO TO P400-EXIT
            END-IF
            PERFORM P430-COBRANCA THRU P430-EXIT
            IF WS-FS-COB NOT = 00
               GO TO P400-EXIT
            END-IF
            PERFORM P450-APLICA-CREDITO THRU P450-EXIT
            ADD 1           TO WS-R-MULTAS
            ADD WS-VL-MULTA TO WS-VL-MULTAS.
       P400-EXIT.
            EXIT.

      * >>> PRIMEIRA SEQUENCIA LIVRE DO ALUNO NA COMPETENCIA, A
      * >>> PARTIR DE 01 (00 E RESERVADA A MENSALIDADE DA GERACAO)
       P410-PROCURA-SEQ.
            MOVE ZEROS TO WS-NR-SEQ
            MOVE 'N'   TO WS-SEQ-LIVRE
            PERFORM P420-TESTA-SEQ THRU P420-EXIT
                    UNTIL WS-SEQ-LIVRE = 'S'
                       OR WS-NR-SEQ NOT LESS 99
            IF WS-SEQ-LIVRE NOT = 'S'
               MOVE ZEROS TO WS-NR-SEQ
            END-IF.
       P410-EXIT.
            EXIT.

       P420-TESTA-SEQ.
            ADD 1 TO WS-NR-SEQ
            MOVE WS-ID-LEITOR TO CB-ID-ALUNO
            MOVE WS-ANO-MES   TO CB-ANO-MES
            MOVE WS-NR-SEQ    TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      MOVE 'S' TO WS-SEQ-LIVRE
            END-READ.
       P420-EXIT.
            EXIT.

       P430-COBRANCA.
            MOVE WS-ID-LEITOR     TO CB-ID-ALUNO
            MOVE WS-ANO-MES       TO CB-ANO-MES
            MOVE WS-NR-SEQ        TO CB-NR-SEQ
            MOVE ZEROS            TO CB-NR-PLANO
            MOVE WS-DT-VENCIMENTO TO CB-DT-VENCIMENTO
            MOVE WS-VL-MULTA      TO CB-VALOR-BRUTO
            MOVE ZEROS            TO CB-VALOR-DESCONTO
            MOVE WS-VL-MULTA      TO CB-VALOR-LIQUIDO
            MOVE ZEROS            TO CB-VALOR-PAGO
            MOVE ZEROS            TO CB-DT-PAGAMENTO
            SET COBRANCA-ABERTA   TO TRUE
            SET TIPO-BIBLIOTECA   TO TRUE
            SET SEM-AJUSTE        TO TRUE
            MOVE ZEROS            TO CB-VALOR-AJUSTE
            MOVE ZEROS            TO CB-DIAS-COBRADOS
            MOVE ZEROS            TO CB-DIAS-MES
            MOVE ZEROS            TO CB-NOSSO-NUMERO
            MOVE SPACES           TO CB-TXID
            WRITE REG-CFP001SF
                  INVALID KEY
                       DISPLAY 'SEQUENCIA OCUPADA POR OUTRO POSTO -'
                               ' MULTA NAO LANCADA!'
                  NOT INVALID KEY
                       DISPLAY 'MULTA LANCADA - COMPETENCIA '
                               WS-ANO-MES ' SEQUENCIA ' WS-NR-SEQ
            END-WRITE
            IF WS-FS-COB NOT = 00 AND 22
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SF'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P430-EXIT.
            EXIT.

      * >>> A MULTA RECEM-LANCADA CONSOME O SALDO DE CREDITO DA
      * >>> FAMILIA (CREDFAMI), COMO NO CADCOBAV
       P450-APLICA-CREDITO.
            MOVE WS-DT-HOJE TO WS-FC-DT-MOVIMENTO
            CALL 'VERFECHA' USING WS-FECHA-AREA
            IF WS-FC-FECHADA = 'S'
               GO TO P450-EXIT
            END-IF

            MOVE 'U'              TO WS-CF-FUNCAO
            MOVE CB-ID-ALUNO      TO WS-CF-ID-ALUNO
            MOVE ZEROS            TO WS-CF-ID-CONTATO
            MOVE CB-ANO-MES       TO WS-CF-ANO-MES
            MOVE CB-NR-SEQ        TO WS-CF-NR-SEQ
            MOVE ZEROS            TO WS-CF-PD-SEQ
            MOVE WS-DT-HOJE       TO WS-CF-DT-MOVIMENTO
            MOVE SPACES           TO WS-CF-ORIGEM
            MOVE CB-VALOR-LIQUIDO TO WS-CF-VALOR
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            IF WS-CF-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO CREDFAMI: ' WS-CF-MENSAGEM
            END-IF
            IF WS-CF-VL-USADO = ZEROS
               GO TO P450-EXIT
            END-IF

            MOVE CB-ID-ALUNO     TO PD-ID-ALUNO
            MOVE CB-ANO-MES      TO PD-ANO-MES
            MOVE CB-NR-SEQ       TO PD-NR-SEQ
            MOVE 1               TO PD-SEQUENCIA
            MOVE WS-DT-HOJE      TO PD-DT-PAGAMENTO
            MOVE WS-CF-VL-USADO  TO PD-VALOR-PAGO
            SET PAGTO-CREDITO    TO TRUE
            MOVE WS-SS-OPERADOR  TO PD-OPERADOR
            SET FORMA-SALDO      TO TRUE
            MOVE ZEROS           TO PD-CARTEIRA
            WRITE REG-CFP001SM
                  INVALID KEY
                       DISPLAY 'DETALHE DO CREDITO NAO GRAVADO!'
            END-WRITE
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SM'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE WS-ID-LEITOR    TO CB-ID-ALUNO
            MOVE WS-ANO-MES      TO CB-ANO-MES
            MOVE WS-NR-SEQ       TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
            END-READ
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO LEITURA DO CFP001SF'       TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD WS-CF-VL-USADO TO CB-VALOR-PAGO
            MOVE WS-DT-HOJE    TO CB-DT-PAGAMENTO
            IF CB-VALOR-PAGO NOT LESS CB-VALOR-LIQUIDO
               SET COBRANCA-PAGA TO TRUE
            END-IF
            REWRITE REG-CFP001SF
            END-REWRITE
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001SF'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'CREDITO DA FAMILIA APLICADO: ' WS-CF-VL-USADO
                    ' - SALDO RESTANTE: ' WS-CF-VL-SALDO
            IF COBRANCA-PAGA
               DISPLAY 'MULTA QUITADA PELO CREDITO!'
            END-IF.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001U5
            CLOSE CFP001U6
            CLOSE CFP001S1
            CLOSE CFP001SA
            IF WS-SEM-FERIADOS = 'N'
               CLOSE CFP001SS
            END-IF
            CLOSE CFP001SF
            CLOSE CFP001SM
            IF WS-FS-COB NOT = 00 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001SF'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA EMPLIVRO'
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
            MOVE 'EMPLIVRO' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA EMPLIVRO FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' EMPRESTIMOS.........: ' WS-R-EMPRESTIMOS
            DISPLAY ' DEVOLUCOES..........: ' WS-R-DEVOLUCOES
            DISPLAY ' MULTAS LANCADAS.....: ' WS-R-MULTAS
            DISPLAY ' VALOR DAS MULTAS....: ' WS-VL-MULTAS
            DISPLAY '--------------------------------------'
            MOVE 'EMPLIVRO' TO WS-LG-PROGRAMA
            MOVE 'EMPREST LIVROS ' TO WS-LG-CONTADOR
            MOVE WS-R-EMPRESTIMOS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM EMPLIVRO.
