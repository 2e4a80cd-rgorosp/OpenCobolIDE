      *         JORNALADA (JORNMAST, IMAGENS ANTES/DEPOIS), COMO OS
      *         DEMAIS REGRAVADORES DO MESTRE: TRANSFERENCIA NAO SE
      *         PERDE MAIS NUM ROLL-FORWARD DO RECFORW
      * Update: 15-10-26 - A TRANSFERENCIA AJUSTA A MENSALIDADE DO MES
      *         PELOS DIAS LETIVOS ATE A DATA (PRORATA), COM O PAGO A
      *         MAIS VIRANDO CREDITO DA FAMILIA
      * Update: 15-10-26 - ALUNO COM ANUIDADE ANTECIPADA (ANUIDADE.DAT)
      *         NO ANO DA TRANSFERENCIA: MOSTRA O VALOR PAGO DOS MESES
      *         SEGUINTES AO DA SAIDA, NAO USADO, PARA O FINANCEIRO
      * Update: 15-10-26 - ALUNO COM LIVRO DA BIBLIOTECA NAO DEVOLVIDO
      *         (EMPRESTI.DAT): LISTA OS LIVROS EM MAOS E SO TRANSFERE
      *         COM NOVA CONFIRMACAO DO SUPERVISOR
      * Update: 15-10-26 - TRANSFERENCIA RECUSADA PARA ALUNO COM
      *         DOCUMENTO EXIGIDO PELO NIVEL DA TURMA AINDA NAO
      *         ENTREGUE NA PASTA (VERDOCAL), COM A LISTA DOS FALTANTES
      * Update: 15-10-26 - CPF DO ALUNO NA GUIA DE TRANSFERENCIA
      *         IMPRESSO PELO MASCCPF, CONFORME O NIVEL DO OPERADOR
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFAL.
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FQ-CHAVE
                  FILE STATUS  IS WS-FS-FRQ.
           SELECT CFP001T9 ASSIGN TO "C:/ARQUIVOS/ANUIDADE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS AN-CHAVE
                  FILE STATUS  IS WS-FS-ANU.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB.
           SELECT CFP001U6 ASSIGN TO "C:/ARQUIVOS/EMPRESTI.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EP-CHAVE
                  ALTERNATE RECORD KEY IS EP-LEITOR WITH DUPLICATES
                  FILE STATUS  IS WS-FS-EMP.
           SELECT REL-GUIA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
           COPY REGNOTA.
       FD  CFP001S6.
           COPY REGFREQ.
       FD  CFP001T9.
           COPY REGANUID.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001U6.
           COPY REGEMPRE.
       FD  REL-GUIA.
       01  REL-LINHA             PIC X(100).
       WORKING-STORAGE SECTION.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-PRESENTE     PIC 9(05) VALUE ZEROS.
           03 WS-QT-FALTA        PIC 9(05) VALUE ZEROS.
           03 WS-FS-ANU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-ANUIDADES   PIC X(01) VALUE 'N'.
           03 WS-QT-NAO-USADOS   PIC 9(02) VALUE ZEROS.
           03 WS-VL-NAO-USADO    PIC 9(07)V99 VALUE ZEROS.
           03 WS-FS-EMP          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-EMPRESTIMOS PIC X(01) VALUE 'N'.
           03 WS-FIM-EMP         PIC X(01) VALUE 'N'.
           03 WS-QT-LIVROS       PIC 9(03) VALUE ZEROS.

      * >>> ALUNO NO FORMATO DA CHAVE DO LEITOR DO EMPRESTI.DAT
       01  WS-LEITOR-ALUNO.
           03 FILLER             PIC X(01) VALUE 'A'.
           03 WS-LA-ID-ALUNO     PIC 9(05) VALUE ZEROS.

      * >>> COMPETENCIA DOS MESES DA ANUIDADE APOS A SAIDA
       01  WS-ANO-MES            PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES WS-ANO-MES.
           03 WS-AM-ANO          PIC 9(04).
           03 WS-AM-MES          PIC 9(02).
       77  WS-MES-SAIDA          PIC 9(02) VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.
       77  WS-CURRENT-DATE       PIC X(21) VALUE SPACES.

      * AREA DE COMUNICACAO COM O PRO-RATA DA MENSALIDADE (PRORATA)
       01  WS-PRORATA-AREA.
           03 WS-PR-FUNCAO        PIC X(01) VALUE SPACES.
           03 WS-PR-ID-ALUNO      PIC 9(05) VALUE ZEROS.
           03 WS-PR-ANO-MES       PIC 9(06) VALUE ZEROS.
           03 WS-PR-DT-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-PR-VALOR         PIC 9(05)V99 VALUE ZEROS.
           03 WS-PR-VL-AJUSTE     PIC 9(05)V99 VALUE ZEROS.
           03 WS-PR-VL-LIQUIDO    PIC 9(05)V99 VALUE ZEROS.
           03 WS-PR-VL-CREDITO    PIC 9(07)V99 VALUE ZEROS.
           03 WS-PR-DIAS-COBRADOS PIC 9(03) VALUE ZEROS.
           03 WS-PR-DIAS-MES      PIC 9(03) VALUE ZEROS.
           03 WS-PR-MENSAGEM      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR (SESSOPER)
       01  WS-SESSAO-AREA.
           03 WS-SS-UNIDADE      PIC X(03) VALUE SPACES.
           03 WS-SS-LOGADO       PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM A CONFERENCIA DA PASTA (VERDOCAL)
       01  WS-DOCAL-AREA.
           03 WS-VD-ID-ALUNO     PIC 9(05) VALUE ZEROS.
           03 WS-VD-TURMA        PIC X(05) VALUE SPACES.
           03 WS-VD-NIVEL        PIC X(02) VALUE SPACES.
           03 WS-VD-SITUACAO     PIC X(01) VALUE SPACES.
           03 WS-VD-QT-EXIGIDOS  PIC 9(02) VALUE ZEROS.
           03 WS-VD-QT-PENDENTES PIC 9(02) VALUE ZEROS.
           03 WS-VD-PENDENTES    OCCURS 10 TIMES.
              05 WS-VD-PD-CODIGO    PIC X(02).
              05 WS-VD-PD-DESCRICAO PIC X(30).
           03 WS-VD-MENSAGEM     PIC X(40) VALUE SPACES.
       77  WS-PX                  PIC 9(02) COMP VALUE ZEROS.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 WS-JR-DEPOIS        PIC X(135) VALUE SPACES.
           03 WS-JR-MENSAGEM      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM A MASCARA DE CPF (MASCCPF)
       01  WS-MC-AREA.
           03 WS-MC-SUBSISTEMA   PIC X(01) VALUE SPACES.
           03 WS-MC-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-MC-CPF-EDITADO  PIC X(14) VALUE SPACES.
           03 WS-MC-CPF-NUMERICO PIC 9(11) VALUE ZEROS.
           03 WS-MC-COMPLETO     PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM P020-AUTORIZA THRU P020-EXIT
            PERFORM P050-ABRIR
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'TRANSFAL' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATRICUL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATRICUL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S5 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'NOTAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-NOTAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S3 TO WS-LY-TAMANHO
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

      * >>> TRANSFERENCIA E OPERACAO DE SUPERVISOR DE ALUNOS
       S020 SECTION.
       P020-AUTORIZA.
            OPEN INPUT CFP001S6
            IF WS-FS-FRQ NOT = 00
               MOVE 'S' TO WS-SEM-FREQ
            END-IF

            OPEN INPUT CFP001T9
            IF WS-FS-ANU NOT = 00
               MOVE 'S' TO WS-SEM-ANUIDADES
            ELSE
               OPEN INPUT CFP001SF
               IF WS-FS-COB NOT = 00
                  CLOSE CFP001T9
                  MOVE 'S' TO WS-SEM-ANUIDADES
               END-IF
            END-IF

      * >>> SEM BIBLIOTECA EM USO, NAO HA LIVROS A CONFERIR
            OPEN INPUT CFP001U6
            IF WS-FS-EMP NOT = 00
               MOVE 'S' TO WS-SEM-EMPRESTIMOS
            END-IF.
       P050-EXIT.
            EXIT.
               GO TO P100-EXIT
            END-IF

            PERFORM P170-DOCUMENTOS THRU P170-EXIT
            IF WS-VD-SITUACAO = 'P'
               DISPLAY 'ALUNO COM ' WS-VD-QT-PENDENTES ' DOCUMENTO(S)'
                       ' PENDENTE(S) NA PASTA - TRANSFERENCIA SO APOS'
                       ' A ENTREGA!'
               GO TO P100-EXIT
            END-IF

            PERFORM P150-BIBLIOTECA THRU P150-EXIT
            IF WS-QT-LIVROS > ZEROS
               DISPLAY 'ATENCAO: ALUNO COM ' WS-QT-LIVROS
                       ' LIVRO(S) DA BIBLIOTECA NAO DEVOLVIDO(S)!'
               DISPLAY 'TRANSFERIR MESMO ASSIM, (S)SIM (N)NAO?'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S'
                  DISPLAY 'TRANSFERENCIA ABANDONADA - REGULARIZE A'
                          ' BIBLIOTECA'
                  GO TO P100-EXIT
               END-IF
            END-IF

            DISPLAY 'CONFIRMA A TRANSFERENCIA DO ALUNO ' NM-ALUNO
                    ', (S)SIM (N)NAO?'
            ACCEPT WS-CONFIRMA
               DISPLAY 'AVISO JORNMAST: ' WS-JR-MENSAGEM
            END-IF
            ADD 1 TO WS-R-TRANSF
            PERFORM P500-AJUSTA-MENSALIDADE THRU P500-EXIT
            PERFORM P550-ANUIDADE THRU P550-EXIT
            DISPLAY 'ALUNO MARCADO COMO TRANSFERIDO - GUIA EM '
                    WS-ARQ-SAIDA.
       P100-EXIT.
            EXIT.

       S150 SECTION.
      * >>> LIVROS DA BIBLIOTECA AINDA EM MAOS DO ALUNO, PELA CHAVE
      * >>> DO LEITOR NO EMPRESTI.DAT (CFP001U6, DO EMPLIVRO)
       P150-BIBLIOTECA.
            MOVE ZEROS TO WS-QT-LIVROS
            IF WS-SEM-EMPRESTIMOS = 'S'
               GO TO P150-EXIT
            END-IF
            MOVE WS-ID-PEDIDO    TO WS-LA-ID-ALUNO
            MOVE WS-LEITOR-ALUNO TO EP-LEITOR
            MOVE 'N'             TO WS-FIM-EMP
            START CFP001U6 KEY IS = EP-LEITOR
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-EMP
            END-START
            PERFORM P160-LER-EMPRESTIMO THRU P160-EXIT
                    UNTIL WS-FIM-EMP = 'S'.
       P150-EXIT.
            EXIT.

       P160-LER-EMPRESTIMO.
            READ CFP001U6 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-EMP
                      GO TO P160-EXIT
            END-READ
            IF EP-LEITOR NOT = WS-LEITOR-ALUNO
               MOVE 'S' TO WS-FIM-EMP
               GO TO P160-EXIT
            END-IF
            IF EMPRESTIMO-ABERTO
               ADD 1 TO WS-QT-LIVROS
               DISPLAY ' LIVRO ' EP-CD-LIVRO ' RETIRADO EM '
                       EP-DT-EMPRESTIMO ' DEVOLUCAO PREVISTA '
                       EP-DT-PREVISTA
            END-IF.
       P160-EXIT.
            EXIT.

      * >>> DOCUMENTOS EXIGIDOS PELO NIVEL DA TURMA AINDA NAO ENTREGUES
      * >>> NA PASTA DO ALUNO (DOCALUNO.DAT, DO CADDOCAL)
       P170-DOCUMENTOS.
            MOVE ID-ALUNO TO WS-VD-ID-ALUNO
            MOVE TU-ALUNO TO WS-VD-TURMA
            CALL 'VERDOCAL' USING WS-DOCAL-AREA
            IF WS-VD-SITUACAO NOT = 'P'
               GO TO P170-EXIT
            END-IF
            PERFORM VARYING WS-PX FROM 1 BY 1
                    UNTIL WS-PX > WS-VD-QT-PENDENTES
                       OR WS-PX > 10
               DISPLAY ' DOCUMENTO ' WS-VD-PD-CODIGO(WS-PX) ' '
                       WS-VD-PD-DESCRICAO(WS-PX) ' NAO ENTREGUE'
            END-PERFORM.
       P170-EXIT.
            EXIT.

      * >>> GUIA: IDENTIFICACAO, TURMA, NOTAS PARCIAIS E FREQUENCIA
       S200 SECTION.
       P200-GERA-GUIA.
            STRING 'ALUNO......: ' ID-ALUNO ' ' NM-ALUNO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P350-ESCREVER THRU P350-EXIT
            MOVE 'A'       TO WS-MC-SUBSISTEMA
            MOVE CPF-ALUNO TO WS-MC-CPF
            CALL 'MASCCPF' USING WS-MC-AREA
            MOVE SPACES TO REL-LINHA
            STRING 'NASCIMENTO.: ' DT-NASCIMENTO
                   ' CPF ' WS-MC-CPF-EDITADO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P350-ESCREVER THRU P350-EXIT
            MOVE SPACES TO REL-LINHA
       P420-EXIT.
            EXIT.

       S500 SECTION.
      * >>> TRANSFERENCIA NO MES: A MENSALIDADE DO MES PASSA A
      * >>> COBRAR SO OS DIAS LETIVOS ATE HOJE; O QUE JA FOI PAGO ALEM
      * >>> DISSO VIRA CREDITO DA FAMILIA (PRORATA/CREDFAMI)
       P500-AJUSTA-MENSALIDADE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE 'T'                   TO WS-PR-FUNCAO
            MOVE ID-ALUNO              TO WS-PR-ID-ALUNO
            MOVE WS-CURRENT-DATE(1:8)  TO WS-PR-DT-MOVIMENTO
            CALL 'PRORATA' USING WS-PRORATA-AREA
            IF WS-PR-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO PRORATA: ' WS-PR-MENSAGEM
            END-IF
            IF WS-PR-VL-AJUSTE > ZEROS
               DISPLAY 'MENSALIDADE AJUSTADA - DIAS COBRADOS '
                       WS-PR-DIAS-COBRADOS '/' WS-PR-DIAS-MES
               DISPLAY 'NOVO LIQUIDO ' WS-PR-VL-LIQUIDO
                       ' CREDITO GERADO ' WS-PR-VL-CREDITO
            END-IF.
       P500-EXIT.
            EXIT.

      * >>> ANUIDADE ANTECIPADA NO ANO DA SAIDA: O QUE FOI PAGO PELOS
      * >>> MESES SEGUINTES AO DA TRANSFERENCIA NAO FOI USADO (O MES DA
      * >>> SAIDA JA FOI ACERTADO PELO PRORATA ACIMA)
       P550-ANUIDADE.
            IF WS-SEM-ANUIDADES = 'S'
               GO TO P550-EXIT
            END-IF
            MOVE ID-ALUNO                  TO AN-ID-ALUNO
            MOVE WS-CURRENT-DATE(1:4)      TO AN-ANO
            READ CFP001T9
                 KEY IS AN-CHAVE
                 INVALID KEY
                      GO TO P550-EXIT
            END-READ
            MOVE WS-CURRENT-DATE(5:2) TO WS-MES-SAIDA
            MOVE ZEROS TO WS-QT-NAO-USADOS
            MOVE ZEROS TO WS-VL-NAO-USADO
            MOVE AN-ANO TO WS-AM-ANO
            PERFORM P560-MES-NAO-USADO THRU P560-EXIT
                    VARYING WS-AM-MES FROM WS-MES-SAIDA BY 1
                    UNTIL WS-AM-MES > 12
            DISPLAY '--------------------------------------'
            DISPLAY ' ANUIDADE ANTECIPADA ' AN-ANO
                    ' - RECIBO ' AN-NR-RECIBO
            DISPLAY '   PAGO NA ANUIDADE....: ' AN-VL-PAGO
            DISPLAY '   MESES NAO USADOS....: ' WS-QT-NAO-USADOS
            DISPLAY '   VALOR NAO USADO.....: ' WS-VL-NAO-USADO
            DISPLAY '--------------------------------------'.
       P550-EXIT.
            EXIT.

       P560-MES-NAO-USADO.
            IF WS-AM-MES = WS-MES-SAIDA
               OR WS-AM-MES < AN-MES-INICIAL
               GO TO P560-EXIT
            END-IF
            MOVE ID-ALUNO   TO CB-ID-ALUNO
            MOVE WS-ANO-MES TO CB-ANO-MES
            MOVE ZEROS      TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      GO TO P560-EXIT
            END-READ
            IF AJUSTE-ANUIDADE
               ADD 1             TO WS-QT-NAO-USADOS
               ADD CB-VALOR-PAGO TO WS-VL-NAO-USADO
            END-IF.
       P560-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S1
            IF WS-SEM-FREQ = 'N'
               CLOSE CFP001S6
            END-IF
            IF WS-SEM-ANUIDADES = 'N'
               CLOSE CFP001T9
               CLOSE CFP001SF
            END-IF
            IF WS-SEM-EMPRESTIMOS = 'N'
               CLOSE CFP001U6
            END-IF
            IF WS-FS-ALU NOT = 00 THEN
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001S1'    TO WS-MSG2
