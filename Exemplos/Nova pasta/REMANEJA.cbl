      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: REMANEJAMENTO DE ALUNO NO MEIO DO ANO - TROCA DE
      *          TURMA (E DE UNIDADE, QUANDO A NOVA TURMA E DE OUTRA)
      *          SEM PERDER O QUE O ALUNO JA CURSOU. PARA CADA
      *          MATRICULA ATIVA EM TERMO NAO FECHADO (CFP001S5 X
      *          CALENDAR.DAT) PROCURA NA MATRIZ DA NOVA TURMA
      *          (CFP001S8) A OFERTA CORRESPONDENTE NO MESMO ANO/TERMO
      *          (MESMA MATERIA OU MESMO NOME DE MATERIA, NA UNIDADE DA
      *          NOVA TURMA) E MOSTRA O PLANO ANTES DE EFETIVAR:
      *            MANTIDA  - A OFERTA JA SERVE A NOVA TURMA
      *            MOVIDA   - MATRICULA, NOTAS PARCIAIS (CFP001S3) E
      *                       FREQUENCIA (CFP001S6) VAO PARA A OFERTA
      *                       DA NOVA TURMA; A VAGA E DEVOLVIDA NA
      *                       ORIGEM E CONSUMIDA NO DESTINO
      *                       (QT-OCUPADAS) E A DEPENDENCIA EM CURSO
      *                       NA OFERTA ACOMPANHA A MATRICULA
      *            SEM OFERTA / JA MATRICULADO - A MATRICULA DE
      *                       ORIGEM E CANCELADA E A VAGA DEVOLVIDA
      *            LOTADA   - DESTINO SEM VAGA: O REMANEJAMENTO E
      *                       RECUSADO ATE A SECRETARIA ABRIR A VAGA
      *          O ALUNO PASSA A NOVA TURMA/UNIDADE (JORNALADO NO
      *          JORNMAST) E, QUANDO A MENSALIDADE DA NOVA TURMA
      *          (CFP001SE) DIFERE DA ANTIGA, AS MENSALIDADES DO MES EM
      *          DIANTE AINDA EM ABERTO, SEM PAGAMENTO, SEM AJUSTE E
      *          SEM BOLETO/PIX EMITIDO SAO RECALCULADAS COM O NOVO
      *          VALOR (DESCONTO NA MESMA PROPORCAO); AS JA EMITIDAS OU
      *          PAGAS FICAM COMO ESTAO. OPERACAO DE SUPERVISOR DE
      *          ALUNOS; O TERMO DE REMANEJAMENTO SAI COM TIMESTAMP E
      *          E REGISTRADO NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMANEJA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SD ASSIGN TO "C:/ARQUIVOS/TURMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TM-CODIGO
                  FILE STATUS  IS WS-FS-TUR.
           SELECT CFP001S8 ASSIGN TO "C:/ARQUIVOS/CURRICUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CU-CHAVE
                  FILE STATUS  IS WS-FS-CUR.
           SELECT CFP001S5 ASSIGN TO "C:/ARQUIVOS/MATRICUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MT-CHAVE
                  FILE STATUS  IS WS-FS-MTR
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S3 ASSIGN TO "C:/ARQUIVOS/NOTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NT-CHAVE
                  ALTERNATE RECORD KEY IS NT-CHAVE-MATERIA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-NOT
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S6 ASSIGN TO "C:/ARQUIVOS/FREQUENC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FQ-CHAVE
                  FILE STATUS  IS WS-FS-FRQ
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SC ASSIGN TO "C:/ARQUIVOS/CALENDAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CL-CHAVE
                  FILE STATUS  IS WS-FS-CAL.
           SELECT CFP001V1 ASSIGN TO "C:/ARQUIVOS/DEPENDEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DP-CHAVE
                  FILE STATUS  IS WS-FS-DEP
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SE ASSIGN TO "C:/ARQUIVOS/MENSALID.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ME-CHAVE
                  FILE STATUS  IS WS-FS-MEN.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB
                  LOCK MODE    IS AUTOMATIC.
           SELECT REL-REMAN ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SD.
           COPY REGTURMA.
       FD  CFP001S8.
           COPY REGCURRI.
       FD  CFP001S5.
           COPY REGMATRI.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001S3.
           COPY REGNOTA.
       FD  CFP001S6.
           COPY REGFREQ.
       FD  CFP001SC.
           COPY REGCALEN.
       FD  CFP001V1.
           COPY REGDEPEN.
       FD  CFP001SE.
           COPY REGMENSA.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  REL-REMAN.
       01  REL-LINHA             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MTR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-FRQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DEP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MEN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.
           03 WS-FIM-SCAN        PIC X(01) VALUE 'N'.
           03 WS-FIM-CUR         PIC X(01) VALUE 'N'.
           03 WS-SEM-NOTAS       PIC X(01) VALUE 'N'.
           03 WS-SEM-FREQ        PIC X(01) VALUE 'N'.
           03 WS-SEM-CALENDARIO  PIC X(01) VALUE 'N'.
           03 WS-SEM-DEPENDENCIA PIC X(01) VALUE 'N'.
           03 WS-SEM-MENSALID    PIC X(01) VALUE 'N'.
           03 WS-SEM-COBRANCAS   PIC X(01) VALUE 'N'.
           03 WS-QT-LOTADAS      PIC 9(02) VALUE ZEROS.
           03 WS-R-REMANEJ       PIC 9(02) VALUE ZEROS.
           03 WS-R-MOVIDAS       PIC 9(03) VALUE ZEROS.
           03 WS-R-CANCELADAS    PIC 9(03) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.

      * >>> TURMA/UNIDADE DE ORIGEM E DE DESTINO
       01  WS-REMANEJAMENTO.
           03 WS-TURMA-ANT       PIC X(05) VALUE SPACES.
           03 WS-UNIDADE-ANT     PIC X(03) VALUE SPACES.
           03 WS-NOVA-TURMA      PIC X(05) VALUE SPACES.
           03 WS-NOVA-UNIDADE    PIC X(03) VALUE SPACES.
           03 WS-NOVA-DESCRICAO  PIC X(20) VALUE SPACES.

      * >>> PLANO DO REMANEJAMENTO: UMA LINHA POR MATRICULA ATIVA
       01  WS-PLANO-AREA.
           03 WS-QTD-PLANO       PIC 9(02) VALUE ZEROS.
           03 WS-PLANO           OCCURS 30 TIMES.
              05 WS-PL-ORIGEM.
                 07 WS-PL-OR-ID     PIC 999.
                 07 WS-PL-OR-AN     PIC 9(04).
                 07 WS-PL-OR-TR     PIC 9(01).
              05 WS-PL-NOME         PIC X(20).
              05 WS-PL-UNIDADE      PIC X(03).
              05 WS-PL-DESTINO.
                 07 WS-PL-DE-ID     PIC 999.
                 07 WS-PL-DE-AN     PIC 9(04).
                 07 WS-PL-DE-TR     PIC 9(01).
              05 WS-PL-SITUACAO     PIC X(01).
                 88 PLANO-MANTIDA      VALUE 'M'.
                 88 PLANO-MOVIDA       VALUE 'V'.
                 88 PLANO-SEM-OFERTA   VALUE 'S'.
                 88 PLANO-JA-MATRIC    VALUE 'J'.
                 88 PLANO-LOTADA       VALUE 'L'.
              05 WS-PL-NOTA         PIC X(01).
              05 WS-PL-MEDIA        PIC 9(02)V99.
              05 WS-PL-QT-PRES      PIC 9(03).
              05 WS-PL-QT-FALT      PIC 9(03).
       77  WS-IX                  PIC 9(02) COMP VALUE ZEROS.
       77  WS-ACHOU-DESTINO       PIC X(01) VALUE 'N'.
       77  WS-NOTA-SALVA          PIC X(42) VALUE SPACES.
       77  WS-FREQ-SALVA          PIC X(22) VALUE SPACES.
       77  WS-SIT-TEXTO           PIC X(16) VALUE SPACES.

      * >>> MENSALIDADE DA TURMA ANTIGA E DA NOVA NO ANO CORRENTE
       01  WS-MENSALIDADE.
           03 WS-VL-ANTERIOR     PIC 9(05)V99 VALUE ZEROS.
           03 WS-VL-NOVA         PIC 9(05)V99 VALUE ZEROS.
           03 WS-QT-RECALC       PIC 9(02) VALUE ZEROS.
           03 WS-QT-MANTIDAS     PIC 9(02) VALUE ZEROS.
           03 WS-ME-OBSERVACAO   PIC X(45) VALUE SPACES.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.
       01  WS-HOJE               PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-HOJE.
           03 WS-HOJE-ANO-MES    PIC 9(06).
           03 WS-HOJE-DIA        PIC 9(02).

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

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-MENSAGEM        PIC X(40) VALUE SPACES.
      *

      * AREA DE COMUNICACAO COM A SUBROTINA DE JORNAL DOS MESTRES
       01  WS-JORNAL-AREA.
           03 WS-JR-ARQUIVO       PIC X(08) VALUE SPACES.
           03 WS-JR-OPERACAO      PIC X(01) VALUE SPACES.
           03 WS-JR-ANTES         PIC X(135) VALUE SPACES.
           03 WS-JR-DEPOIS        PIC X(135) VALUE SPACES.
           03 WS-JR-MENSAGEM      PIC X(40) VALUE SPACES.

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
            PERFORM P020-AUTORIZA THRU P020-EXIT
            PERFORM P050-ABRIR
            PERFORM P100-REMANEJAR THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'REMANEJA' TO WS-LY-PROGRAMA
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

      * >>> REMANEJAMENTO E OPERACAO DE SUPERVISOR DE ALUNOS
       S020 SECTION.
       P020-AUTORIZA.
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            IF WS-SS-LOGADO NOT = 'S'
               OR WS-SS-NV-ALUNOS < '3'
               DISPLAY 'REMANEJAMENTO EXIGE SUPERVISOR DE ALUNOS!'
               GOBACK
            END-IF.
       P020-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE WS-DATA-GERACAO(1:8)  TO WS-HOJE
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/REMANEJ_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN I-O CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SD
            IF WS-FS-TUR NOT = 00
               MOVE WS-FS-TUR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SD' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S8
            IF WS-FS-CUR NOT = 00
               MOVE WS-FS-CUR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S8' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001S5
            IF WS-FS-MTR NOT = 00
               MOVE WS-FS-MTR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM NOTAS/FREQUENCIA LANCADAS, NAO HA O QUE CARREGAR
            OPEN I-O CFP001S3
            IF WS-FS-NOT NOT = 00
               MOVE 'S' TO WS-SEM-NOTAS
            END-IF

            OPEN I-O CFP001S6
            IF WS-FS-FRQ NOT = 00
               MOVE 'S' TO WS-SEM-FREQ
            END-IF

      * >>> SEM CALENDARIO, TODA MATRICULA ATIVA ENTRA NO PLANO
            OPEN INPUT CFP001SC
            IF WS-FS-CAL NOT = 00
               MOVE 'S' TO WS-SEM-CALENDARIO
            END-IF

            OPEN I-O CFP001V1
            IF WS-FS-DEP NOT = 00
               MOVE 'S' TO WS-SEM-DEPENDENCIA
            END-IF

            OPEN INPUT CFP001SE
            IF WS-FS-MEN NOT = 00
               MOVE 'S' TO WS-SEM-MENSALID
            END-IF

            OPEN I-O CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE 'S' TO WS-SEM-COBRANCAS
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-REMANEJAR.
            DISPLAY 'DIGITE O ID DO ALUNO A REMANEJAR (5 DIGITOS): '
            ACCEPT WS-ID-PEDIDO
            MOVE WS-ID-PEDIDO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      DISPLAY 'ALUNO INEXISTENTE!'
                      GO TO P100-EXIT
            END-READ
            IF NOT ALUNO-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO!'
               GO TO P100-EXIT
            END-IF
            MOVE TU-ALUNO TO WS-TURMA-ANT
            MOVE UN-ALUNO TO WS-UNIDADE-ANT
            DISPLAY 'ALUNO ' NM-ALUNO ' - TURMA ' TU-ALUNO
                    ' UNIDADE ' UN-ALUNO

            DISPLAY 'DIGITE A NOVA TURMA DO ALUNO: '
            MOVE SPACES TO WS-NOVA-TURMA
            ACCEPT WS-NOVA-TURMA
            IF WS-NOVA-TURMA = SPACES
               OR WS-NOVA-TURMA = WS-TURMA-ANT
               DISPLAY 'NOVA TURMA DEVE SER DIFERENTE DA ATUAL!'
               GO TO P100-EXIT
            END-IF
            MOVE WS-NOVA-TURMA TO TM-CODIGO
            READ CFP001SD
                 KEY IS TM-CODIGO
                 INVALID KEY
                      DISPLAY 'TURMA INEXISTENTE!'
                      GO TO P100-EXIT
            END-READ
            IF NOT TURMA-ATIVA
               DISPLAY 'TURMA ' WS-NOVA-TURMA ' NAO ESTA ATIVA!'
               GO TO P100-EXIT
            END-IF
            MOVE TM-DESCRICAO TO WS-NOVA-DESCRICAO
            MOVE TM-UNIDADE   TO WS-NOVA-UNIDADE
            IF WS-NOVA-UNIDADE = SPACES
               MOVE WS-UNIDADE-ANT TO WS-NOVA-UNIDADE
            END-IF

            PERFORM P200-MONTA-PLANO THRU P200-EXIT
            PERFORM P250-MOSTRA-PLANO THRU P250-EXIT
            IF WS-QT-LOTADAS > ZEROS
               DISPLAY 'REMANEJAMENTO RECUSADO - ' WS-QT-LOTADAS
                       ' OFERTA(S) DA NOVA TURMA SEM VAGA!'
               GO TO P100-EXIT
            END-IF

            DISPLAY 'CONFIRMA O REMANEJAMENTO PARA A TURMA '
                    WS-NOVA-TURMA ', (S)SIM (N)NAO?'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'REMANEJAMENTO ABANDONADO'
               GO TO P100-EXIT
            END-IF

            PERFORM P300-EFETIVA THRU P300-EXIT
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-QTD-PLANO
            PERFORM P400-ATUALIZA-ALUNO THRU P400-EXIT
            PERFORM P500-MENSALIDADE THRU P500-EXIT
            PERFORM P600-TERMO THRU P600-EXIT
            ADD 1 TO WS-R-REMANEJ
            DISPLAY 'ALUNO REMANEJADO PARA A TURMA ' WS-NOVA-TURMA
                    ' - TERMO EM ' WS-ARQ-SAIDA.
       P100-EXIT.
            EXIT.

      * >>> LEVANTA AS MATRICULAS ATIVAS EM TERMO NAO FECHADO E, NUMA
      * >>> SEGUNDA PASSADA (O CFP001S5 E RELIDO POR CHAVE), A OFERTA
      * >>> CORRESPONDENTE NA MATRIZ DA NOVA TURMA
       S200 SECTION.
       P200-MONTA-PLANO.
            MOVE ZEROS        TO WS-QTD-PLANO WS-QT-LOTADAS
            MOVE 'N'          TO WS-FIM-SCAN
            MOVE WS-ID-PEDIDO TO MT-ID-ALUNO
            MOVE ZEROS TO MT-ID-MATERIA MT-AN-MATERIA MT-TR-MATERIA
            START CFP001S5 KEY IS NOT LESS MT-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-SCAN
            END-START
            PERFORM P210-LER-MATRICULA THRU P210-EXIT
                    UNTIL WS-FIM-SCAN = 'S'
            PERFORM P230-BUSCA-DESTINO THRU P230-EXIT
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-QTD-PLANO.
       P200-EXIT.
            EXIT.

       P210-LER-MATRICULA.
            READ CFP001S5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-SCAN
                      GO TO P210-EXIT
            END-READ
            IF MT-ID-ALUNO NOT = WS-ID-PEDIDO
               MOVE 'S' TO WS-FIM-SCAN
               GO TO P210-EXIT
            END-IF
            IF NOT MATRICULA-ATIVA
               GO TO P210-EXIT
            END-IF
            IF WS-SEM-CALENDARIO = 'N'
               MOVE MT-AN-MATERIA TO CL-ANO
               MOVE MT-TR-MATERIA TO CL-TERMO
               READ CFP001SC
                    KEY IS CL-CHAVE
                    INVALID KEY
                         MOVE 'A' TO CL-ST-TERMO
               END-READ
               IF TERMO-FECHADO
                  GO TO P210-EXIT
               END-IF
            END-IF
            IF WS-QTD-PLANO NOT < 30
               DISPLAY 'ATENCAO: MAIS DE 30 MATRICULAS ATIVAS - OFERTA '
                       MT-ID-MATERIA ' FICA NA TURMA ANTIGA'
               GO TO P210-EXIT
            END-IF
            ADD 1 TO WS-QTD-PLANO
            MOVE WS-QTD-PLANO TO WS-IX
            MOVE MT-CHAVE-MATERIA TO WS-PL-ORIGEM(WS-IX)
            MOVE ZEROS            TO WS-PL-DESTINO(WS-IX)
                                     WS-PL-MEDIA(WS-IX)
                                     WS-PL-QT-PRES(WS-IX)
                                     WS-PL-QT-FALT(WS-IX)
            MOVE 'S'              TO WS-PL-SITUACAO(WS-IX)
            MOVE 'N'              TO WS-PL-NOTA(WS-IX)
            MOVE MT-CHAVE-MATERIA TO CHAVE-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      MOVE SPACES TO NM-MATERIA MT-UNIDADE
            END-READ
            MOVE NM-MATERIA TO WS-PL-NOME(WS-IX)
            MOVE MT-UNIDADE TO WS-PL-UNIDADE(WS-IX).
       P210-EXIT.
            EXIT.

      * >>> OFERTA DA MATRIZ DA NOVA TURMA NO MESMO ANO/TERMO E NA
      * >>> UNIDADE DA NOVA TURMA: A MESMA MATERIA TEM PREFERENCIA;
      * >>> SENAO, A PRIMEIRA DE MESMO NOME (A MESMA DISCIPLINA
      * >>> CADASTRADA SOB OUTRO ID NA OUTRA UNIDADE)
       P230-BUSCA-DESTINO.
            MOVE 'N' TO WS-ACHOU-DESTINO WS-FIM-CUR
            MOVE WS-NOVA-TURMA TO CU-TU-ALUNO
            MOVE ZEROS         TO CU-ID-MATERIA
            START CFP001S8 KEY IS NOT LESS CU-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-CUR
            END-START
            PERFORM P240-LER-CURRICULO THRU P240-EXIT
                    UNTIL WS-FIM-CUR = 'S'
            IF WS-ACHOU-DESTINO = 'N'
               GO TO P230-EXIT
            END-IF
            IF WS-PL-DESTINO(WS-IX) = WS-PL-ORIGEM(WS-IX)
               MOVE 'M' TO WS-PL-SITUACAO(WS-IX)
               GO TO P230-EXIT
            END-IF

            MOVE WS-ID-PEDIDO         TO MT-ID-ALUNO
            MOVE WS-PL-DESTINO(WS-IX) TO MT-CHAVE-MATERIA
            READ CFP001S5
                 KEY IS MT-CHAVE
                 INVALID KEY
                      MOVE 'C' TO MT-ST-MATRICULA
            END-READ
            IF MATRICULA-ATIVA
               MOVE 'J' TO WS-PL-SITUACAO(WS-IX)
               GO TO P230-EXIT
            END-IF

            MOVE WS-PL-DESTINO(WS-IX) TO CHAVE-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      MOVE 'S' TO WS-PL-SITUACAO(WS-IX)
                      GO TO P230-EXIT
            END-READ
            IF QT-VAGAS > ZEROS AND QT-OCUPADAS NOT LESS QT-VAGAS
               MOVE 'L' TO WS-PL-SITUACAO(WS-IX)
               ADD 1 TO WS-QT-LOTADAS
            ELSE
               MOVE 'V' TO WS-PL-SITUACAO(WS-IX)
            END-IF.
       P230-EXIT.
            EXIT.

       P240-LER-CURRICULO.
            READ CFP001S8 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CUR
                      GO TO P240-EXIT
            END-READ
            IF CU-TU-ALUNO NOT = WS-NOVA-TURMA
               MOVE 'S' TO WS-FIM-CUR
               GO TO P240-EXIT
            END-IF
            MOVE CU-ID-MATERIA       TO ID-MATERIA
            MOVE WS-PL-OR-AN(WS-IX)  TO AN-MATERIA
            MOVE WS-PL-OR-TR(WS-IX)  TO TR-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      GO TO P240-EXIT
            END-READ
            IF MT-UNIDADE NOT = SPACES
               AND MT-UNIDADE NOT = WS-NOVA-UNIDADE
               GO TO P240-EXIT
            END-IF
            IF ID-MATERIA = WS-PL-OR-ID(WS-IX)
               MOVE CHAVE-MATERIA TO WS-PL-DESTINO(WS-IX)
               MOVE 'S' TO WS-ACHOU-DESTINO WS-FIM-CUR
               GO TO P240-EXIT
            END-IF
            IF WS-ACHOU-DESTINO = 'N'
               AND NM-MATERIA = WS-PL-NOME(WS-IX)
               MOVE CHAVE-MATERIA TO WS-PL-DESTINO(WS-IX)
               MOVE 'S' TO WS-ACHOU-DESTINO
            END-IF.
       P240-EXIT.
            EXIT.

       P250-MOSTRA-PLANO.
            DISPLAY '--------------------------------------'
            DISPLAY ' PLANO DO REMANEJAMENTO ' WS-TURMA-ANT '/'
                    WS-UNIDADE-ANT ' -> ' WS-NOVA-TURMA '/'
                    WS-NOVA-UNIDADE
            DISPLAY '--------------------------------------'
            IF WS-QTD-PLANO = ZEROS
               DISPLAY ' ALUNO SEM MATRICULA ATIVA EM TERMO ABERTO'
                       ' - SO A TURMA SERA TROCADA'
            END-IF
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-QTD-PLANO
               PERFORM P260-TEXTO-SITUACAO THRU P260-EXIT
               IF PLANO-MANTIDA(WS-IX) OR PLANO-SEM-OFERTA(WS-IX)
                  DISPLAY ' ' WS-PL-OR-ID(WS-IX) ' '
                          WS-PL-OR-AN(WS-IX) '/' WS-PL-OR-TR(WS-IX)
                          ' ' WS-PL-NOME(WS-IX) ' ' WS-SIT-TEXTO
               ELSE
                  DISPLAY ' ' WS-PL-OR-ID(WS-IX) ' '
                          WS-PL-OR-AN(WS-IX) '/' WS-PL-OR-TR(WS-IX)
                          ' ' WS-PL-NOME(WS-IX) ' ' WS-SIT-TEXTO
                          ' ' WS-PL-DE-ID(WS-IX)
               END-IF
            END-PERFORM
            DISPLAY '--------------------------------------'.
       P250-EXIT.
            EXIT.

       P260-TEXTO-SITUACAO.
            EVALUATE TRUE
                WHEN PLANO-MANTIDA(WS-IX)
                  MOVE 'MANTIDA'          TO WS-SIT-TEXTO
                WHEN PLANO-MOVIDA(WS-IX)
                  MOVE 'MOVIDA PARA'      TO WS-SIT-TEXTO
                WHEN PLANO-JA-MATRIC(WS-IX)
                  MOVE 'JA MATRICULADO'   TO WS-SIT-TEXTO
                WHEN PLANO-LOTADA(WS-IX)
                  MOVE 'LOTADA NA OFERTA' TO WS-SIT-TEXTO
                WHEN OTHER
                  MOVE 'SEM OFERTA-CANC.' TO WS-SIT-TEXTO
            END-EVALUATE.
       P260-EXIT.
            EXIT.

      * >>> EFETIVA UMA LINHA DO PLANO
       S300 SECTION.
       P300-EFETIVA.
            IF PLANO-MANTIDA(WS-IX)
               GO TO P300-EXIT
            END-IF
            IF PLANO-MOVIDA(WS-IX)
               PERFORM P310-MATRICULA-DESTINO THRU P310-EXIT
               PERFORM P330-CARREGA-NOTA THRU P330-EXIT
               PERFORM P340-CARREGA-FREQ THRU P340-EXIT
               PERFORM P360-DEPENDENCIA THRU P360-EXIT
               ADD 1 TO WS-R-MOVIDAS
            ELSE
               ADD 1 TO WS-R-CANCELADAS
            END-IF
            PERFORM P320-CANCELA-ORIGEM THRU P320-EXIT.
       P300-EXIT.
            EXIT.

      * >>> MATRICULA NA OFERTA DA NOVA TURMA (REATIVA A CANCELADA,
      * >>> COMO O CADMATRI) E CONSOME A VAGA
       P310-MATRICULA-DESTINO.
            MOVE WS-ID-PEDIDO         TO MT-ID-ALUNO
            MOVE WS-PL-DESTINO(WS-IX) TO MT-CHAVE-MATERIA
            READ CFP001S5
                 KEY IS MT-CHAVE
                 INVALID KEY
                      MOVE WS-HOJE TO MT-DT-MATRICULA
                      SET MATRICULA-ATIVA TO TRUE
                      WRITE REG-CFP001S5
                      END-WRITE
                 NOT INVALID KEY
                      MOVE WS-HOJE TO MT-DT-MATRICULA
                      SET MATRICULA-ATIVA TO TRUE
                      REWRITE REG-CFP001S5
                      END-REWRITE
            END-READ
            IF WS-FS-MTR NOT = 00
               MOVE WS-FS-MTR                      TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001S5'    TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE WS-PL-DESTINO(WS-IX) TO CHAVE-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      GO TO P310-EXIT
            END-READ
            ADD 1 TO QT-OCUPADAS
            REWRITE REG-CFP001S2
            END-REWRITE
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                      TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001S2' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P310-EXIT.
            EXIT.

      * >>> CANCELA A MATRICULA DE ORIGEM E DEVOLVE A VAGA
       P320-CANCELA-ORIGEM.
            MOVE WS-ID-PEDIDO        TO MT-ID-ALUNO
            MOVE WS-PL-ORIGEM(WS-IX) TO MT-CHAVE-MATERIA
            READ CFP001S5
                 KEY IS MT-CHAVE
                 INVALID KEY
                      GO TO P320-EXIT
            END-READ
            SET MATRICULA-CANCELADA TO TRUE
            REWRITE REG-CFP001S5
            END-REWRITE
            IF WS-FS-MTR NOT = 00
               MOVE WS-FS-MTR                      TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001S5' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE WS-PL-ORIGEM(WS-IX) TO CHAVE-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      GO TO P320-EXIT
            END-READ
            IF QT-OCUPADAS > ZEROS
               SUBTRACT 1 FROM QT-OCUPADAS
               REWRITE REG-CFP001S2
               END-REWRITE
               IF WS-FS-MAT NOT = 00
                  MOVE WS-FS-MAT                      TO WS-MSG1
                  MOVE 'ERRO ATUALIZACAO DO CFP001S2' TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF.
       P320-EXIT.
            EXIT.

      * >>> NOTAS PARCIAIS DA OFERTA DE ORIGEM PASSAM PARA A DE
      * >>> DESTINO; JA HAVENDO LANCAMENTO NO DESTINO, NADA E MEXIDO
      * >>> E O TERMO REGISTRA O CONFLITO PARA A SECRETARIA
       P330-CARREGA-NOTA.
            IF WS-SEM-NOTAS = 'S'
               GO TO P330-EXIT
            END-IF
            MOVE WS-ID-PEDIDO         TO NT-ID-ALUNO
            MOVE WS-PL-DESTINO(WS-IX) TO NT-CHAVE-MATERIA
            READ CFP001S3
                 KEY IS NT-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 'C' TO WS-PL-NOTA(WS-IX)
                      GO TO P330-EXIT
            END-READ
            MOVE WS-ID-PEDIDO        TO NT-ID-ALUNO
            MOVE WS-PL-ORIGEM(WS-IX) TO NT-CHAVE-MATERIA
            READ CFP001S3
                 KEY IS NT-CHAVE
                 INVALID KEY
                      GO TO P330-EXIT
            END-READ
            MOVE REG-CFP001S3 TO WS-NOTA-SALVA
            DELETE CFP001S3 RECORD
            END-DELETE
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                      TO WS-MSG1
               MOVE 'ERRO EXCLUSAO DO CFP001S3'    TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE 'NOTAS   '     TO WS-JR-ARQUIVO
            MOVE 'D'            TO WS-JR-OPERACAO
            MOVE WS-NOTA-SALVA  TO WS-JR-ANTES
            MOVE SPACES         TO WS-JR-DEPOIS
            PERFORM P380-JORNAL THRU P380-EXIT

            MOVE WS-NOTA-SALVA        TO REG-CFP001S3
            MOVE WS-PL-DESTINO(WS-IX) TO NT-CHAVE-MATERIA
            WRITE REG-CFP001S3
            END-WRITE
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                      TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001S3'    TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE 'S'            TO WS-PL-NOTA(WS-IX)
            MOVE NT-MEDIA       TO WS-PL-MEDIA(WS-IX)
            MOVE 'NOTAS   '     TO WS-JR-ARQUIVO
            MOVE 'W'            TO WS-JR-OPERACAO
            MOVE SPACES         TO WS-JR-ANTES
            MOVE REG-CFP001S3   TO WS-JR-DEPOIS
            PERFORM P380-JORNAL THRU P380-EXIT.
       P330-EXIT.
            EXIT.

      * >>> FREQUENCIA DA OFERTA DE ORIGEM, AULA A AULA, REGRAVADA NA
      * >>> OFERTA DE DESTINO (O TOTAL DE PRESENCAS E FALTAS DO ALUNO
      * >>> ACOMPANHA A MATRICULA); AULA JA LANCADA NO DESTINO FICA
       P340-CARREGA-FREQ.
            IF WS-SEM-FREQ = 'S'
               GO TO P340-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-SCAN
            PERFORM P350-UMA-AULA THRU P350-EXIT
                    UNTIL WS-FIM-SCAN = 'S'.
       P340-EXIT.
            EXIT.

       P350-UMA-AULA.
            MOVE WS-ID-PEDIDO        TO FQ-ID-ALUNO
            MOVE WS-PL-ORIGEM(WS-IX) TO FQ-CHAVE-MATERIA
            MOVE ZEROS               TO FQ-DT-AULA
            START CFP001S6 KEY IS NOT LESS FQ-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-SCAN
                       GO TO P350-EXIT
            END-START
            READ CFP001S6 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-SCAN
                      GO TO P350-EXIT
            END-READ
            IF FQ-ID-ALUNO NOT = WS-ID-PEDIDO
               OR FQ-CHAVE-MATERIA NOT = WS-PL-ORIGEM(WS-IX)
               MOVE 'S' TO WS-FIM-SCAN
               GO TO P350-EXIT
            END-IF
            MOVE REG-CFP001S6 TO WS-FREQ-SALVA
            DELETE CFP001S6 RECORD
            END-DELETE
            IF WS-FS-FRQ NOT = 00
               MOVE WS-FS-FRQ                      TO WS-MSG1
               MOVE 'ERRO EXCLUSAO DO CFP001S6'    TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE WS-FREQ-SALVA        TO REG-CFP001S6
            MOVE WS-PL-DESTINO(WS-IX) TO FQ-CHAVE-MATERIA
            WRITE REG-CFP001S6
                  INVALID KEY
                       GO TO P350-EXIT
            END-WRITE
            IF FREQ-PRESENTE
               ADD 1 TO WS-PL-QT-PRES(WS-IX)
            ELSE
               ADD 1 TO WS-PL-QT-FALT(WS-IX)
            END-IF.
       P350-EXIT.
            EXIT.

      * >>> DEPENDENCIA EM CURSO NA OFERTA DE ORIGEM PASSA A SER
      * >>> CURSADA NA OFERTA DE DESTINO (O FECHTERM DA A BAIXA PELA
      * >>> NOTA DA OFERTA EM DP-CHAVE-REFAZ)
       P360-DEPENDENCIA.
            IF WS-SEM-DEPENDENCIA = 'S'
               GO TO P360-EXIT
            END-IF
            MOVE 'N'          TO WS-FIM-SCAN
            MOVE WS-ID-PEDIDO TO DP-ID-ALUNO
            MOVE ZEROS        TO DP-CHAVE-MATERIA
            START CFP001V1 KEY IS NOT LESS DP-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-SCAN
            END-START
            PERFORM P370-LER-DEPENDENCIA THRU P370-EXIT
                    UNTIL WS-FIM-SCAN = 'S'.
       P360-EXIT.
            EXIT.

       P370-LER-DEPENDENCIA.
            READ CFP001V1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-SCAN
                      GO TO P370-EXIT
            END-READ
            IF DP-ID-ALUNO NOT = WS-ID-PEDIDO
               MOVE 'S' TO WS-FIM-SCAN
               GO TO P370-EXIT
            END-IF
            IF NOT DEPENDENCIA-CURSANDO
               OR DP-CHAVE-REFAZ NOT = WS-PL-ORIGEM(WS-IX)
               GO TO P370-EXIT
            END-IF
            MOVE WS-PL-DESTINO(WS-IX) TO DP-CHAVE-REFAZ
            REWRITE REG-CFP001V1
            END-REWRITE
            IF WS-FS-DEP NOT = 00
               MOVE WS-FS-DEP                      TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001V1' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P370-EXIT.
            EXIT.

      * >>> ACRESCENTA A ALTERACAO AO JORNAL DOS MESTRES (JORNMAST)
       P380-JORNAL.
            CALL 'JORNMAST' USING WS-JORNAL-AREA
            IF WS-JR-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO JORNMAST: ' WS-JR-MENSAGEM
            END-IF.
       P380-EXIT.
            EXIT.

      * >>> ALUNO PASSA A NOVA TURMA E A UNIDADE DELA
       S400 SECTION.
       P400-ATUALIZA-ALUNO.
            MOVE REG-CFP001S1    TO WS-JR-ANTES
            MOVE WS-NOVA-TURMA   TO TU-ALUNO
            MOVE WS-NOVA-UNIDADE TO UN-ALUNO
            REWRITE REG-CFP001S1
            END-REWRITE
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                      TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001S1' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE REG-CFP001S1 TO WS-JR-DEPOIS
            MOVE 'ALUNOS  '   TO WS-JR-ARQUIVO
            MOVE 'R'          TO WS-JR-OPERACAO
            PERFORM P380-JORNAL THRU P380-EXIT.
       P400-EXIT.
            EXIT.

      * >>> MENSALIDADE DA NOVA TURMA DIFERENTE DA ANTIGA: AS
      * >>> MENSALIDADES (SEQUENCIA 00) DO MES EM DIANTE AINDA NAO
      * >>> EMITIDAS NEM PAGAS PASSAM AO NOVO VALOR; AS SEGUINTES O
      * >>> GERCOBRA JA GERA PELA NOVA TURMA
       S500 SECTION.
       P500-MENSALIDADE.
            MOVE ZEROS  TO WS-VL-ANTERIOR WS-VL-NOVA
                           WS-QT-RECALC WS-QT-MANTIDAS
            MOVE SPACES TO WS-ME-OBSERVACAO
            IF WS-SEM-MENSALID = 'S'
               MOVE 'TABELA DE MENSALIDADES NAO DISPONIVEL'
                    TO WS-ME-OBSERVACAO
               GO TO P500-EXIT
            END-IF
            MOVE WS-TURMA-ANT         TO ME-TU-ALUNO
            MOVE WS-HOJE-ANO-MES(1:4) TO ME-ANO-LETIVO
            READ CFP001SE
                 KEY IS ME-CHAVE
                 NOT INVALID KEY
                      MOVE ME-VALOR TO WS-VL-ANTERIOR
            END-READ
            MOVE WS-NOVA-TURMA        TO ME-TU-ALUNO
            READ CFP001SE
                 KEY IS ME-CHAVE
                 INVALID KEY
                      MOVE 'NOVA TURMA SEM MENSALIDADE CADASTRADA'
                           TO WS-ME-OBSERVACAO
                      GO TO P500-EXIT
            END-READ
            MOVE ME-VALOR TO WS-VL-NOVA
            IF WS-VL-NOVA = WS-VL-ANTERIOR
               MOVE 'MESMO VALOR - COBRANCAS MANTIDAS'
                    TO WS-ME-OBSERVACAO
               GO TO P500-EXIT
            END-IF
            IF WS-SEM-COBRANCAS = 'S'
               GO TO P500-EXIT
            END-IF

            MOVE 'N'             TO WS-FIM-SCAN
            MOVE WS-ID-PEDIDO    TO CB-ID-ALUNO
            MOVE WS-HOJE-ANO-MES TO CB-ANO-MES
            MOVE ZEROS           TO CB-NR-SEQ
            START CFP001SF KEY IS NOT LESS CB-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-SCAN
            END-START
            PERFORM P510-UMA-COBRANCA THRU P510-EXIT
                    UNTIL WS-FIM-SCAN = 'S'.
       P500-EXIT.
            EXIT.

       P510-UMA-COBRANCA.
            READ CFP001SF NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-SCAN
                      GO TO P510-EXIT
            END-READ
            IF CB-ID-ALUNO NOT = WS-ID-PEDIDO
               MOVE 'S' TO WS-FIM-SCAN
               GO TO P510-EXIT
            END-IF
            IF CB-NR-SEQ NOT = ZEROS
               OR NOT TIPO-MENSALIDADE
               GO TO P510-EXIT
            END-IF
            IF NOT COBRANCA-ABERTA
               OR CB-VALOR-PAGO > ZEROS
               OR NOT SEM-AJUSTE
               OR CB-NOSSO-NUMERO > ZEROS
               OR CB-TXID NOT = SPACES
               ADD 1 TO WS-QT-MANTIDAS
               GO TO P510-EXIT
            END-IF

            MOVE REG-CFP001SF TO WS-JR-ANTES
            IF CB-VALOR-BRUTO > ZEROS
               COMPUTE CB-VALOR-DESCONTO ROUNDED =
                       CB-VALOR-DESCONTO * WS-VL-NOVA / CB-VALOR-BRUTO
            ELSE
               MOVE ZEROS TO CB-VALOR-DESCONTO
            END-IF
            MOVE WS-VL-NOVA TO CB-VALOR-BRUTO
            COMPUTE CB-VALOR-LIQUIDO =
                    CB-VALOR-BRUTO - CB-VALOR-DESCONTO
            REWRITE REG-CFP001SF
            END-REWRITE
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                      TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO COBRANCA' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-QT-RECALC
            MOVE REG-CFP001SF TO WS-JR-DEPOIS
            MOVE 'COBRANCA'   TO WS-JR-ARQUIVO
            MOVE 'R'          TO WS-JR-OPERACAO
            PERFORM P380-JORNAL THRU P380-EXIT.
       P510-EXIT.
            EXIT.

      * >>> TERMO DE REMANEJAMENTO
       S600 SECTION.
       P600-TERMO.
            OPEN OUTPUT REL-REMAN
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                    TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-REMAN' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE ALL '=' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE 'ESCOLA CADASTRO - TERMO DE REMANEJAMENTO DE TURMA'
                 TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNO......: ' ID-ALUNO ' ' NM-ALUNO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'DE.........: TURMA ' WS-TURMA-ANT
                   ' UNIDADE ' WS-UNIDADE-ANT
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'PARA.......: TURMA ' WS-NOVA-TURMA
                   ' UNIDADE ' WS-NOVA-UNIDADE ' ' WS-NOVA-DESCRICAO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'DATA.......: ' WS-HOJE
                   '   OPERADOR ' WS-SS-OPERADOR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE 'MATRICULAS' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            IF WS-QTD-PLANO = ZEROS
               MOVE ' NENHUMA MATRICULA ATIVA EM TERMO ABERTO'
                    TO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-IF
            PERFORM P610-LINHA-PLANO THRU P610-EXIT
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-QTD-PLANO

            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE 'MENSALIDADE' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' ANTERIOR ' WS-VL-ANTERIOR
                   '  NOVA ' WS-VL-NOVA
                   '  RECALCULADAS ' WS-QT-RECALC
                   '  JA EMITIDAS/PAGAS ' WS-QT-MANTIDAS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            IF WS-ME-OBSERVACAO NOT = SPACES
               MOVE SPACES TO REL-LINHA
               STRING ' ' WS-ME-OBSERVACAO
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-IF
            MOVE ALL '=' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            CLOSE REL-REMAN

            MOVE 'REMANEJA'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P600-EXIT.
            EXIT.

       P610-LINHA-PLANO.
            PERFORM P260-TEXTO-SITUACAO THRU P260-EXIT
            MOVE SPACES TO REL-LINHA
            IF PLANO-MOVIDA(WS-IX)
               STRING ' OFERTA ' WS-PL-OR-ID(WS-IX) ' '
                      WS-PL-OR-AN(WS-IX) '/' WS-PL-OR-TR(WS-IX)
                      ' ' WS-PL-NOME(WS-IX) ' ' WS-SIT-TEXTO
                      ' ' WS-PL-DE-ID(WS-IX) ' '
                      WS-PL-DE-AN(WS-IX) '/' WS-PL-DE-TR(WS-IX)
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING ' OFERTA ' WS-PL-OR-ID(WS-IX) ' '
                      WS-PL-OR-AN(WS-IX) '/' WS-PL-OR-TR(WS-IX)
                      ' ' WS-PL-NOME(WS-IX) ' ' WS-SIT-TEXTO
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P650-ESCREVER THRU P650-EXIT
            IF NOT PLANO-MOVIDA(WS-IX)
               GO TO P610-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            EVALUATE WS-PL-NOTA(WS-IX)
                WHEN 'S'
                  STRING '    NOTAS CARREGADAS - MEDIA PARCIAL '
                         WS-PL-MEDIA(WS-IX)
                         DELIMITED BY SIZE INTO REL-LINHA
                WHEN 'C'
                  MOVE '    NOTAS NAO CARREGADAS - JA HA LANCAMENTO NA'
                       TO REL-LINHA(1:46)
                  MOVE ' OFERTA DE DESTINO' TO REL-LINHA(47:18)
                WHEN OTHER
                  MOVE '    SEM NOTAS LANCADAS NA ORIGEM' TO REL-LINHA
            END-EVALUATE
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING '    FREQUENCIA CARREGADA - PRESENCAS '
                   WS-PL-QT-PRES(WS-IX) ' FALTAS '
                   WS-PL-QT-FALT(WS-IX)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P610-EXIT.
            EXIT.

       P650-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S1
            CLOSE CFP001SD
            CLOSE CFP001S8
            CLOSE CFP001S5
            CLOSE CFP001S2
            IF WS-SEM-NOTAS = 'N'
               CLOSE CFP001S3
            END-IF
            IF WS-SEM-FREQ = 'N'
               CLOSE CFP001S6
            END-IF
            IF WS-SEM-CALENDARIO = 'N'
               CLOSE CFP001SC
            END-IF
            IF WS-SEM-DEPENDENCIA = 'N'
               CLOSE CFP001V1
            END-IF
            IF WS-SEM-MENSALID = 'N'
               CLOSE CFP001SE
            END-IF
            IF WS-SEM-COBRANCAS = 'N'
               CLOSE CFP001SF
            END-IF
            IF WS-FS-ALU NOT = 00 THEN
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001S1'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA REMANEJA'
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
            MOVE 'REMANEJA' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA REMANEJA FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' MATRICULAS MOVIDAS...: ' WS-R-MOVIDAS
            DISPLAY ' MATRICULAS CANCELADAS: ' WS-R-CANCELADAS
            DISPLAY '--------------------------------------'
            MOVE 'REMANEJA' TO WS-LG-PROGRAMA
            MOVE 'REMANEJAMENTOS ' TO WS-LG-CONTADOR
            MOVE WS-R-REMANEJ TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM REMANEJA.
