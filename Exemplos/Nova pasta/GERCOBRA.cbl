      * Update: 02-09-26 - CHAVE DA COBRANCA COM SEQUENCIA (CB-NR-SEQ)
      *         PARA AVULSA E MENSALIDADE COEXISTIREM NA COMPETENCIA;
      *         A MENSALIDADE E SEMPRE A SEQUENCIA 00
      * Update: 15-10-26 - SALDO DE CREDITO DA FAMILIA (CREDITOS.DAT,
      *         PELO CREDFAMI) E USADO NA COBRANCA GERADA: O VALOR
      *         APLICADO ENTRA COMO DETALHE ORIGEM 'S' NO PAGDETAL.DAT,
      *         SOMA NO CB-VALOR-PAGO E QUITA A COBRANCA QUANDO COBRE
      *         O LIQUIDO; CADA APLICACAO SAI NO GERCOBRA.REL E O
      *         RESUMO TRAZ O TOTAL DE CREDITOS APLICADOS
      * Update: 15-10-26 - PRO-RATA NA PRIMEIRA MENSALIDADE: ALUNO QUE
      *         ENTROU NO MES (MENOR DATA DE MATRICULA NO CFP001S5) E
      *         SEM MENSALIDADE NO MES ANTERIOR PAGA SO OS DIAS
      *         LETIVOS DA ENTRADA ATE O FIM DO MES (PRORATA/DIASLETV);
      *         O AJUSTE FICA NA COBRANCA E SAI NO GERCOBRA.REL, ONDE O
      *         PRORATA TAMBEM REGISTRA OS AJUSTES DE SAIDA
      * Update: 15-10-26 - MENSALIDADE NASCE SEM NOSSO NUMERO; O NUMERO
      *         SO E ATRIBUIDO NA EMISSAO DO BOLETO (GERBOLET)
      * Update: 15-10-26 - MENSALIDADE NASCE SEM TXID DE PIX (DADO PELO
      *         EXPPIX)
      * Update: 15-10-26 - ALUNO COM ANUIDADE ANTECIPADA (ANUIDADE.DAT,
      *         PELO ANUIDADE) NAO RECEBE COBRANCA NOS MESES COBERTOS:
      *         O MES E PULADO, SAI NO GERCOBRA.REL E NO RESUMO
      * Update: 15-10-26 - ATIVIDADES EXTRACURRICULARES: PARA CADA
      *         INSCRICAO ATIVA DO ALUNO (INSCRATV.DAT, PELO INSCATIV)
      *         EM ATIVIDADE ATIVA (ATIVIDAD.DAT) E AINDA NAO COBRADA
      *         NA COMPETENCIA, GERA A COBRANCA TIPO 'AT' COM A
      *         MENSALIDADE DA ATIVIDADE NA PRIMEIRA SEQUENCIA LIVRE A
      *         PARTIR DE 01, SEM BOLSA, COM O CREDITO DA FAMILIA
      *         APLICADO; CADA COBRANCA SAI NO GERCOBRA.REL E NO RESUMO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - TRANSPORTE ESCOLAR: ALUNO COM VINCULO ATIVO
      *         (TRANSALU.DAT, PELO CADTRANS) EM ROTA ATIVA (ROTAS.DAT)
      *         E AINDA NAO COBRADO NA COMPETENCIA RECEBE A COBRANCA
      *         TIPO 'TR' COM A MENSALIDADE DA ROTA NA PRIMEIRA
      *         SEQUENCIA LIVRE, SEM BOLSA, COM O CREDITO DA FAMILIA
      *         APLICADO; SAI NO GERCOBRA.REL E NO RESUMO
      * Update: 15-10-26 - O DETALHE DO PAGDETAL SAI COM A CARTEIRA
      *         BANCARIA ZERADA (PD-CARTEIRA 00): ESTE RECEBIMENTO
      *         NAO VEM DO RETORNO DE NENHUMA CARTEIRA DO BANCO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERCOBRA.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BS-ID-ALUNO
                  FILE STATUS  IS WS-FS-BOL.
           SELECT CFP001S5 ASSIGN TO "C:/ARQUIVOS/MATRICUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MT-CHAVE
                  FILE STATUS  IS WS-FS-MTR.
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
           SELECT CFP001T9 ASSIGN TO "C:/ARQUIVOS/ANUIDADE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS AN-CHAVE
                  FILE STATUS  IS WS-FS-ANU.
           SELECT CFP001U4 ASSIGN TO "C:/ARQUIVOS/INSCRATV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS IA-CHAVE
                  FILE STATUS  IS WS-FS-INS
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001U3 ASSIGN TO "C:/ARQUIVOS/ATIVIDAD.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS AV-CD-ATIVIDADE
                  FILE STATUS  IS WS-FS-ATV.
           SELECT CFP001X5 ASSIGN TO "C:/ARQUIVOS/TRANSALU.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TA-ID-ALUNO
                  FILE STATUS  IS WS-FS-TRA
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001X3 ASSIGN TO "C:/ARQUIVOS/ROTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RO-CD-ROTA
                  FILE STATUS  IS WS-FS-ROT.
           SELECT REL-GERACAO ASSIGN TO "C:/ARQUIVOS/GERCOBRA.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
           COPY REGMENSA.
       FD  CFP001SG.
           COPY REGBOLSA.
       FD  CFP001S5.
           COPY REGMATRI.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001T9.
           COPY REGANUID.
       FD  CFP001U4.
           COPY REGINSAT.
       FD  CFP001U3.
           COPY REGATIVI.
       FD  CFP001X5.
           COPY REGTRANS.
       FD  CFP001X3.
           COPY REGROTA.
       FD  REL-GERACAO.
       01  REL-LINHA               PIC X(80).

           03 WS-FS-MEN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-BOL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-BOLSAS      PIC X(01) VALUE 'N'.
           03 WS-FS-MTR          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-MATRICULA   PIC X(01) VALUE 'N'.
           03 WS-FIM-MTR         PIC X(01) VALUE 'N'.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ANU          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-ANUIDADES   PIC X(01) VALUE 'N'.
           03 WS-MES-ANUIDADE    PIC X(01) VALUE 'N'.
           03 WS-FS-INS          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ATV          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-ATIVIDADES  PIC X(01) VALUE 'N'.
           03 WS-FIM-INS         PIC X(01) VALUE 'N'.
           03 WS-FS-TRA          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ROT          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-TRANSPORTE  PIC X(01) VALUE 'N'.
           03 WS-NR-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-SEQ-LIVRE       PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DT-HOJE         PIC 9(08) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.

              05 WS-ANO-GERACAO  PIC 9(04).
              05 WS-MES-GERACAO  PIC 9(02).
       01  WS-DT-VENCIMENTO      PIC 9(08) VALUE ZEROS.
       01  WS-DT-ENTRADA         PIC 9(08) VALUE ZEROS.
       01  WS-MES-ANTERIOR       PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES WS-MES-ANTERIOR.
           03 WS-ANO-ANTERIOR    PIC 9(04).
           03 WS-MM-ANTERIOR     PIC 9(02).

       01  WS-CONTADORES.
           03 WS-R-ALUNOS        PIC 9(05) VALUE ZEROS.
           03 WS-R-SEM-TABELA    PIC 9(05) VALUE ZEROS.
           03 WS-R-COM-BOLSA     PIC 9(05) VALUE ZEROS.
           03 WS-VL-DESCONTOS    PIC 9(08)V99 VALUE ZEROS.
           03 WS-R-COM-CREDITO   PIC 9(05) VALUE ZEROS.
           03 WS-VL-CREDITOS     PIC 9(08)V99 VALUE ZEROS.
           03 WS-R-PRO-RATA      PIC 9(05) VALUE ZEROS.
           03 WS-VL-AJUSTES      PIC 9(08)V99 VALUE ZEROS.
           03 WS-R-ANUIDADE      PIC 9(05) VALUE ZEROS.
           03 WS-R-ATIVIDADES    PIC 9(05) VALUE ZEROS.
           03 WS-VL-ATIVIDADES   PIC 9(08)V99 VALUE ZEROS.
           03 WS-R-TRANSPORTE    PIC 9(05) VALUE ZEROS.
           03 WS-VL-TRANSPORTE   PIC 9(08)V99 VALUE ZEROS.
       01  WS-VALOR-DESCONTO     PIC 9(05)V99 VALUE ZEROS.

       01  WS-REG-CFP001S1       PIC X(78) VALUE SPACES.
           03 WS-DT-NASCIMENTO  PIC 9(08).
           03 WS-ST-ALUNO        PIC X(01).

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

      * AREA DE COMUNICACAO COM O FECHAMENTO FINANCEIRO (VERFECHA)
       01  WS-FECHA-AREA.
           03 WS-FC-DT-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-FC-FECHADA       PIC X(01) VALUE 'N'.
           03 WS-FC-MENSAGEM      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.
       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA GERCOBRA - INICIADO'
            DISPLAY 'DIGITE O MES DE COMPETENCIA (AAAAMM): '
            ACCEPT WS-ANO-MES
               ACCEPT WS-DT-VENCIMENTO
            END-PERFORM

            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DT-HOJE

            PERFORM P050-ABRIR
            PERFORM P100-PROCESSA-ALUNO THRU P100-EXIT
                    UNTIL WS-FS-ALU = 10
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'GERCOBRA' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATRICUL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATRICUL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S5 TO WS-LY-TAMANHO
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
            OPEN INPUT CFP001S1
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S5
            IF WS-FS-MTR NOT = 00
               MOVE 'S' TO WS-SEM-MATRICULA
            END-IF

            OPEN INPUT CFP001SG
            IF WS-FS-BOL = 35
               MOVE 'S' TO WS-SEM-BOLSAS
            END-IF
            END-IF

            OPEN I-O CFP001SM
            IF WS-FS-DET = 35 THEN
               OPEN OUTPUT CFP001SM
            END-IF
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SM' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001T9
            IF WS-FS-ANU NOT = 00
               MOVE 'S' TO WS-SEM-ANUIDADES
            END-IF

      * >>> SEM INSCRICOES OU ATIVIDADES, SO AS MENSALIDADES SAEM
            OPEN I-O CFP001U4
            IF WS-FS-INS NOT = 00
               MOVE 'S' TO WS-SEM-ATIVIDADES
            ELSE
               OPEN INPUT CFP001U3
               IF WS-FS-ATV NOT = 00
                  MOVE 'S' TO WS-SEM-ATIVIDADES
                  CLOSE CFP001U4
               END-IF
            END-IF

      * >>> SEM VINCULOS OU ROTAS DE TRANSPORTE, NADA DE 'TR' SAI
            OPEN I-O CFP001X5
            IF WS-FS-TRA NOT = 00
               MOVE 'S' TO WS-SEM-TRANSPORTE
            ELSE
               OPEN INPUT CFP001X3
               IF WS-FS-ROT NOT = 00
                  MOVE 'S' TO WS-SEM-TRANSPORTE
                  CLOSE CFP001X5
               END-IF
            END-IF

            OPEN OUTPUT REL-GERACAO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               IF WS-FS-ALU = 00 AND WS-ST-ALUNO = 'A'
                  ADD 1 TO WS-R-ALUNOS
                  PERFORM P200-GERAR-COBRANCA THRU P200-EXIT
                  PERFORM P300-ATIVIDADES THRU P300-EXIT
                  PERFORM P400-TRANSPORTE THRU P400-EXIT
               END-IF
            END-IF.
       P100-EXIT.
      * >>> GERA A COBRANCA EM ABERTO; SEM TABELA, REPORTA E PULA
       S200 SECTION.
       P200-GERAR-COBRANCA.
            PERFORM P205-ANUIDADE THRU P205-EXIT
            IF WS-MES-ANUIDADE = 'S'
               GO TO P200-EXIT
            END-IF

            MOVE WS-TU-ALUNO     TO ME-TU-ALUNO
            MOVE WS-ANO-GERACAO  TO ME-ANO-LETIVO
            READ CFP001SE
                      GO TO P200-EXIT
            END-READ

            PERFORM P210-PRO-RATA THRU P210-EXIT

            MOVE WS-ID-ALUNO      TO CB-ID-ALUNO
            MOVE WS-ANO-MES       TO CB-ANO-MES
            MOVE ZEROS            TO CB-NR-SEQ
            MOVE ZEROS            TO CB-NR-PLANO
            MOVE WS-DT-VENCIMENTO TO CB-DT-VENCIMENTO
            MOVE ME-VALOR         TO CB-VALOR-BRUTO
            MOVE WS-PR-VL-AJUSTE  TO CB-VALOR-AJUSTE
            MOVE WS-PR-DIAS-COBRADOS TO CB-DIAS-COBRADOS
            MOVE WS-PR-DIAS-MES   TO CB-DIAS-MES
            IF CB-VALOR-AJUSTE > ZEROS
               SET AJUSTE-ENTRADA TO TRUE
            ELSE
               SET SEM-AJUSTE     TO TRUE
            END-IF
            PERFORM P230-APLICA-BOLSA THRU P230-EXIT
            MOVE ZEROS            TO CB-VALOR-PAGO
            MOVE ZEROS            TO CB-DT-PAGAMENTO
            SET COBRANCA-ABERTA   TO TRUE
            SET TIPO-MENSALIDADE  TO TRUE
            MOVE ZEROS            TO CB-NOSSO-NUMERO
            MOVE SPACES           TO CB-TXID
            WRITE REG-CFP001SF
                  INVALID KEY
                       ADD 1 TO WS-R-JA-GERADAS
                          ADD 1 TO WS-R-COM-BOLSA
                          ADD CB-VALOR-DESCONTO TO WS-VL-DESCONTOS
                       END-IF
                       IF CB-VALOR-AJUSTE > ZEROS
                          PERFORM P240-REL-PRO-RATA THRU P240-EXIT
                       END-IF
            END-WRITE

            IF WS-FS-COB NOT = 00 AND 22 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001SF' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            IF WS-FS-COB = 00
               PERFORM P260-APLICA-CREDITO THRU P260-EXIT
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> MES COBERTO PELA ANUIDADE ANTECIPADA JA TEM A MENSALIDADE
      * >>> QUITADA PELO ANUIDADE: NADA A GERAR
       P205-ANUIDADE.
            MOVE 'N' TO WS-MES-ANUIDADE
            IF WS-SEM-ANUIDADES = 'S'
               GO TO P205-EXIT
            END-IF
            MOVE WS-ID-ALUNO    TO AN-ID-ALUNO
            MOVE WS-ANO-GERACAO TO AN-ANO
            READ CFP001T9
                 KEY IS AN-CHAVE
                 INVALID KEY
                      GO TO P205-EXIT
            END-READ
            IF WS-MES-GERACAO < AN-MES-INICIAL
               GO TO P205-EXIT
            END-IF
            MOVE 'S' TO WS-MES-ANUIDADE
            ADD 1 TO WS-R-ANUIDADE
            MOVE SPACES TO REL-LINHA
            STRING 'ANUIDADE PAGA: ALUNO ' WS-ID-ALUNO
                   ' RECIBO ' AN-NR-RECIBO
                   ' EM ' AN-DT-PAGAMENTO ' - MES PULADO'
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA.
       P205-EXIT.
            EXIT.

      * >>> PRIMEIRA MENSALIDADE DO ALUNO: ENTRADA (MENOR DATA DE
      * >>> MATRICULA) NO MES DE COMPETENCIA E NENHUMA MENSALIDADE NO
      * >>> MES ANTERIOR; O PRORATA DEVOLVE O AJUSTE PELOS DIAS LETIVOS
       P210-PRO-RATA.
            MOVE ZEROS TO WS-PR-VL-AJUSTE
            MOVE ZEROS TO WS-PR-DIAS-COBRADOS
            MOVE ZEROS TO WS-PR-DIAS-MES
            IF WS-SEM-MATRICULA = 'S'
               GO TO P210-EXIT
            END-IF

            MOVE ZEROS       TO WS-DT-ENTRADA
            MOVE 'N'         TO WS-FIM-MTR
            MOVE WS-ID-ALUNO TO MT-ID-ALUNO
            MOVE ZEROS TO MT-ID-MATERIA MT-AN-MATERIA MT-TR-MATERIA
            START CFP001S5 KEY IS NOT LESS MT-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-MTR
            END-START
            PERFORM P220-LER-MATRICULA THRU P220-EXIT
                    UNTIL WS-FIM-MTR = 'S'
            IF WS-DT-ENTRADA(1:6) NOT = WS-ANO-MES
               GO TO P210-EXIT
            END-IF

            MOVE WS-ANO-MES TO WS-MES-ANTERIOR
            IF WS-MM-ANTERIOR = 01
               SUBTRACT 1 FROM WS-ANO-ANTERIOR
               MOVE 12 TO WS-MM-ANTERIOR
            ELSE
               SUBTRACT 1 FROM WS-MM-ANTERIOR
            END-IF
            MOVE WS-ID-ALUNO     TO CB-ID-ALUNO
            MOVE WS-MES-ANTERIOR TO CB-ANO-MES
            MOVE ZEROS           TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      GO TO P210-EXIT
            END-READ

            MOVE 'E'           TO WS-PR-FUNCAO
            MOVE WS-ID-ALUNO   TO WS-PR-ID-ALUNO
            MOVE WS-ANO-MES    TO WS-PR-ANO-MES
            MOVE WS-DT-ENTRADA TO WS-PR-DT-MOVIMENTO
            MOVE ME-VALOR      TO WS-PR-VALOR
            CALL 'PRORATA' USING WS-PRORATA-AREA
            IF WS-PR-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO PRORATA: ' WS-PR-MENSAGEM
            END-IF.
       P210-EXIT.
            EXIT.

       P220-LER-MATRICULA.
            READ CFP001S5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-MTR
                      GO TO P220-EXIT
            END-READ
            IF MT-ID-ALUNO NOT = WS-ID-ALUNO
               MOVE 'S' TO WS-FIM-MTR
               GO TO P220-EXIT
            END-IF
            IF WS-DT-ENTRADA = ZEROS
               OR MT-DT-MATRICULA < WS-DT-ENTRADA
               MOVE MT-DT-MATRICULA TO WS-DT-ENTRADA
            END-IF.
       P220-EXIT.
            EXIT.

      * >>> APLICA A BOLSA DO ALUNO VIGENTE NA DATA DE VENCIMENTO:
      * >>> DESCONTO = BASE * PERCENTUAL / 100, LIQUIDO = BASE -
      * >>> DESCONTO, ONDE BASE = BRUTO - AJUSTE DE PRO-RATA; SEM
      * >>> BOLSA VIGENTE, LIQUIDO = BASE
       P230-APLICA-BOLSA.
            MOVE ZEROS         TO CB-VALOR-DESCONTO
            COMPUTE CB-VALOR-LIQUIDO =
                    CB-VALOR-BRUTO - CB-VALOR-AJUSTE
            IF WS-SEM-BOLSAS = 'S'
               GO TO P230-EXIT
            END-IF
            END-IF

            COMPUTE WS-VALOR-DESCONTO ROUNDED =
                    (CB-VALOR-BRUTO - CB-VALOR-AJUSTE)
                    * BS-PERCENTUAL / 100
            MOVE WS-VALOR-DESCONTO TO CB-VALOR-DESCONTO
            COMPUTE CB-VALOR-LIQUIDO =
                    CB-VALOR-BRUTO - CB-VALOR-AJUSTE
                    - CB-VALOR-DESCONTO.
       P230-EXIT.
            EXIT.

      * >>> PRO-RATA DE ENTRADA NO RELATORIO: OS PAIS CONTESTAM O
      * >>> VALOR, A SECRETARIA CONFERE DIAS E VALORES POR AQUI
       P240-REL-PRO-RATA.
            ADD 1               TO WS-R-PRO-RATA
            ADD CB-VALOR-AJUSTE TO WS-VL-AJUSTES
            MOVE SPACES TO REL-LINHA
            STRING 'PRO-RATA ENTRADA: ALUNO ' WS-ID-ALUNO
                   ' EM ' WS-DT-ENTRADA
                   ' DIAS ' CB-DIAS-COBRADOS '/' CB-DIAS-MES
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '  CHEIO ' CB-VALOR-BRUTO
                   ' AJUSTE ' CB-VALOR-AJUSTE
                   ' LIQUIDO ' CB-VALOR-LIQUIDO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA.
       P240-EXIT.
            EXIT.

       P250-SEM-TABELA.
            MOVE SPACES TO REL-LINHA
            STRING 'SEM MENSALIDADE: ALUNO ' WS-ID-ALUNO
       P250-EXIT.
            EXIT.

      * >>> COBRANCA RECEM-GERADA CONSOME O SALDO DE CREDITO DA
      * >>> FAMILIA (CREDFAMI): O VALOR USADO VIRA DETALHE ORIGEM 'S'
      * >>> (SALDO) NO PAGDETAL, SOMA NO PAGO E, COBRINDO O LIQUIDO,
      * >>> QUITA A COBRANCA NA DATA DA GERACAO
       P260-APLICA-CREDITO.
            MOVE WS-DT-HOJE TO WS-FC-DT-MOVIMENTO
            CALL 'VERFECHA' USING WS-FECHA-AREA
            IF WS-FC-FECHADA = 'S'
               GO TO P260-EXIT
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
               GO TO P260-EXIT
            END-IF

            MOVE CB-ID-ALUNO     TO PD-ID-ALUNO
            MOVE CB-ANO-MES      TO PD-ANO-MES
            MOVE CB-NR-SEQ       TO PD-NR-SEQ
            MOVE 1               TO PD-SEQUENCIA
            MOVE WS-DT-HOJE      TO PD-DT-PAGAMENTO
            MOVE WS-CF-VL-USADO  TO PD-VALOR-PAGO
            SET PAGTO-CREDITO    TO TRUE
            MOVE SPACES          TO PD-OPERADOR
            SET FORMA-SALDO      TO TRUE
            MOVE ZEROS           TO PD-CARTEIRA
            WRITE REG-CFP001SM
            END-WRITE
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SM'      TO WS-MSG2
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

            ADD 1              TO WS-R-COM-CREDITO
            ADD WS-CF-VL-USADO TO WS-VL-CREDITOS
            MOVE SPACES TO REL-LINHA
            STRING 'CREDITO APLICADO: ALUNO ' WS-ID-ALUNO
                   ' VALOR ' WS-CF-VL-USADO
                   ' SALDO ' WS-CF-VL-SALDO
                   ' SIT ' CB-ST-COBRANCA
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA.
       P260-EXIT.
            EXIT.

      * >>> MENSALIDADE DAS ATIVIDADES EXTRACURRICULARES DO ALUNO: UMA
      * >>> COBRANCA 'AT' POR INSCRICAO ATIVA AINDA NAO COBRADA NA
      * >>> COMPETENCIA (IA-ULT-COMPETENCIA IMPEDE COBRAR DUAS VEZES)
       S300 SECTION.
       P300-ATIVIDADES.
            IF WS-SEM-ATIVIDADES = 'S'
               GO TO P300-EXIT
            END-IF
            MOVE 'N'         TO WS-FIM-INS
            MOVE WS-ID-ALUNO TO IA-ID-ALUNO
            MOVE ZEROS       TO IA-CD-ATIVIDADE
            START CFP001U4 KEY IS NOT LESS IA-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-INS
            END-START
            PERFORM P310-UMA-INSCRICAO THRU P310-EXIT
                    UNTIL WS-FIM-INS = 'S'.
       P300-EXIT.
            EXIT.

       P310-UMA-INSCRICAO.
            READ CFP001U4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-INS
                      GO TO P310-EXIT
            END-READ
            IF IA-ID-ALUNO NOT = WS-ID-ALUNO
               MOVE 'S' TO WS-FIM-INS
               GO TO P310-EXIT
            END-IF
            IF NOT INSCRICAO-ATIVA
               OR IA-ULT-COMPETENCIA NOT LESS WS-ANO-MES
               OR IA-DT-ATIVACAO(1:6) > WS-ANO-MES
               GO TO P310-EXIT
            END-IF

            MOVE IA-CD-ATIVIDADE TO AV-CD-ATIVIDADE
            READ CFP001U3
                 KEY IS AV-CD-ATIVIDADE
                 INVALID KEY
                      GO TO P310-EXIT
            END-READ
            IF ATIVIDADE-INATIVA
               OR AV-VL-MENSAL = ZEROS
               GO TO P310-EXIT
            END-IF

            PERFORM P330-PROCURA-SEQ THRU P330-EXIT
            IF WS-SEQ-LIVRE NOT = 'S'
               MOVE SPACES TO REL-LINHA
               STRING 'SEM SEQUENCIA LIVRE: ALUNO ' WS-ID-ALUNO
                      ' ATIVIDADE ' AV-CD-ATIVIDADE
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO TO P310-EXIT
            END-IF

            MOVE WS-ID-ALUNO      TO CB-ID-ALUNO
            MOVE WS-ANO-MES       TO CB-ANO-MES
            MOVE WS-NR-SEQ        TO CB-NR-SEQ
            MOVE ZEROS            TO CB-NR-PLANO
            MOVE WS-DT-VENCIMENTO TO CB-DT-VENCIMENTO
            MOVE AV-VL-MENSAL     TO CB-VALOR-BRUTO
            MOVE ZEROS            TO CB-VALOR-DESCONTO
            MOVE AV-VL-MENSAL     TO CB-VALOR-LIQUIDO
            MOVE ZEROS            TO CB-VALOR-PAGO
            MOVE ZEROS            TO CB-DT-PAGAMENTO
            SET COBRANCA-ABERTA   TO TRUE
            SET TIPO-ATIVIDADE    TO TRUE
            SET SEM-AJUSTE        TO TRUE
            MOVE ZEROS            TO CB-VALOR-AJUSTE
            MOVE ZEROS            TO CB-DIAS-COBRADOS
            MOVE ZEROS            TO CB-DIAS-MES
            MOVE ZEROS            TO CB-NOSSO-NUMERO
            MOVE SPACES           TO CB-TXID
            WRITE REG-CFP001SF
            END-WRITE
            IF WS-FS-COB NOT = 00 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001SF' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1            TO WS-R-ATIVIDADES
            ADD AV-VL-MENSAL TO WS-VL-ATIVIDADES
            MOVE SPACES TO REL-LINHA
            STRING 'ATIVIDADE: ALUNO ' WS-ID-ALUNO
                   ' ' AV-CD-ATIVIDADE ' ' AV-NOME
                   ' SEQ ' CB-NR-SEQ ' VALOR ' CB-VALOR-LIQUIDO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA

            MOVE WS-ANO-MES TO IA-ULT-COMPETENCIA
            REWRITE REG-CFP001U4
            END-REWRITE
            IF WS-FS-INS NOT = 00 THEN
               MOVE WS-FS-INS                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U4'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            PERFORM P260-APLICA-CREDITO THRU P260-EXIT.
       P310-EXIT.
            EXIT.

      * >>> PRIMEIRA SEQUENCIA LIVRE DO ALUNO NA COMPETENCIA A PARTIR
      * >>> DE 01 (A 00 E DA MENSALIDADE), COMO NO CADCOBAV
       P330-PROCURA-SEQ.
            MOVE ZEROS TO WS-NR-SEQ
            MOVE 'N'   TO WS-SEQ-LIVRE
            PERFORM P340-TESTA-SEQ THRU P340-EXIT
                    UNTIL WS-SEQ-LIVRE = 'S'
                       OR WS-NR-SEQ NOT LESS 99.
       P330-EXIT.
            EXIT.

       P340-TESTA-SEQ.
            ADD 1 TO WS-NR-SEQ
            MOVE WS-ID-ALUNO TO CB-ID-ALUNO
            MOVE WS-ANO-MES  TO CB-ANO-MES
            MOVE WS-NR-SEQ   TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      MOVE 'S' TO WS-SEQ-LIVRE
            END-READ.
       P340-EXIT.
            EXIT.

      * >>> MENSALIDADE DO TRANSPORTE ESCOLAR: UMA COBRANCA 'TR' PARA
      * >>> O ALUNO COM VINCULO ATIVO EM ROTA ATIVA, AINDA NAO COBRADO
      * >>> NA COMPETENCIA (TA-ULT-COMPETENCIA IMPEDE COBRAR DUAS VEZES)
       S400 SECTION.
       P400-TRANSPORTE.
            IF WS-SEM-TRANSPORTE = 'S'
               GO TO P400-EXIT
            END-IF
            MOVE WS-ID-ALUNO TO TA-ID-ALUNO
            READ CFP001X5
                 KEY IS TA-ID-ALUNO
                 INVALID KEY
                      GO TO P400-EXIT
            END-READ
            IF NOT TRANSPORTE-ATIVO
               OR TA-ULT-COMPETENCIA NOT LESS WS-ANO-MES
               OR TA-DT-INICIO(1:6) > WS-ANO-MES
               GO TO P400-EXIT
            END-IF

            MOVE TA-CD-ROTA TO RO-CD-ROTA
            READ CFP001X3
                 KEY IS RO-CD-ROTA
                 INVALID KEY
                      GO TO P400-EXIT
            END-READ
            IF ROTA-INATIVA
               OR RO-VL-MENSAL = ZEROS
               GO TO P400-EXIT
            END-IF

            PERFORM P330-PROCURA-SEQ THRU P330-EXIT
            IF WS-SEQ-LIVRE NOT = 'S'
               MOVE SPACES TO REL-LINHA
               STRING 'SEM SEQUENCIA LIVRE: ALUNO ' WS-ID-ALUNO
                      ' ROTA ' RO-CD-ROTA
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO TO P400-EXIT
            END-IF

            MOVE WS-ID-ALUNO      TO CB-ID-ALUNO
            MOVE WS-ANO-MES       TO CB-ANO-MES
            MOVE WS-NR-SEQ        TO CB-NR-SEQ
            MOVE ZEROS            TO CB-NR-PLANO
            MOVE WS-DT-VENCIMENTO TO CB-DT-VENCIMENTO
            MOVE RO-VL-MENSAL     TO CB-VALOR-BRUTO
            MOVE ZEROS            TO CB-VALOR-DESCONTO
            MOVE RO-VL-MENSAL     TO CB-VALOR-LIQUIDO
            MOVE ZEROS            TO CB-VALOR-PAGO
            MOVE ZEROS            TO CB-DT-PAGAMENTO
            SET COBRANCA-ABERTA   TO TRUE
            SET TIPO-TRANSPORTE   TO TRUE
            SET SEM-AJUSTE        TO TRUE
            MOVE ZEROS            TO CB-VALOR-AJUSTE
            MOVE ZEROS            TO CB-DIAS-COBRADOS
            MOVE ZEROS            TO CB-DIAS-MES
            MOVE ZEROS            TO CB-NOSSO-NUMERO
            MOVE SPACES           TO CB-TXID
            WRITE REG-CFP001SF
            END-WRITE
            IF WS-FS-COB NOT = 00 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001SF' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1            TO WS-R-TRANSPORTE
            ADD RO-VL-MENSAL TO WS-VL-TRANSPORTE
            MOVE SPACES TO REL-LINHA
            STRING 'TRANSPORTE: ALUNO ' WS-ID-ALUNO
                   ' ROTA ' RO-CD-ROTA ' ' RO-NOME
                   ' SEQ ' CB-NR-SEQ ' VALOR ' CB-VALOR-LIQUIDO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA

            MOVE WS-ANO-MES TO TA-ULT-COMPETENCIA
            REWRITE REG-CFP001X5
            END-REWRITE
            IF WS-FS-TRA NOT = 00 THEN
               MOVE WS-FS-TRA                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001X5'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            PERFORM P260-APLICA-CREDITO THRU P260-EXIT.
       P400-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE ALL '-' TO REL-LINHA
            STRING 'TOTAL DE DESCONTOS......: ' WS-VL-DESCONTOS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'COBRANCAS COM CREDITO...: ' WS-R-COM-CREDITO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL DE CREDITOS USADOS: ' WS-VL-CREDITOS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'COBRANCAS COM PRO-RATA..: ' WS-R-PRO-RATA
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL AJUSTES PRO-RATA..: ' WS-VL-AJUSTES
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'PULADOS POR ANUIDADE....: ' WS-R-ANUIDADE
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'COBRANCAS DE ATIVIDADES.: ' WS-R-ATIVIDADES
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL DE ATIVIDADES.....: ' WS-VL-ATIVIDADES
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'COBRANCAS DE TRANSPORTE.: ' WS-R-TRANSPORTE
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL DE TRANSPORTE.....: ' WS-VL-TRANSPORTE
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA

            CLOSE CFP001S1
            CLOSE CFP001SE
            IF WS-SEM-MATRICULA = 'N'
               CLOSE CFP001S5
            END-IF
            IF WS-SEM-BOLSAS = 'N'
               CLOSE CFP001SG
            END-IF
            CLOSE CFP001SF
            CLOSE CFP001SM
            IF WS-SEM-ANUIDADES = 'N'
               CLOSE CFP001T9
            END-IF
            IF WS-SEM-ATIVIDADES = 'N'
               CLOSE CFP001U4
               CLOSE CFP001U3
            END-IF
            IF WS-SEM-TRANSPORTE = 'N'
               CLOSE CFP001X5
               CLOSE CFP001X3
            END-IF
            CLOSE REL-GERACAO
            IF WS-FS-COB NOT = 00 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
            DISPLAY ' ALUNOS SEM MENSALIDADE.: ' WS-R-SEM-TABELA
            DISPLAY ' COBRANCAS COM BOLSA....: ' WS-R-COM-BOLSA
            DISPLAY ' TOTAL DE DESCONTOS.....: ' WS-VL-DESCONTOS
            DISPLAY ' COBRANCAS COM CREDITO..: ' WS-R-COM-CREDITO
            DISPLAY ' TOTAL CREDITOS USADOS..: ' WS-VL-CREDITOS
            DISPLAY ' COBRANCAS COM PRO-RATA.: ' WS-R-PRO-RATA
            DISPLAY ' TOTAL AJUSTES PRO-RATA.: ' WS-VL-AJUSTES
            DISPLAY ' PULADOS POR ANUIDADE...: ' WS-R-ANUIDADE
            DISPLAY ' COBRANCAS DE ATIVIDADES: ' WS-R-ATIVIDADES
            DISPLAY ' TOTAL DE ATIVIDADES....: ' WS-VL-ATIVIDADES
            DISPLAY ' COBRANCAS DE TRANSPORTE: ' WS-R-TRANSPORTE
            DISPLAY ' TOTAL DE TRANSPORTE....: ' WS-VL-TRANSPORTE
            DISPLAY '--------------------------------------'
            MOVE 'GERCOBRA' TO WS-LG-PROGRAMA
            MOVE 'COBRANCAS GERAD' TO WS-LG-CONTADOR
