      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: PROCESSO DE ADMISSAO - MANTEM O ARQUIVO DE CANDIDATOS
      *          (CANDIDAT.DAT, CFP001V5): INSCRICAO COM A TURMA,
      *          UNIDADE E ANO/TERMO PRETENDIDOS E OS DADOS DO
      *          RESPONSAVEL; LANCAMENTO DA PROVA DE ADMISSAO E DA
      *          ENTREVISTA; DECISAO (APROVADO, RECUSADO OU
      *          DESISTENTE, COM MOTIVO); CONSULTA E RANKING POR NOTA
      *          DA PROVA NA TURMA PRETENDIDA (SORT NOS MOLDES DO
      *          RELRANK). SITUACOES: I=INSCRITO, V=AVALIADO,
      *          A=APROVADO, R=RECUSADO, D=DESISTENTE E M=MATRICULADO
      *          - ESTA ULTIMA SO E DADA PELO CNVCANDI, QUE CONVERTE O
      *          APROVADO EM ALUNO. O FUNIL POR UNIDADE SAI NO RELCANDI
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCANDI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001V5 ASSIGN TO "C:/ARQUIVOS/CANDIDAT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CD-ID-CANDIDATO
                  FILE STATUS  IS WS-FS-CAN
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CFP001SD ASSIGN TO "C:/ARQUIVOS/TURMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TM-CODIGO
                  FILE STATUS  IS WS-FS-TUR.
           SELECT WORK-CANDI ASSIGN TO "C:/ARQUIVOS/CANDWORK.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001V5.
           COPY REGCANDI.
       FD  CFP001SD.
           COPY REGTURMA.
       SD  WORK-CANDI.
       01  WRK-CANDI.
           03 WRK-TURMA          PIC X(05).
           03 WRK-NOTA           PIC 9(02)V99.
           03 WRK-DT-INSCRICAO   PIC 9(08).
           03 WRK-ID             PIC 9(05).
           03 WRK-NOME           PIC X(20).
           03 WRK-SITUACAO       PIC X(01).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-TURMAS      PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-O-CAN           PIC 9(02) VALUE ZEROS.
           03 WS-MAX-ID          PIC 9(05) VALUE ZEROS.
           03 WS-PROX-ID         PIC 9(05) VALUE ZEROS.
           03 WS-IDADE-MINIMA    PIC 9(02) VALUE 16.
           03 WS-IDADE-ALUNO     PIC 9(03) VALUE ZEROS.
           03 WS-IDADE-DIAS      PIC S9(07) VALUE ZEROS.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DADOS-OK        PIC X(01) VALUE 'S'.
           03 WS-NOVA-SITUACAO   PIC X(01) VALUE SPACES.

      * >>> DADOS DIGITADOS NA INSCRICAO
       01  WS-CANDIDATO.
           03 WS-ID-CANDIDATO    PIC 9(05) VALUE ZEROS.
           03 WS-NM-CANDIDATO    PIC X(20) VALUE SPACES.
           03 WS-DT-NASCIMENTO   PIC 9(08) VALUE ZEROS.
           03 WS-CPF-CANDIDATO   PIC 9(11) VALUE ZEROS.
           03 WS-TL-CANDIDATO    PIC X(09) VALUE SPACES.
           03 WS-EM-CANDIDATO    PIC X(30) VALUE SPACES.
           03 WS-TURMA           PIC X(05) VALUE SPACES.
           03 WS-UNIDADE         PIC X(03) VALUE SPACES.
           03 WS-AN-LETIVO       PIC 9(04) VALUE ZEROS.
           03 WS-TR-LETIVO       PIC 9(01) VALUE ZEROS.
           03 WS-NM-RESP         PIC X(20) VALUE SPACES.
           03 WS-CPF-RESP        PIC 9(11) VALUE ZEROS.
           03 WS-TP-RESP         PIC X(02) VALUE SPACES.
           03 WS-DT-PROVA        PIC 9(08) VALUE ZEROS.
           03 WS-NT-PROVA        PIC 9(02)V99 VALUE ZEROS.
           03 WS-DT-ENTREVISTA   PIC 9(08) VALUE ZEROS.
           03 WS-MOTIVO          PIC X(30) VALUE SPACES.

      * >>> RANKING POR NOTA (SORT)
       01  WS-RANKING-VAR.
           03 WS-RK-TURMA        PIC X(05) VALUE SPACES.
           03 WS-RK-ANO          PIC 9(04) VALUE ZEROS.
           03 WS-FIM-CANDI       PIC X(01) VALUE 'N'.
           03 WS-FIM-SORT        PIC X(01) VALUE 'N'.
           03 WS-TURMA-ANT       PIC X(05) VALUE SPACES.
           03 WS-POSICAO         PIC 9(03) VALUE ZEROS.
           03 WS-R-RANKING       PIC 9(05) VALUE ZEROS.

      * AREA DE COMUNICACAO COM A SUBROTINA DE VALIDACAO DE CPF
       01  WS-VALCPF-AREA.
           03 WS-VC-CPF           PIC 9(11) VALUE ZEROS.
           03 WS-VC-RESULTADO     PIC X(01) VALUE SPACES.

      * AREA DE COMUNICACAO COM A SUBROTINA DE NORMALIZACAO DE NOMES
       01  WS-NORM-AREA.
           03 WS-NORM-NOME        PIC X(35) VALUE SPACES.
           03 WS-NORM-TAM         PIC 9(02) VALUE ZEROS.

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
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001V5
            IF WS-FS-CAN = 35 THEN
               OPEN OUTPUT CFP001V5
               CLOSE CFP001V5
               OPEN I-O CFP001V5
            END-IF
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM MESTRE DE TURMAS, A TURMA PRETENDIDA NAO E CONFERIDA
      * >>> E A UNIDADE E DIGITADA
            OPEN INPUT CFP001SD
            IF WS-FS-TUR NOT = 00
               MOVE 'S' TO WS-SEM-TURMAS
            END-IF

            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DATA-HOJE.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            DISPLAY LK-AREA
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '      CANDIDATOS - ADMISSAO'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - INSCREVER CANDIDATO'
               DISPLAY ' <2> - LANCAR PROVA E ENTREVISTA'
               DISPLAY ' <3> - APROVAR, RECUSAR OU DESISTENCIA'
               DISPLAY ' <4> - CONSULTAR CANDIDATO'
               DISPLAY ' <5> - RANKING POR NOTA DA PROVA'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-INSCREVER THRU P200-EXIT
                   WHEN '2'
                     PERFORM P300-AVALIAR THRU P300-EXIT
                   WHEN '3'
                     PERFORM P400-DECIDIR THRU P400-EXIT
                   WHEN '4'
                     PERFORM P450-CONSULTAR THRU P450-EXIT
                   WHEN '5'
                     PERFORM P500-RANKING THRU P500-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE
               DISPLAY 'DESEJA OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> DESCOBRE O MAIOR CD-ID-CANDIDATO JA GRAVADO NO ARQUIVO
       S150 SECTION.
       P150-PROX-ID.
            MOVE ZEROS      TO WS-MAX-ID
            MOVE LOW-VALUES TO CD-ID-CANDIDATO
            START CFP001V5 KEY IS NOT LESS THAN CD-ID-CANDIDATO
                  INVALID KEY
                       CONTINUE
                  NOT INVALID KEY
                       PERFORM P160-ACHAR-MAX THRU P160-EXIT
                               UNTIL WS-FS-CAN = 10
            END-START
            ADD 1 WS-MAX-ID GIVING WS-PROX-ID.
       P150-EXIT.
            EXIT.

       P160-ACHAR-MAX.
            READ CFP001V5 NEXT RECORD
                 AT END
                      CONTINUE
                 NOT AT END
                      IF CD-ID-CANDIDATO > WS-MAX-ID
                         MOVE CD-ID-CANDIDATO TO WS-MAX-ID
                      END-IF
            END-READ.
       P160-EXIT.
            EXIT.

      * >>> INSCRICAO: DADOS DO CANDIDATO, PRETENSAO E RESPONSAVEL.
      * >>> AS MESMAS REGRAS DO CADALUNO (NOME NORMALIZADO, TELEFONE,
      * >>> IDADE MINIMA E CPF) JA VALEM AQUI, PARA A CONVERSAO EM
      * >>> ALUNO NAO ESBARRAR NELAS DEPOIS
       S200 SECTION.
       P200-INSCREVER.
            INITIALIZE WS-CANDIDATO
            DISPLAY 'NOME DO CANDIDATO: '
            ACCEPT WS-NM-CANDIDATO
            MOVE WS-NM-CANDIDATO TO WS-NORM-NOME
            MOVE 20              TO WS-NORM-TAM
            CALL 'NORMNOME' USING WS-NORM-AREA
            MOVE WS-NORM-NOME    TO WS-NM-CANDIDATO
            IF WS-NM-CANDIDATO = SPACES
               DISPLAY 'NOME DO CANDIDATO E OBRIGATORIO!'
               GO TO P200-EXIT
            END-IF

            DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '
            ACCEPT WS-DT-NASCIMENTO
            PERFORM P210-CONFERE-IDADE THRU P210-EXIT
            IF WS-DADOS-OK = 'N'
               GO TO P200-EXIT
            END-IF

            DISPLAY 'CPF DO CANDIDATO (0 = SEM DOC): '
            ACCEPT WS-CPF-CANDIDATO
            MOVE WS-CPF-CANDIDATO TO WS-VC-CPF
            PERFORM P220-CONFERE-CPF THRU P220-EXIT
            IF WS-DADOS-OK = 'N'
               GO TO P200-EXIT
            END-IF

            DISPLAY 'TELEFONE (9 DIGITOS): '
            ACCEPT WS-TL-CANDIDATO
            PERFORM UNTIL WS-TL-CANDIDATO IS NUMERIC
               DISPLAY 'TELEFONE: DIGITE SOMENTE OS 9 DIGITOS: '
               ACCEPT WS-TL-CANDIDATO
            END-PERFORM
            DISPLAY 'E-MAIL: '
            ACCEPT WS-EM-CANDIDATO

            DISPLAY 'TURMA PRETENDIDA: '
            ACCEPT WS-TURMA
            PERFORM P230-CONFERE-TURMA THRU P230-EXIT
            IF WS-DADOS-OK = 'N'
               GO TO P200-EXIT
            END-IF
            DISPLAY 'ANO LETIVO PRETENDIDO (AAAA): '
            ACCEPT WS-AN-LETIVO
            PERFORM UNTIL WS-AN-LETIVO IS NUMERIC
                      AND WS-AN-LETIVO > ZEROS
               DISPLAY 'ANO INVALIDO! DIGITE NO FORMATO AAAA: '
               ACCEPT WS-AN-LETIVO
            END-PERFORM
            DISPLAY 'TERMO DE INGRESSO (0 A 9): '
            ACCEPT WS-TR-LETIVO

            DISPLAY 'NOME DO RESPONSAVEL (BRANCOS = CANDIDATO SEM'
                    ' RESPONSAVEL): '
            ACCEPT WS-NM-RESP
            IF WS-NM-RESP NOT = SPACES
               PERFORM P240-RESPONSAVEL THRU P240-EXIT
               IF WS-DADOS-OK = 'N'
                  GO TO P200-EXIT
               END-IF
            END-IF

            PERFORM P150-PROX-ID THRU P150-EXIT
            INITIALIZE REG-CFP001V5
            MOVE WS-PROX-ID       TO CD-ID-CANDIDATO
            MOVE WS-NM-CANDIDATO  TO CD-NM-CANDIDATO
            MOVE WS-DT-NASCIMENTO TO CD-DT-NASCIMENTO
            MOVE WS-CPF-CANDIDATO TO CD-CPF-CANDIDATO
            MOVE WS-TL-CANDIDATO  TO CD-TL-CANDIDATO
            MOVE WS-EM-CANDIDATO  TO CD-EM-CANDIDATO
            MOVE WS-TURMA         TO CD-TURMA
            MOVE WS-UNIDADE       TO CD-UNIDADE
            MOVE WS-AN-LETIVO     TO CD-AN-LETIVO
            MOVE WS-TR-LETIVO     TO CD-TR-LETIVO
            MOVE WS-NM-RESP       TO CD-NM-RESP
            MOVE WS-CPF-RESP      TO CD-CPF-RESP
            MOVE WS-TP-RESP       TO CD-TP-RESP
            IF WS-NM-RESP NOT = SPACES
               PERFORM P250-ENDERECO THRU P250-EXIT
            END-IF
            MOVE WS-DATA-HOJE     TO CD-DT-INSCRICAO
            MOVE WS-DATA-HOJE     TO CD-DT-SITUACAO
            MOVE WS-SS-OPERADOR   TO CD-OPERADOR
            SET CANDIDATO-INSCRITO TO TRUE
            WRITE REG-CFP001V5
                  INVALID KEY
                       DISPLAY 'CANDIDATO JA CADASTRADO'
                  NOT INVALID KEY
                       DISPLAY 'INSCRICAO REALIZADA - CANDIDATO '
                               CD-ID-CANDIDATO
            END-WRITE

            IF WS-FS-CAN NOT = 00 AND 22 THEN
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001V5' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            ELSE
               IF WS-FS-CAN = 00
                  ADD 1 TO WS-O-CAN
               END-IF
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> IDADE MINIMA PELA DATA DE NASCIMENTO, COMO NO CADALUNO
       P210-CONFERE-IDADE.
            MOVE 'N' TO WS-DADOS-OK
            IF WS-DT-NASCIMENTO IS NOT NUMERIC
               DISPLAY 'NASCIMENTO: DIGITE NO FORMATO AAAAMMDD'
               GO TO P210-EXIT
            END-IF
            COMPUTE WS-IDADE-DIAS =
                    FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) -
                    FUNCTION INTEGER-OF-DATE (WS-DT-NASCIMENTO)
                    ON SIZE ERROR
                       MOVE ZEROS TO WS-IDADE-DIAS
            END-COMPUTE
            IF WS-IDADE-DIAS NOT POSITIVE
               DISPLAY 'DATA DE NASCIMENTO INVALIDA'
               GO TO P210-EXIT
            END-IF
            COMPUTE WS-IDADE-ALUNO = WS-IDADE-DIAS / 365
            IF WS-IDADE-ALUNO < WS-IDADE-MINIMA
               DISPLAY 'CANDIDATO ABAIXO DA IDADE MINIMA PARA'
                       ' MATRICULA'
               GO TO P210-EXIT
            END-IF
            MOVE 'S' TO WS-DADOS-OK.
       P210-EXIT.
            EXIT.

      * >>> CPF EM WS-VC-CPF: ZERO E ACEITO (SEM DOCUMENTO); CPF
      * >>> PREENCHIDO PRECISA PASSAR NO DIGITO VERIFICADOR (VALCPF)
       P220-CONFERE-CPF.
            MOVE 'S' TO WS-DADOS-OK
            IF WS-VC-CPF = ZEROS
               GO TO P220-EXIT
            END-IF
            CALL 'VALCPF' USING WS-VALCPF-AREA
            IF WS-VC-RESULTADO NOT = 'S'
               MOVE 'N' TO WS-DADOS-OK
               DISPLAY 'CPF INVALIDO (0 = SEM DOC)'
            END-IF.
       P220-EXIT.
            EXIT.

      * >>> TURMA PRETENDIDA CADASTRADA E ATIVA; A UNIDADE VEM DELA
       P230-CONFERE-TURMA.
            MOVE 'S' TO WS-DADOS-OK
            IF WS-SEM-TURMAS = 'S'
               DISPLAY 'UNIDADE PRETENDIDA (BRANCOS = SEM): '
               ACCEPT WS-UNIDADE
               GO TO P230-EXIT
            END-IF
            MOVE WS-TURMA TO TM-CODIGO
            READ CFP001SD
                 KEY IS TM-CODIGO
                 INVALID KEY
                      MOVE 'N' TO WS-DADOS-OK
                      DISPLAY 'TURMA INEXISTENTE NO MESTRE!'
                      GO TO P230-EXIT
            END-READ
            IF NOT TURMA-ATIVA
               MOVE 'N' TO WS-DADOS-OK
               DISPLAY 'TURMA INATIVA!'
               GO TO P230-EXIT
            END-IF
            MOVE TM-UNIDADE TO WS-UNIDADE
            DISPLAY 'UNIDADE DA TURMA: ' WS-UNIDADE.
       P230-EXIT.
            EXIT.

       P240-RESPONSAVEL.
            MOVE WS-NM-RESP   TO WS-NORM-NOME
            MOVE 20           TO WS-NORM-TAM
            CALL 'NORMNOME' USING WS-NORM-AREA
            MOVE WS-NORM-NOME TO WS-NM-RESP
            DISPLAY 'CPF DO RESPONSAVEL (0 = SEM DOC): '
            ACCEPT WS-CPF-RESP
            MOVE WS-CPF-RESP TO WS-VC-CPF
            PERFORM P220-CONFERE-CPF THRU P220-EXIT
            IF WS-DADOS-OK = 'N'
               GO TO P240-EXIT
            END-IF
            DISPLAY 'TIPO - (PA)I, (MA)E OU (RF) RESP. FINANCEIRO: '
            ACCEPT WS-TP-RESP
            PERFORM UNTIL WS-TP-RESP = 'PA' OR 'MA' OR 'RF'
               DISPLAY 'TIPO INVALIDO! USE PA, MA OU RF: '
               ACCEPT WS-TP-RESP
            END-PERFORM.
       P240-EXIT.
            EXIT.

      * >>> ENDERECO DO RESPONSAVEL, LEVADO AO CONTATO NA CONVERSAO
       P250-ENDERECO.
            DISPLAY 'LOGRADOURO DO RESPONSAVEL: '
            ACCEPT CD-LG-RESP
            DISPLAY 'NUMERO: '
            ACCEPT CD-NR-END-RESP
            DISPLAY 'BAIRRO: '
            ACCEPT CD-BA-RESP
            DISPLAY 'CIDADE: '
            ACCEPT CD-CI-RESP
            DISPLAY 'UF: '
            ACCEPT CD-UF-RESP
            DISPLAY 'CEP (8 DIGITOS): '
            ACCEPT CD-CEP-RESP
            IF CD-CEP-RESP IS NOT NUMERIC
               MOVE ZEROS TO CD-CEP-RESP
            END-IF.
       P250-EXIT.
            EXIT.

      * >>> LE O CANDIDATO PEDIDO PARA AS DEMAIS OPCOES
       P290-LER-CANDIDATO.
            MOVE 'N' TO WS-DADOS-OK
            DISPLAY 'DIGITE O ID DO CANDIDATO: '
            ACCEPT WS-ID-CANDIDATO
            MOVE WS-ID-CANDIDATO TO CD-ID-CANDIDATO
            READ CFP001V5
                 KEY IS CD-ID-CANDIDATO
                 INVALID KEY
                      DISPLAY 'CANDIDATO INEXISTENTE!'
                 NOT INVALID KEY
                      MOVE 'S' TO WS-DADOS-OK
            END-READ.
       P290-EXIT.
            EXIT.

      * >>> PROVA DE ADMISSAO E ENTREVISTA: SO PARA INSCRITO OU JA
      * >>> AVALIADO (RELANCAMENTO); O CANDIDATO PASSA A AVALIADO
       S300 SECTION.
       P300-AVALIAR.
            PERFORM P290-LER-CANDIDATO THRU P290-EXIT
            IF WS-DADOS-OK = 'N'
               GO TO P300-EXIT
            END-IF
            IF NOT CANDIDATO-INSCRITO AND NOT CANDIDATO-AVALIADO
               DISPLAY 'CANDIDATO JA DECIDIDO (SITUACAO '
                       CD-ST-CANDIDATO ') - LANCAMENTO RECUSADO'
               GO TO P300-EXIT
            END-IF
            DISPLAY 'CANDIDATO: ' CD-NM-CANDIDATO ' TURMA ' CD-TURMA

            DISPLAY 'DATA DA PROVA (AAAAMMDD): '
            ACCEPT WS-DT-PROVA
            PERFORM UNTIL WS-DT-PROVA IS NUMERIC
                      AND WS-DT-PROVA > ZEROS
                      AND WS-DT-PROVA NOT > WS-DATA-HOJE
               DISPLAY 'DATA INVALIDA OU FUTURA! (AAAAMMDD): '
               ACCEPT WS-DT-PROVA
            END-PERFORM
            DISPLAY 'NOTA DA PROVA (0 A 10): '
            ACCEPT WS-NT-PROVA
            PERFORM UNTIL WS-NT-PROVA IS NUMERIC
                      AND WS-NT-PROVA NOT GREATER 10
               DISPLAY 'NOTA INVALIDA! DIGITE UM VALOR DE 0 A 10: '
               ACCEPT WS-NT-PROVA
            END-PERFORM
            DISPLAY 'DATA DA ENTREVISTA (AAAAMMDD, 0 = SEM): '
            ACCEPT WS-DT-ENTREVISTA
            PERFORM UNTIL WS-DT-ENTREVISTA IS NUMERIC
               DISPLAY 'DATA INVALIDA! (AAAAMMDD, 0 = SEM): '
               ACCEPT WS-DT-ENTREVISTA
            END-PERFORM

            MOVE WS-DT-PROVA      TO CD-DT-PROVA
            MOVE WS-NT-PROVA      TO CD-NT-PROVA
            MOVE WS-DT-ENTREVISTA TO CD-DT-ENTREVISTA
            SET CANDIDATO-AVALIADO TO TRUE
            MOVE WS-DATA-HOJE     TO CD-DT-SITUACAO
            MOVE WS-SS-OPERADOR   TO CD-OPERADOR
            PERFORM P350-REGRAVAR THRU P350-EXIT
            DISPLAY 'PROVA E ENTREVISTA LANCADAS!'.
       P300-EXIT.
            EXIT.

       P350-REGRAVAR.
            REWRITE REG-CFP001V5
            END-REWRITE
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO REGRAVACAO DO CFP001V5'       TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-O-CAN.
       P350-EXIT.
            EXIT.

      * >>> DECISAO: APROVADO (SO QUEM JA FEZ A PROVA), RECUSADO OU
      * >>> DESISTENTE (COM MOTIVO); MATRICULADO NAO MUDA MAIS
       S400 SECTION.
       P400-DECIDIR.
            PERFORM P290-LER-CANDIDATO THRU P290-EXIT
            IF WS-DADOS-OK = 'N'
               GO TO P400-EXIT
            END-IF
            IF CANDIDATO-MATRICULADO
               DISPLAY 'CANDIDATO JA CONVERTIDO NO ALUNO ' CD-ID-ALUNO
               GO TO P400-EXIT
            END-IF
            DISPLAY 'CANDIDATO: ' CD-NM-CANDIDATO ' SITUACAO '
                    CD-ST-CANDIDATO ' NOTA ' CD-NT-PROVA
            DISPLAY 'NOVA SITUACAO - (A)PROVADO (R)ECUSADO'
                    ' (D)ESISTENTE: '
            MOVE SPACES TO WS-NOVA-SITUACAO
            ACCEPT WS-NOVA-SITUACAO
            EVALUATE WS-NOVA-SITUACAO
                WHEN 'A'
                  IF NOT CANDIDATO-AVALIADO
                     AND NOT CANDIDATO-APROVADO
                     DISPLAY 'LANCE A PROVA ANTES DE APROVAR!'
                     GO TO P400-EXIT
                  END-IF
                  MOVE SPACES TO WS-MOTIVO
                WHEN 'R'
                WHEN 'D'
                  DISPLAY 'MOTIVO: '
                  MOVE SPACES TO WS-MOTIVO
                  ACCEPT WS-MOTIVO
                  PERFORM UNTIL WS-MOTIVO NOT = SPACES
                     DISPLAY 'MOTIVO E OBRIGATORIO! DIGITE: '
                     ACCEPT WS-MOTIVO
                  END-PERFORM
                WHEN OTHER
                  DISPLAY 'SITUACAO INVALIDA!'
                  GO TO P400-EXIT
            END-EVALUATE

            MOVE WS-NOVA-SITUACAO TO CD-ST-CANDIDATO
            MOVE WS-MOTIVO        TO CD-MOTIVO
            MOVE WS-DATA-HOJE     TO CD-DT-SITUACAO
            MOVE WS-SS-OPERADOR   TO CD-OPERADOR
            PERFORM P350-REGRAVAR THRU P350-EXIT
            DISPLAY 'SITUACAO DO CANDIDATO ATUALIZADA!'.
       P400-EXIT.
            EXIT.

       P450-CONSULTAR.
            PERFORM P290-LER-CANDIDATO THRU P290-EXIT
            IF WS-DADOS-OK = 'N'
               GO TO P450-EXIT
            END-IF
            DISPLAY '-------------------------------------'
            DISPLAY ' CANDIDATO..: ' CD-ID-CANDIDATO ' - '
                    CD-NM-CANDIDATO
            DISPLAY ' NASCIMENTO.: ' CD-DT-NASCIMENTO
                    '  CPF: ' CD-CPF-CANDIDATO
            DISPLAY ' CONTATO....: ' CD-TL-CANDIDATO ' '
                    CD-EM-CANDIDATO
            DISPLAY ' PRETENSAO..: TURMA ' CD-TURMA ' UNIDADE '
                    CD-UNIDADE ' ' CD-AN-LETIVO '/' CD-TR-LETIVO
            DISPLAY ' RESPONSAVEL: ' CD-NM-RESP ' (' CD-TP-RESP
                    ') CPF ' CD-CPF-RESP
            DISPLAY ' INSCRICAO..: ' CD-DT-INSCRICAO
            DISPLAY ' PROVA......: ' CD-DT-PROVA ' NOTA '
                    CD-NT-PROVA
            DISPLAY ' ENTREVISTA.: ' CD-DT-ENTREVISTA
            DISPLAY ' SITUACAO...: ' CD-ST-CANDIDATO ' EM '
                    CD-DT-SITUACAO ' POR ' CD-OPERADOR
            IF CD-MOTIVO NOT = SPACES
               DISPLAY ' MOTIVO.....: ' CD-MOTIVO
            END-IF
            IF CANDIDATO-MATRICULADO
               DISPLAY ' ALUNO......: ' CD-ID-ALUNO
            END-IF
            DISPLAY '-------------------------------------'.
       P450-EXIT.
            EXIT.

      * >>> RANKING DOS CANDIDATOS COM PROVA LANCADA NO ANO PEDIDO,
      * >>> POR TURMA PRETENDIDA E NOTA DECRESCENTE (EMPATE: QUEM SE
      * >>> INSCREVEU PRIMEIRO); DESISTENTES FICAM DE FORA
       S500 SECTION.
       P500-RANKING.
            DISPLAY 'TURMA PRETENDIDA (BRANCOS = TODAS): '
            MOVE SPACES TO WS-RK-TURMA
            ACCEPT WS-RK-TURMA
            DISPLAY 'ANO LETIVO PRETENDIDO (AAAA): '
            ACCEPT WS-RK-ANO
            MOVE ZEROS TO WS-R-RANKING
            SORT WORK-CANDI
                 ON ASCENDING KEY WRK-TURMA
                 ON DESCENDING KEY WRK-NOTA
                 ON ASCENDING KEY WRK-DT-INSCRICAO
                 INPUT PROCEDURE IS S510
                 OUTPUT PROCEDURE IS S540
            DISPLAY '-------------------------------------'
            DISPLAY ' CANDIDATOS NO RANKING: ' WS-R-RANKING
            DISPLAY ' SITUACAO: V=AVALIADO A=APROVADO R=RECUSADO'
                    ' M=MATRICULADO'.
       P500-EXIT.
            EXIT.

       S510 SECTION.
       P510-ENTRADA.
            MOVE 'N'        TO WS-FIM-CANDI
            MOVE LOW-VALUES TO CD-ID-CANDIDATO
            START CFP001V5 KEY IS NOT LESS THAN CD-ID-CANDIDATO
                  INVALID KEY
                       GO TO P539-FIM-ENTRADA
            END-START
            PERFORM P520-UM-CANDIDATO THRU P520-EXIT
                    UNTIL WS-FIM-CANDI = 'S'
            GO TO P539-FIM-ENTRADA.

       P520-UM-CANDIDATO.
            READ CFP001V5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CANDI
                      GO TO P520-EXIT
            END-READ
            IF CD-AN-LETIVO NOT = WS-RK-ANO
               OR CD-DT-PROVA = ZEROS
               OR CANDIDATO-DESISTENTE
               GO TO P520-EXIT
            END-IF
            IF WS-RK-TURMA NOT = SPACES
               AND CD-TURMA NOT = WS-RK-TURMA
               GO TO P520-EXIT
            END-IF
            MOVE CD-TURMA        TO WRK-TURMA
            MOVE CD-NT-PROVA     TO WRK-NOTA
            MOVE CD-DT-INSCRICAO TO WRK-DT-INSCRICAO
            MOVE CD-ID-CANDIDATO TO WRK-ID
            MOVE CD-NM-CANDIDATO TO WRK-NOME
            MOVE CD-ST-CANDIDATO TO WRK-SITUACAO
            RELEASE WRK-CANDI
            ADD 1 TO WS-R-RANKING.
       P520-EXIT.
            EXIT.

       P539-FIM-ENTRADA.
            EXIT.

       S540 SECTION.
       P540-SAIDA.
            MOVE HIGH-VALUES TO WS-TURMA-ANT
            MOVE 'N'         TO WS-FIM-SORT
            PERFORM P550-UM-RETORNO THRU P550-EXIT
                    UNTIL WS-FIM-SORT = 'S'
            GO TO P559-FIM-SAIDA.

       P550-UM-RETORNO.
            RETURN WORK-CANDI
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P550-EXIT
            END-RETURN
            IF WRK-TURMA NOT = WS-TURMA-ANT
               MOVE WRK-TURMA TO WS-TURMA-ANT
               MOVE ZEROS     TO WS-POSICAO
               DISPLAY '-------------------------------------'
               DISPLAY ' TURMA PRETENDIDA ' WRK-TURMA
               DISPLAY ' POS ID    NOME                 NOTA  S'
            END-IF
            ADD 1 TO WS-POSICAO
            DISPLAY ' ' WS-POSICAO ' ' WRK-ID ' ' WRK-NOME ' '
                    WRK-NOTA ' ' WRK-SITUACAO.
       P550-EXIT.
            EXIT.

       P559-FIM-SAIDA.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001V5
            IF WS-SEM-TURMAS = 'N'
               CLOSE CFP001SD
            END-IF
            IF WS-FS-CAN NOT = 00 THEN
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001V5'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADCANDI'
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
            MOVE 'CADCANDI' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADCANDI FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE CANDIDATOS GRAV: ' WS-O-CAN
            DISPLAY '--------------------------------------'
            MOVE 'CADCANDI' TO WS-LG-PROGRAMA
            MOVE 'CANDIDATOS GRAV' TO WS-LG-CONTADOR
            MOVE WS-O-CAN TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADCANDI.
