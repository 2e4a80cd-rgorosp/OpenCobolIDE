      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CALENDARIO DE AVALIACOES - MANTEM O AVALIACO.DAT
      *          (CFP001V2): PARA CADA OFERTA DE MATERIA, A DATA DE
      *          CADA AVALIACAO, O TIPO (P = PROVA, T = TRABALHO,
      *          R = RECUPERACAO) E A NOTA QUE ELA ALIMENTA (1 A 4 =
      *          NT-NOTA1 A NT-NOTA4, 5 = NT-RECUPERACAO). ANTES DE
      *          GRAVAR, A DATA E CONFERIDA CONTRA O TERMO DA OFERTA
      *          NO CALENDARIO (CFP001SC), CONTRA OS DIAS NAO LETIVOS
      *          (DIASLETV: DOMINGO E FERIADOS.DAT) E CONTRA O LIMITE
      *          DE AVALIACOES POR TURMA NO MESMO DIA (AVALIMIT.DAT,
      *          PADRAO 2): A TURMA DE UMA OFERTA E TODA TURMA QUE TEM
      *          A MATERIA NA MATRIZ CURRICULAR (CFP001S8), COMO NO
      *          RELHORAR. A IMPRESSAO POR TURMA FICA NO RELAVALI
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAVALI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001V2 ASSIGN TO "C:/ARQUIVOS/AVALIACO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AV-CHAVE
                  ALTERNATE RECORD KEY IS AV-DT-AVALIACAO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-AVA
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT CFP001S8 ASSIGN TO "C:/ARQUIVOS/CURRICUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CU-CHAVE
                  FILE STATUS  IS WS-FS-CUR.
           SELECT CFP001SC ASSIGN TO "C:/ARQUIVOS/CALENDAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CL-CHAVE
                  FILE STATUS  IS WS-FS-CAL.
           SELECT ARQ-LIMITE ASSIGN TO "C:/ARQUIVOS/AVALIMIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001V2.
           COPY REGAVALI.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001S8.
           COPY REGCURRI.
       FD  CFP001SC.
           COPY REGCALEN.
       FD  ARQ-LIMITE.
       01  PRM-REG.
           03 PRM-QT-AVALIACOES  PIC 9(01).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-AVA          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRM          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-RW-AVA          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-CURRICULO   PIC X(01) VALUE 'N'.
           03 WS-SEM-CALENDARIO  PIC X(01) VALUE 'N'.
           03 WS-REMARCA         PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> LIMITE DE AVALIACOES POR TURMA NO DIA (AVALIMIT.DAT); SEM
      * >>> ARQUIVO OU REGISTRO, VALE O PADRAO DA ESCOLA
       77  WS-LIM-AVALIACOES     PIC 9(01) VALUE 2.

      * >>> AVALIACAO CANDIDATA DIGITADA PELO OPERADOR
       01  WS-AVALIACAO.
           03 WS-CHAVE.
              05 WS-ID-MATERIA   PIC 999 VALUE ZEROS.
              05 WS-AN-MATERIA   PIC 9(04) VALUE ZEROS.
              05 WS-TR-MATERIA   PIC 9(01) VALUE ZEROS.
              05 WS-NR-NOTA      PIC 9(01) VALUE ZEROS.
           03 WS-DT-AVALIACAO    PIC 9(08) VALUE ZEROS.
           03 WS-TIPO            PIC X(01) VALUE SPACES.
           03 WS-DESCRICAO       PIC X(30) VALUE SPACES.

      * >>> CONTROLE DA CONFERENCIA DA DATA
       01  WS-CONFERE-VAR.
           03 WS-DATA-OK         PIC X(01) VALUE 'S'.
           03 WS-MOTIVO          PIC X(45) VALUE SPACES.
           03 WS-FIM-CUR         PIC X(01) VALUE 'N'.
           03 WS-FIM-AVA         PIC X(01) VALUE 'N'.
           03 WS-QT-NO-DIA       PIC 9(03) VALUE ZEROS.

      * >>> TURMAS QUE TEM A MATERIA NA MATRIZ E AVALIACOES DO DIA
       01  WS-TAB-TURMAS.
           03 WS-TUR-OCC OCCURS 50 TIMES.
              05 WS-TUR-CODIGO   PIC X(05).
       01  WS-TAB-DIA.
           03 WS-DIA-OCC OCCURS 50 TIMES.
              05 WS-DIA-MATERIA  PIC 999.
       77  WS-QTD-TURMAS         PIC 9(03) COMP VALUE ZEROS.
       77  WS-QTD-DIA            PIC 9(03) COMP VALUE ZEROS.
       77  WS-TX                 PIC 9(03) COMP VALUE ZEROS.
       77  WS-DX                 PIC 9(03) COMP VALUE ZEROS.

      * AREA DE COMUNICACAO COM A CONTAGEM DE DIAS LETIVOS (DIASLETV)
       01  WS-DIASLETV-AREA.
           03 WS-DL-ANO             PIC 9(04) VALUE ZEROS.
           03 WS-DL-TERMO           PIC 9(01) VALUE ZEROS.
           03 WS-DL-QT-DIAS         PIC 9(03) VALUE ZEROS.
           03 WS-DL-MENSAGEM        PIC X(40) VALUE SPACES.
           03 WS-DL-DT-INICIO       PIC 9(08) VALUE ZEROS.
           03 WS-DL-DT-FIM          PIC 9(08) VALUE ZEROS.

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
            PERFORM P050-ABRIR
            PERFORM P060-LER-LIMITE THRU P060-EXIT
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADAVALI' TO WS-LY-PROGRAMA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001V2
            IF WS-FS-AVA = 35 THEN
               OPEN OUTPUT CFP001V2
               CLOSE CFP001V2
               OPEN I-O CFP001V2
            END-IF
            IF WS-FS-AVA NOT = 00
               MOVE WS-FS-AVA                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM MATRIZ CURRICULAR NAO HA COMO SABER A TURMA: O LIMITE
      * >>> POR DIA NAO E CONFERIDO
            OPEN INPUT CFP001S8
            IF WS-FS-CUR NOT = 00
               MOVE 'S' TO WS-SEM-CURRICULO
            END-IF

            OPEN INPUT CFP001SC
            IF WS-FS-CAL NOT = 00
               MOVE 'S' TO WS-SEM-CALENDARIO
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> LIMITE POR TURMA/DIA DO ARQUIVO-PARAMETRO, NOS MOLDES DO
      * >>> DESCONTO DO ANUIDADE
       P060-LER-LIMITE.
            OPEN INPUT ARQ-LIMITE
            IF WS-FS-PRM NOT = 00
               GO TO P060-EXIT
            END-IF
            READ ARQ-LIMITE
                 AT END
                      CONTINUE
                 NOT AT END
                      IF PRM-REG IS NUMERIC
                         AND PRM-QT-AVALIACOES > ZEROS
                         MOVE PRM-QT-AVALIACOES TO WS-LIM-AVALIACOES
                      END-IF
            END-READ
            CLOSE ARQ-LIMITE.
       P060-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '      CALENDARIO DE AVALIACOES'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - INCLUIR/REMARCAR AVALIACAO'
               DISPLAY ' <2> - EXCLUIR AVALIACAO'
               DISPLAY ' <3> - CONSULTAR AVALIACOES DA OFERTA'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-INCLUIR THRU P200-EXIT
                   WHEN '2'
                     PERFORM P500-EXCLUIR THRU P500-EXIT
                   WHEN '3'
                     PERFORM P600-CONSULTAR THRU P600-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE
               DISPLAY 'DESEJA OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-INCLUIR.
            PERFORM P220-DIGITA-OFERTA THRU P220-EXIT
            MOVE WS-ID-MATERIA TO ID-MATERIA
            MOVE WS-AN-MATERIA TO AN-MATERIA
            MOVE WS-TR-MATERIA TO TR-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      DISPLAY 'OFERTA DE MATERIA INEXISTENTE!'
                      GO TO P200-EXIT
            END-READ

            PERFORM P240-DIGITA-NOTA THRU P240-EXIT
            PERFORM P260-DIGITA-AVALIACAO THRU P260-EXIT

            PERFORM P300-CONFERE-DATA THRU P300-EXIT
            IF WS-DATA-OK = 'N'
               DISPLAY 'AVALIACAO RECUSADA - ' WS-MOTIVO
               GO TO P200-EXIT
            END-IF

      * >>> A NOTA DA OFERTA JA TEM AVALIACAO: SO REMARCA SE CONFIRMADO
            MOVE 'N' TO WS-REMARCA
            MOVE WS-CHAVE TO AV-CHAVE
            READ CFP001V2
                 KEY IS AV-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY 'A NOTA ' WS-NR-NOTA ' DESTA OFERTA JA'
                              ' TEM AVALIACAO EM ' AV-DT-AVALIACAO
                      DISPLAY 'REMARCAR PARA ' WS-DT-AVALIACAO
                              '? (S)SIM (N)NAO'
                      ACCEPT WS-REMARCA
                      IF WS-REMARCA NOT = 'S'
                         GO TO P200-EXIT
                      END-IF
            END-READ

            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CHAVE        TO AV-CHAVE
            MOVE WS-DT-AVALIACAO TO AV-DT-AVALIACAO
            MOVE WS-TIPO         TO AV-TIPO
            MOVE WS-DESCRICAO    TO AV-DESCRICAO
            MOVE WS-SS-OPERADOR  TO AV-OPERADOR
            MOVE WS-CURRENT-DATE(1:8) TO AV-DT-REGISTRO
            IF WS-REMARCA = 'S'
               REWRITE REG-CFP001V2
               END-REWRITE
            ELSE
               WRITE REG-CFP001V2
               END-WRITE
            END-IF
            IF WS-FS-AVA NOT = 00
               MOVE WS-FS-AVA                   TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001V2' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-RW-AVA
            IF WS-REMARCA = 'S'
               DISPLAY 'AVALIACAO REMARCADA!'
            ELSE
               DISPLAY 'AVALIACAO INCLUIDA NO CALENDARIO!'
            END-IF.
       P200-EXIT.
            EXIT.

       P220-DIGITA-OFERTA.
            DISPLAY ' '
            DISPLAY 'DIGITE O ID DA MATERIA COM 3 DIGITOS: '
            ACCEPT WS-ID-MATERIA
            DISPLAY 'DIGITE O ANO LETIVO DA OFERTA (AAAA): '
            ACCEPT WS-AN-MATERIA
            DISPLAY 'DIGITE O TERMO DA OFERTA (0 A 9): '
            ACCEPT WS-TR-MATERIA.
       P220-EXIT.
            EXIT.

       P240-DIGITA-NOTA.
            DISPLAY 'NOTA ALIMENTADA (1 A 4 = NOTA DO PERIODO,'
                    ' 5 = RECUPERACAO): '
            ACCEPT WS-NR-NOTA
            PERFORM UNTIL WS-NR-NOTA IS NUMERIC
                             AND WS-NR-NOTA > 0
                             AND WS-NR-NOTA < 6
               DISPLAY 'NOTA INVALIDA! DIGITE DE 1 A 5: '
               ACCEPT WS-NR-NOTA
            END-PERFORM.
       P240-EXIT.
            EXIT.

      * >>> A RECUPERACAO SO ALIMENTA A NOTA 5; AS NOTAS DO PERIODO
      * >>> VEM DE PROVA OU TRABALHO
       P260-DIGITA-AVALIACAO.
            IF WS-NR-NOTA = 5
               MOVE 'R' TO WS-TIPO
            ELSE
               DISPLAY 'TIPO DA AVALIACAO (P)PROVA (T)TRABALHO: '
               MOVE SPACES TO WS-TIPO
               ACCEPT WS-TIPO
               PERFORM UNTIL WS-TIPO = 'P' OR 'T'
                  DISPLAY 'TIPO INVALIDO! DIGITE P OU T: '
                  ACCEPT WS-TIPO
               END-PERFORM
            END-IF
            DISPLAY 'DATA DA AVALIACAO (AAAAMMDD): '
            ACCEPT WS-DT-AVALIACAO
            PERFORM UNTIL WS-DT-AVALIACAO IS NUMERIC
                      AND FUNCTION TEST-DATE-YYYYMMDD
                          (WS-DT-AVALIACAO) = ZEROS
               DISPLAY 'DATA INVALIDA! DIGITE (AAAAMMDD): '
               ACCEPT WS-DT-AVALIACAO
            END-PERFORM
            DISPLAY 'DESCRICAO (CONTEUDO/OBSERVACAO): '
            MOVE SPACES TO WS-DESCRICAO
            ACCEPT WS-DESCRICAO.
       P260-EXIT.
            EXIT.

      * >>> A DATA TEM DE ESTAR NO TERMO DA OFERTA, SER DIA LETIVO E
      * >>> NAO ESTOURAR O LIMITE DE AVALIACOES DE NENHUMA TURMA
       S300 SECTION.
       P300-CONFERE-DATA.
            MOVE 'S'    TO WS-DATA-OK
            MOVE SPACES TO WS-MOTIVO

            IF WS-SEM-CALENDARIO = 'N'
               MOVE WS-AN-MATERIA TO CL-ANO
               MOVE WS-TR-MATERIA TO CL-TERMO
               READ CFP001SC
                    KEY IS CL-CHAVE
                    INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         IF TERMO-FECHADO
                            MOVE 'N' TO WS-DATA-OK
                            MOVE 'TERMO DA OFERTA JA ESTA FECHADO'
                                 TO WS-MOTIVO
                            GO TO P300-EXIT
                         END-IF
                         IF WS-DT-AVALIACAO < CL-DT-INICIO
                            OR WS-DT-AVALIACAO > CL-DT-FIM
                            MOVE 'N' TO WS-DATA-OK
                            MOVE 'DATA FORA DO TERMO DA OFERTA'
                                 TO WS-MOTIVO
                            GO TO P300-EXIT
                         END-IF
               END-READ
            END-IF

      * >>> UM PERIODO DE UM DIA SO: ZERO DIAS LETIVOS E DOMINGO OU
      * >>> DIA NAO LETIVO DO CADFERIA
            MOVE ZEROS           TO WS-DL-ANO
            MOVE ZEROS           TO WS-DL-TERMO
            MOVE WS-DT-AVALIACAO TO WS-DL-DT-INICIO
            MOVE WS-DT-AVALIACAO TO WS-DL-DT-FIM
            CALL 'DIASLETV' USING WS-DIASLETV-AREA
            IF WS-DL-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO DIASLETV: ' WS-DL-MENSAGEM
            END-IF
            IF WS-DL-QT-DIAS = ZEROS
               MOVE 'N' TO WS-DATA-OK
               MOVE 'DIA NAO LETIVO (DOMINGO, FERIADO OU RECESSO)'
                    TO WS-MOTIVO
               GO TO P300-EXIT
            END-IF

            IF WS-SEM-CURRICULO = 'N'
               PERFORM P320-TURMAS-DA-MATERIA THRU P320-EXIT
               PERFORM P340-AVALIACOES-DO-DIA THRU P340-EXIT
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-QTD-TURMAS
                          OR WS-DATA-OK = 'N'
                  PERFORM P360-CONTA-TURMA THRU P360-EXIT
               END-PERFORM
            END-IF.
       P300-EXIT.
            EXIT.

      * >>> TURMAS QUE TEM A MATERIA DA OFERTA NA MATRIZ CURRICULAR
       P320-TURMAS-DA-MATERIA.
            MOVE ZEROS TO WS-QTD-TURMAS
            MOVE 'N'   TO WS-FIM-CUR
            MOVE LOW-VALUES TO CU-CHAVE
            START CFP001S8 KEY IS NOT LESS CU-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-CUR
            END-START
            PERFORM P330-LER-MATRIZ THRU P330-EXIT
                    UNTIL WS-FIM-CUR = 'S'.
       P320-EXIT.
            EXIT.

       P330-LER-MATRIZ.
            READ CFP001S8 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CUR
                      GO TO P330-EXIT
            END-READ
            IF CU-ID-MATERIA = WS-ID-MATERIA
               AND WS-QTD-TURMAS < 50
               ADD 1 TO WS-QTD-TURMAS
               MOVE CU-TU-ALUNO TO WS-TUR-CODIGO(WS-QTD-TURMAS)
            END-IF.
       P330-EXIT.
            EXIT.

      * >>> DEMAIS AVALIACOES JA MARCADAS NA DATA (CHAVE ALTERNADA);
      * >>> A PROPRIA AVALIACAO, NUMA REMARCACAO, NAO CONTA
       P340-AVALIACOES-DO-DIA.
            MOVE ZEROS TO WS-QTD-DIA
            MOVE 'N'   TO WS-FIM-AVA
            MOVE WS-DT-AVALIACAO TO AV-DT-AVALIACAO
            START CFP001V2 KEY IS = AV-DT-AVALIACAO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-AVA
            END-START
            PERFORM P350-LER-DIA THRU P350-EXIT
                    UNTIL WS-FIM-AVA = 'S'.
       P340-EXIT.
            EXIT.

       P350-LER-DIA.
            READ CFP001V2 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-AVA
                      GO TO P350-EXIT
            END-READ
            IF AV-DT-AVALIACAO NOT = WS-DT-AVALIACAO
               MOVE 'S' TO WS-FIM-AVA
               GO TO P350-EXIT
            END-IF
            IF AV-CHAVE = WS-CHAVE
               GO TO P350-EXIT
            END-IF
            IF WS-QTD-DIA < 50
               ADD 1 TO WS-QTD-DIA
               MOVE AV-ID-MATERIA TO WS-DIA-MATERIA(WS-QTD-DIA)
            END-IF.
       P350-EXIT.
            EXIT.

      * >>> AVALIACOES DO DIA CUJA MATERIA ESTA NA MATRIZ DA TURMA
       P360-CONTA-TURMA.
            MOVE ZEROS TO WS-QT-NO-DIA
            PERFORM VARYING WS-DX FROM 1 BY 1
                    UNTIL WS-DX > WS-QTD-DIA
               MOVE WS-TUR-CODIGO(WS-TX)  TO CU-TU-ALUNO
               MOVE WS-DIA-MATERIA(WS-DX) TO CU-ID-MATERIA
               READ CFP001S8
                    KEY IS CU-CHAVE
                    INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         ADD 1 TO WS-QT-NO-DIA
               END-READ
            END-PERFORM
            IF WS-QT-NO-DIA NOT LESS WS-LIM-AVALIACOES
               MOVE 'N' TO WS-DATA-OK
               MOVE SPACES TO WS-MOTIVO
               STRING 'TURMA ' WS-TUR-CODIGO(WS-TX)
                      ' JA TEM ' WS-QT-NO-DIA
                      ' AVALIACAO(OES) NO DIA'
                      DELIMITED BY SIZE INTO WS-MOTIVO
            END-IF.
       P360-EXIT.
            EXIT.

       S500 SECTION.
       P500-EXCLUIR.
            PERFORM P220-DIGITA-OFERTA THRU P220-EXIT
            PERFORM P240-DIGITA-NOTA THRU P240-EXIT
            MOVE WS-CHAVE TO AV-CHAVE
            DELETE CFP001V2
                 INVALID KEY
                      DISPLAY 'AVALIACAO NAO ENCONTRADA NO CALENDARIO!'
                 NOT INVALID KEY
                      DISPLAY 'AVALIACAO EXCLUIDA DO CALENDARIO!'
            END-DELETE.
       P500-EXIT.
            EXIT.

       S600 SECTION.
       P600-CONSULTAR.
            PERFORM P220-DIGITA-OFERTA THRU P220-EXIT
            MOVE 'N'   TO WS-FIM-AVA
            MOVE WS-ID-MATERIA TO AV-ID-MATERIA
            MOVE WS-AN-MATERIA TO AV-AN-MATERIA
            MOVE WS-TR-MATERIA TO AV-TR-MATERIA
            MOVE ZEROS         TO AV-NR-NOTA
            START CFP001V2 KEY IS NOT LESS AV-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-AVA
            END-START
            PERFORM P650-LER-OFERTA THRU P650-EXIT
                    UNTIL WS-FIM-AVA = 'S'.
       P600-EXIT.
            EXIT.

       P650-LER-OFERTA.
            READ CFP001V2 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-AVA
                      GO TO P650-EXIT
            END-READ
            IF AV-ID-MATERIA NOT = WS-ID-MATERIA
               OR AV-AN-MATERIA NOT = WS-AN-MATERIA
               OR AV-TR-MATERIA NOT = WS-TR-MATERIA
               MOVE 'S' TO WS-FIM-AVA
               GO TO P650-EXIT
            END-IF
            DISPLAY ' NOTA ' AV-NR-NOTA ' TIPO ' AV-TIPO
                    ' DATA ' AV-DT-AVALIACAO ' ' AV-DESCRICAO.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001V2
            CLOSE CFP001S2
            IF WS-SEM-CURRICULO = 'N'
               CLOSE CFP001S8
            END-IF
            IF WS-SEM-CALENDARIO = 'N'
               CLOSE CFP001SC
            END-IF
            IF WS-FS-AVA NOT = 00 THEN
               MOVE WS-FS-AVA                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001V2'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADAVALI'
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
            MOVE 'CADAVALI' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADAVALI FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE AVALIACOES GRAV: ' WS-RW-AVA
            DISPLAY '--------------------------------------'
            MOVE 'CADAVALI' TO WS-LG-PROGRAMA
            MOVE 'AVALIACOES GRAV' TO WS-LG-CONTADOR
            MOVE WS-RW-AVA TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADAVALI.
