      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CADASTRO DA DISPONIBILIDADE DE PROFESSOR - MANTEM O
      *          DISPPROF.DAT (CFP001X8): PARA CADA PROFESSOR, ATE
      *          DUAS JANELAS DE HORARIO (HHMM A HHMM) EM CADA DIA DA
      *          SEMANA (1=SEG..6=SAB) - DIA SEM JANELA E DIA SEM AULA
      *          - E O MAXIMO DE HORAS-AULA POR DIA E POR SEMANA (00 =
      *          SEM LIMITE). O CADHORAR E O CADSUBST RECUSAM SLOT
      *          FORA DA DISPONIBILIDADE (COM LIBERACAO DE SUPERVISOR
      *          REGISTRADA NO DISPOOVR.LOG) E O RELDISPO APONTA OS
      *          SLOTS JA GRAVADOS NO HORARIO.DAT QUE A VIOLAM.
      *          PROFESSOR SEM CADASTRO AQUI NAO TEM RESTRICAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDISPO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001X8 ASSIGN TO "C:/ARQUIVOS/DISPPROF.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DS-ID-PROF
                  FILE STATUS  IS WS-FS-DSP
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRF.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001X8.
           COPY REGDISPO.
       FD  CFP001SA.
           COPY REGPROF.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-DSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-RW-DSP          PIC 9(03) VALUE ZEROS.
           03 WS-ID-PROF         PIC 9(03) VALUE ZEROS.
           03 WS-EXISTE          PIC X(01) VALUE 'N'.
           03 WS-VALIDO          PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-IX-DIA          PIC 9(01) VALUE ZEROS.
           03 WS-IX-JAN          PIC 9(01) VALUE ZEROS.
           03 WS-INICIO          PIC 9(04) VALUE ZEROS.
           03 WS-HORARIO         PIC 9(04) VALUE ZEROS.
           03 WS-HORARIO-R REDEFINES WS-HORARIO.
              05 WS-HR-HORA      PIC 9(02).
              05 WS-HR-MIN       PIC 9(02).
           03 WS-MAXIMO          PIC 9(02) VALUE ZEROS.
           03 WS-DATA-GERACAO    PIC X(21) VALUE SPACES.

      * >>> NOME DO DIA PARA AS TELAS (1=SEG..6=SAB)
       01  WS-TAB-DIAS-VALORES.
           03 FILLER             PIC X(03) VALUE 'SEG'.
           03 FILLER             PIC X(03) VALUE 'TER'.
           03 FILLER             PIC X(03) VALUE 'QUA'.
           03 FILLER             PIC X(03) VALUE 'QUI'.
           03 FILLER             PIC X(03) VALUE 'SEX'.
           03 FILLER             PIC X(03) VALUE 'SAB'.
       01  WS-TAB-DIAS REDEFINES WS-TAB-DIAS-VALORES.
           03 WS-NM-DIA          PIC X(03) OCCURS 6 TIMES.

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
            DISPLAY LK-AREA
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001X8
            IF WS-FS-DSP = 35 THEN
               OPEN OUTPUT CFP001X8
               CLOSE CFP001X8
               OPEN I-O CFP001X8
            END-IF
            IF WS-FS-DSP NOT = 00
               MOVE WS-FS-DSP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X8' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SA
            IF WS-FS-PRF NOT = 00
               MOVE WS-FS-PRF                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '   DISPONIBILIDADE DE PROFESSOR'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - DEFINIR/ALTERAR DISPONIBILIDADE'
               DISPLAY ' <2> - CONSULTAR DISPONIBILIDADE'
               DISPLAY ' <3> - EXCLUIR DISPONIBILIDADE'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-DEFINIR THRU P200-EXIT
                   WHEN '2'
                     PERFORM P400-CONSULTAR THRU P400-EXIT
                   WHEN '3'
                     PERFORM P300-EXCLUIR THRU P300-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE
               DISPLAY 'DESEJA OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> PROFESSOR DIGITADO NO MESTRE (CFP001SA) E, SE JA TIVER,
      * >>> A DISPONIBILIDADE GRAVADA (WS-EXISTE)
       P150-LOCALIZA.
            MOVE 'N' TO WS-EXISTE
            DISPLAY 'DIGITE O ID DO PROFESSOR COM 3 DIGITOS: '
            ACCEPT WS-ID-PROF
            MOVE WS-ID-PROF TO PR-ID-PROF
            READ CFP001SA
                 KEY IS PR-ID-PROF
                 INVALID KEY
                      MOVE 'PROFESSOR DESCONHECIDO' TO PR-NM-PROF
                      MOVE SPACES TO PR-ST-PROF
            END-READ
            MOVE WS-ID-PROF TO DS-ID-PROF
            READ CFP001X8
                 KEY IS DS-ID-PROF
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 'S' TO WS-EXISTE
            END-READ.
       P150-EXIT.
            EXIT.

      * >>> HORARIO HHMM (WS-VALIDO = 'S')
       P180-VALIDA-HORARIO.
            MOVE 'N' TO WS-VALIDO
            IF WS-HORARIO IS NUMERIC
               AND WS-HR-HORA < 24 AND WS-HR-MIN < 60
               MOVE 'S' TO WS-VALIDO
            END-IF.
       P180-EXIT.
            EXIT.

       S200 SECTION.
       P200-DEFINIR.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF NOT PROF-ATIVO
               DISPLAY 'PROFESSOR INEXISTENTE OU NAO ATIVO!'
               GO TO P200-EXIT
            END-IF
            DISPLAY 'PROFESSOR: ' PR-NM-PROF
            IF WS-EXISTE = 'S'
               DISPLAY 'DISPONIBILIDADE ATUAL:'
               PERFORM P450-MOSTRA THRU P450-EXIT
               DISPLAY 'INFORME A NOVA DISPONIBILIDADE COMPLETA'
            END-IF

            INITIALIZE REG-CFP001X8
            MOVE WS-ID-PROF TO DS-ID-PROF
            PERFORM VARYING WS-IX-DIA FROM 1 BY 1
                    UNTIL WS-IX-DIA > 6
               PERFORM P220-DIGITA-DIA THRU P220-EXIT
            END-PERFORM

            DISPLAY 'MAXIMO DE HORAS-AULA POR DIA (00=SEM LIMITE): '
            ACCEPT WS-MAXIMO
            PERFORM UNTIL WS-MAXIMO IS NUMERIC
               DISPLAY 'VALOR INVALIDO! DIGITE 2 DIGITOS: '
               ACCEPT WS-MAXIMO
            END-PERFORM
            MOVE WS-MAXIMO TO DS-MAX-AULAS-DIA
            DISPLAY 'MAXIMO DE HORAS-AULA POR SEMANA (00=SEM LIMITE): '
            ACCEPT WS-MAXIMO
            PERFORM UNTIL WS-MAXIMO IS NUMERIC
                          AND (WS-MAXIMO = ZEROS
                               OR WS-MAXIMO NOT LESS DS-MAX-AULAS-DIA)
               DISPLAY 'VALOR INVALIDO OU MENOR QUE O MAXIMO DIARIO: '
               ACCEPT WS-MAXIMO
            END-PERFORM
            MOVE WS-MAXIMO TO DS-MAX-AULAS-SEMANA

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:8)  TO DS-DT-ATUALIZACAO
            MOVE WS-SS-OPERADOR        TO DS-OPERADOR
            DISPLAY 'DISPONIBILIDADE INFORMADA:'
            PERFORM P450-MOSTRA THRU P450-EXIT
            DISPLAY 'CONFIRMA A GRAVACAO? (S)SIM (N)NAO'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'DISPONIBILIDADE NAO GRAVADA!'
               GO TO P200-EXIT
            END-IF

            IF WS-EXISTE = 'S'
               REWRITE REG-CFP001X8
            ELSE
               WRITE REG-CFP001X8
            END-IF
            IF WS-FS-DSP NOT = 00
               MOVE WS-FS-DSP                   TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001X8' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-RW-DSP
            DISPLAY 'DISPONIBILIDADE GRAVADA!'.
       P200-EXIT.
            EXIT.

      * >>> AS DUAS JANELAS DE UM DIA: INICIO 0000 ENCERRA O DIA; A
      * >>> SEGUNDA JANELA TEM QUE COMECAR DEPOIS DO FIM DA PRIMEIRA
       P220-DIGITA-DIA.
            MOVE ZEROS TO WS-INICIO
            PERFORM VARYING WS-IX-JAN FROM 1 BY 1
                    UNTIL WS-IX-JAN > 2
               PERFORM P230-DIGITA-JANELA THRU P230-EXIT
            END-PERFORM.
       P220-EXIT.
            EXIT.

       P230-DIGITA-JANELA.
            IF WS-IX-JAN = 2 AND DS-JN-FIM(WS-IX-DIA, 1) = ZEROS
               GO TO P230-EXIT
            END-IF
            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY WS-NM-DIA(WS-IX-DIA) ' - JANELA ' WS-IX-JAN
                       ' - INICIO (HHMM, 0000=SEM AULA): '
               ACCEPT WS-HORARIO
               PERFORM P180-VALIDA-HORARIO THRU P180-EXIT
               IF WS-VALIDO = 'S' AND WS-HORARIO NOT = ZEROS
                  AND WS-HORARIO NOT > WS-INICIO
                  MOVE 'N' TO WS-VALIDO
               END-IF
               IF WS-VALIDO = 'N'
                  DISPLAY 'HORARIO INVALIDO OU ANTES DA JANELA 1!'
               END-IF
            END-PERFORM
            IF WS-HORARIO = ZEROS
               GO TO P230-EXIT
            END-IF
            MOVE WS-HORARIO TO DS-JN-INICIO(WS-IX-DIA, WS-IX-JAN)
            MOVE WS-HORARIO TO WS-INICIO

            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY WS-NM-DIA(WS-IX-DIA) ' - JANELA ' WS-IX-JAN
                       ' - FIM (HHMM): '
               ACCEPT WS-HORARIO
               PERFORM P180-VALIDA-HORARIO THRU P180-EXIT
               IF WS-VALIDO = 'S' AND WS-HORARIO NOT > WS-INICIO
                  MOVE 'N' TO WS-VALIDO
               END-IF
               IF WS-VALIDO = 'N'
                  DISPLAY 'HORA FIM DEVE SER MAIOR QUE O INICIO!'
               END-IF
            END-PERFORM
            MOVE WS-HORARIO TO DS-JN-FIM(WS-IX-DIA, WS-IX-JAN)
            MOVE WS-HORARIO TO WS-INICIO.
       P230-EXIT.
            EXIT.

       S300 SECTION.
       P300-EXCLUIR.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-EXISTE = 'N'
               DISPLAY 'PROFESSOR SEM DISPONIBILIDADE CADASTRADA!'
               GO TO P300-EXIT
            END-IF
            DISPLAY 'PROFESSOR: ' PR-NM-PROF
            PERFORM P450-MOSTRA THRU P450-EXIT
            DISPLAY 'SEM O CADASTRO O PROFESSOR FICA SEM RESTRICAO.'
            DISPLAY 'CONFIRMA A EXCLUSAO? (S)SIM (N)NAO'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P300-EXIT
            END-IF
            DELETE CFP001X8
                 INVALID KEY
                      DISPLAY 'DISPONIBILIDADE NAO ENCONTRADA!'
                 NOT INVALID KEY
                      DISPLAY 'DISPONIBILIDADE EXCLUIDA!'
            END-DELETE.
       P300-EXIT.
            EXIT.

       S400 SECTION.
       P400-CONSULTAR.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            DISPLAY 'PROFESSOR: ' PR-NM-PROF
            IF WS-EXISTE = 'N'
               DISPLAY 'SEM DISPONIBILIDADE CADASTRADA - SEM RESTRICAO'
               GO TO P400-EXIT
            END-IF
            PERFORM P450-MOSTRA THRU P450-EXIT.
       P400-EXIT.
            EXIT.

       P450-MOSTRA.
            PERFORM VARYING WS-IX-DIA FROM 1 BY 1
                    UNTIL WS-IX-DIA > 6
               IF DS-JN-FIM(WS-IX-DIA, 1) = ZEROS
                  DISPLAY ' ' WS-NM-DIA(WS-IX-DIA) ': SEM AULA'
               ELSE
                  IF DS-JN-FIM(WS-IX-DIA, 2) = ZEROS
                     DISPLAY ' ' WS-NM-DIA(WS-IX-DIA) ': '
                             DS-JN-INICIO(WS-IX-DIA, 1) '-'
                             DS-JN-FIM(WS-IX-DIA, 1)
                  ELSE
                     DISPLAY ' ' WS-NM-DIA(WS-IX-DIA) ': '
                             DS-JN-INICIO(WS-IX-DIA, 1) '-'
                             DS-JN-FIM(WS-IX-DIA, 1) ' E '
                             DS-JN-INICIO(WS-IX-DIA, 2) '-'
                             DS-JN-FIM(WS-IX-DIA, 2)
                  END-IF
               END-IF
            END-PERFORM
            DISPLAY ' MAXIMO POR DIA...: ' DS-MAX-AULAS-DIA
                    ' HORAS-AULA (00=SEM LIMITE)'
            DISPLAY ' MAXIMO POR SEMANA: ' DS-MAX-AULAS-SEMANA
                    ' HORAS-AULA (00=SEM LIMITE)'
            IF DS-OPERADOR NOT = SPACES
               DISPLAY ' ATUALIZADO EM ' DS-DT-ATUALIZACAO
                       ' POR ' DS-OPERADOR
            END-IF.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001X8
            CLOSE CFP001SA
            IF WS-FS-DSP NOT = 00 THEN
               MOVE WS-FS-DSP                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001X8'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADDISPO'
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
            MOVE 'CADDISPO' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADDISPO FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE DISPONIBILIDADES GRAVADAS: ' WS-RW-DSP
            DISPLAY '--------------------------------------'
            MOVE 'CADDISPO' TO WS-LG-PROGRAMA
            MOVE 'DISPONIBILIDADE' TO WS-LG-CONTADOR
            MOVE WS-RW-DSP TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADDISPO.
