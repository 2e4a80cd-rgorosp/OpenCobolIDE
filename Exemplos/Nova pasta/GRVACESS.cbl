      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SUBROTINA COMPARTILHADA DE REGISTRO DE ACESSO - O
      *          JORNMAST E O ERRLOG GUARDAM ALTERACOES E ERROS, MAS
      *          NADA GUARDAVA AS LEITURAS. CADA CONSULTA SENSIVEL
      *          (CON360AL, CON360RF, BUSCAPES, CONCONTA E AS BUSCAS
      *          POR CPF DO CONALUNO E DO CADAUTRE) CHAMA ESTA ROTINA
      *          PARA CADA PESSOA EXIBIDA, E ELA ACRESCENTA AO
      *          ACESSO.LOG (LAYOUT REGACESS) A DATA/HORA, O OPERADOR
      *          DA SESSAO (SESSOPER; SEM SESSAO, A VARIAVEL USER),
      *          O PROGRAMA, A PESSOA (TIPO, ID E CPF), O QUE FOI
      *          DIGITADO NA BUSCA E O MOTIVO DA CONSULTA.
      *          COM LK-MOTIVO EM BRANCO OU INVALIDO, A ROTINA PEDE O
      *          MOTIVO AO OPERADOR E O DEVOLVE NA AREA DO CHAMADOR -
      *          ASSIM O MOTIVO E PEDIDO UMA VEZ POR EXECUCAO DA
      *          CONSULTA. A APURACAO E O RELACESS. FALHA DE GRAVACAO
      *          NAO DERRUBA O CHAMADOR - VOLTA EM LK-RETORNO, NOS
      *          MOLDES DO ERRLOG
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVACESS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-ACESSO ASSIGN TO "C:/ARQUIVOS/ACESSO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-ACESSO.
           COPY REGACESS.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-LOG          PIC 9(02) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-USUARIO         PIC X(08) VALUE SPACES.
           03 WS-MOTIVO          PIC X(02) VALUE SPACES.
              88 WS-MOTIVO-VALIDO VALUE 'AT' 'FI' 'PE' 'SE'
                                        'PO' 'AU'.

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
           03 LK-PROGRAMA        PIC X(08).
           03 LK-TP-PESSOA       PIC X(01).
           03 LK-ID-PESSOA       PIC 9(05).
           03 LK-CPF             PIC 9(11).
           03 LK-BUSCA           PIC X(20).
           03 LK-MOTIVO          PIC X(02).
           03 LK-RETORNO         PIC X(40).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            MOVE SPACES TO LK-RETORNO
            PERFORM P020-MOTIVO THRU P020-EXIT
            PERFORM P050-ABRIR
            PERFORM P100-GRAVAR THRU P100-EXIT
            PERFORM P700-FECHAR
            GOBACK.
       P000-EXIT.
            EXIT.

      * >>> MOTIVO DA CONSULTA: PEDIDO SO QUANDO O CHAMADOR AINDA NAO
      * >>> TEM UM MOTIVO VALIDO GUARDADO
       S020 SECTION.
       P020-MOTIVO.
            MOVE LK-MOTIVO TO WS-MOTIVO
            PERFORM UNTIL WS-MOTIVO-VALIDO
               DISPLAY 'MOTIVO DA CONSULTA: (AT)ATENDIMENTO A FAMILIA'
               DISPLAY '  (FI)FINANCEIRO  (PE)PEDAGOGICO'
                       '  (SE)SECRETARIA'
               DISPLAY '  (PO)PORTARIA    (AU)AUDITORIA/LGPD'
               ACCEPT WS-MOTIVO
            END-PERFORM
            MOVE WS-MOTIVO TO LK-MOTIVO.
       P020-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN EXTEND LOG-ACESSO
            IF WS-FS-LOG = 35 THEN
               OPEN OUTPUT LOG-ACESSO
               CLOSE LOG-ACESSO
               OPEN EXTEND LOG-ACESSO
            END-IF
            IF WS-FS-LOG NOT = 00 THEN
               MOVE 'ERRO ABERTURA DO ARQUIVO ACESSO.LOG'
                    TO LK-RETORNO
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-GRAVAR.
            IF WS-FS-LOG NOT = 00 THEN
               GO TO P100-EXIT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            MOVE SPACES TO WS-USUARIO
            IF WS-SS-LOGADO = 'S'
               MOVE WS-SS-OPERADOR TO WS-USUARIO
            ELSE
               ACCEPT WS-USUARIO FROM ENVIRONMENT 'USER'
               IF WS-USUARIO = SPACES
                  MOVE 'CONSOLE ' TO WS-USUARIO
               END-IF
            END-IF

            MOVE SPACES                TO REG-ACESSO
            MOVE WS-CURRENT-DATE(1:8)  TO AC-DATA
            MOVE WS-CURRENT-DATE(9:6)  TO AC-HORA
            MOVE WS-USUARIO            TO AC-OPERADOR
            MOVE LK-PROGRAMA           TO AC-PROGRAMA
            MOVE LK-TP-PESSOA          TO AC-TP-PESSOA
            MOVE LK-ID-PESSOA          TO AC-ID-PESSOA
            MOVE LK-CPF                TO AC-CPF
            MOVE LK-BUSCA              TO AC-BUSCA
            MOVE LK-MOTIVO             TO AC-MOTIVO
            WRITE REG-ACESSO
            IF WS-FS-LOG NOT = 00 THEN
               MOVE 'ERRO GRAVACAO DO ARQUIVO ACESSO.LOG'
                    TO LK-RETORNO
            END-IF.
       P100-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE LOG-ACESSO.
       P700-EXIT.
            EXIT.
       END PROGRAM GRVACESS.
