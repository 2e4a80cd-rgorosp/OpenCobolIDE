      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CANAIS DE NOTIFICACAO DO CONTATO - MANTEM O
      *          CANAIS.DAT (CFP001V9), UM REGISTRO POR ID-CONTATO COM
      *          O EMAIL, O CELULAR (DDD + 9 DIGITOS) E O CANAL
      *          PREFERIDO (E-EMAIL / S-SMS) USADOS PELA SUBROTINA
      *          ENFILNOT PARA AVISAR A FAMILIA. O RETNOTIF MARCA O
      *          ENDERECO RECUSADO PELO GATEWAY COMO INVALIDO E O
      *          RELDEVOL LISTA OS CASOS; REDIGITAR O ENDERECO AQUI
      *          LIMPA A MARCA E O CONTATO VOLTA A RECEBER
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCANAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001V9 ASSIGN TO "C:/ARQUIVOS/CANAIS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CN-ID-CONTATO
                  FILE STATUS  IS WS-FS-CAN
                  LOCK MODE    IS AUTOMATIC.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001V9.
           COPY REGCANAL.
       FD  CONTATOS.
           COPY REGCONTT.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-RW-CAN          PIC 9(03) VALUE ZEROS.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-CANAL-NOVO      PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.
           03 WS-QT-ARROBA       PIC 9(02) VALUE ZEROS.
           03 WS-QT-PONTO        PIC 9(02) VALUE ZEROS.
           03 WS-QT-BRANCO       PIC 9(02) VALUE ZEROS.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> CAMPOS DIGITADOS
       01  WS-CANAIS.
           03 WS-EMAIL           PIC X(40) VALUE SPACES.
           03 WS-CELULAR         PIC X(11) VALUE SPACES.
           03 WS-CANAL-PREF      PIC X(01) VALUE SPACES.
           03 WS-EMAIL-PARTE1    PIC X(40) VALUE SPACES.
           03 WS-EMAIL-PARTE2    PIC X(40) VALUE SPACES.

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
            MOVE 'CADCANAL' TO WS-LY-PROGRAMA
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
            OPEN I-O CFP001V9
            IF WS-FS-CAN = 35 THEN
               OPEN OUTPUT CFP001V9
               CLOSE CFP001V9
               OPEN I-O CFP001V9
            END-IF
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V9' TO WS-MSG2
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
               DISPLAY '   CANAIS DE NOTIFICACAO DO CONTATO'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - REGISTRAR/ALTERAR EMAIL E CELULAR'
               DISPLAY ' <2> - CONSULTAR CANAIS'
               DISPLAY ' <3> - EXCLUIR CANAIS'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-REGISTRAR THRU P200-EXIT
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

       S200 SECTION.
       P200-REGISTRAR.
            DISPLAY 'DIGITE O ID DO CONTATO COM 5 DIGITOS: '
            ACCEPT WS-ID-PEDIDO
            MOVE WS-ID-PEDIDO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      DISPLAY 'CONTATO INEXISTENTE!'
                      GO TO P200-EXIT
            END-READ
            DISPLAY 'CONTATO: ' NM-CONTATO

            MOVE 'N' TO WS-CANAL-NOVO
            MOVE WS-ID-PEDIDO TO CN-ID-CONTATO
            READ CFP001V9
                 KEY IS CN-ID-CONTATO
                 INVALID KEY
                      MOVE 'S' TO WS-CANAL-NOVO
                      INITIALIZE REG-CFP001V9
                      MOVE WS-ID-PEDIDO TO CN-ID-CONTATO
            END-READ
            IF WS-CANAL-NOVO = 'N'
               DISPLAY 'CANAIS JA CADASTRADOS - OS DADOS SERAO'
                       ' REDIGITADOS'
               PERFORM P450-MOSTRA-CANAIS THRU P450-EXIT
            END-IF

            DISPLAY 'EMAIL (BRANCOS = SEM EMAIL): '
            MOVE SPACES TO WS-EMAIL
            ACCEPT WS-EMAIL
            PERFORM P250-VALIDA-EMAIL THRU P250-EXIT
            PERFORM UNTIL WS-EMAIL = SPACES
                       OR (WS-QT-ARROBA = 1 AND WS-QT-PONTO > 0
                           AND WS-QT-BRANCO = 0)
               DISPLAY 'EMAIL INVALIDO! DIGITE NOVAMENTE: '
               MOVE SPACES TO WS-EMAIL
               ACCEPT WS-EMAIL
               PERFORM P250-VALIDA-EMAIL THRU P250-EXIT
            END-PERFORM

            DISPLAY 'CELULAR COM DDD (11 DIGITOS, BRANCOS = SEM): '
            MOVE SPACES TO WS-CELULAR
            ACCEPT WS-CELULAR
            PERFORM UNTIL WS-CELULAR = SPACES
                       OR WS-CELULAR IS NUMERIC
               DISPLAY 'CELULAR: DIGITE SOMENTE OS 11 DIGITOS: '
               MOVE SPACES TO WS-CELULAR
               ACCEPT WS-CELULAR
            END-PERFORM

            IF WS-EMAIL = SPACES AND WS-CELULAR = SPACES
               DISPLAY 'NENHUM CANAL INFORMADO - USE A EXCLUSAO'
               GO TO P200-EXIT
            END-IF
            MOVE 'E' TO WS-CANAL-PREF
            IF WS-EMAIL = SPACES
               MOVE 'S' TO WS-CANAL-PREF
            END-IF
            IF WS-EMAIL NOT = SPACES AND WS-CELULAR NOT = SPACES
               DISPLAY 'CANAL PREFERIDO, (E)EMAIL (S)SMS: '
               ACCEPT WS-CANAL-PREF
               PERFORM UNTIL WS-CANAL-PREF = 'E' OR 'S'
                  DISPLAY 'RESPONDA E OU S: '
                  ACCEPT WS-CANAL-PREF
               END-PERFORM
            END-IF

      * >>> ENDERECO REDIGITADO VOLTA A SER CONSIDERADO VALIDO
            IF WS-EMAIL NOT = CN-EMAIL
               SET EMAIL-VALIDO TO TRUE
            END-IF
            IF WS-CELULAR NOT = CN-CELULAR
               SET CELULAR-VALIDO TO TRUE
            END-IF
            MOVE WS-EMAIL        TO CN-EMAIL
            MOVE WS-CELULAR      TO CN-CELULAR
            MOVE WS-CANAL-PREF   TO CN-CANAL-PREF
            MOVE WS-DATA-HOJE    TO CN-DT-ATUALIZACAO
            MOVE WS-SS-OPERADOR  TO CN-OPERADOR

            IF WS-CANAL-NOVO = 'S'
               WRITE REG-CFP001V9
               END-WRITE
            ELSE
               REWRITE REG-CFP001V9
               END-REWRITE
            END-IF
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                   TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001V9' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-RW-CAN
            DISPLAY 'CANAIS DO CONTATO GRAVADOS!'.
       P200-EXIT.
            EXIT.

      * >>> EMAIL: UMA ARROBA, AO MENOS UM PONTO E SEM BRANCOS NO MEIO
       P250-VALIDA-EMAIL.
            MOVE ZEROS TO WS-QT-ARROBA WS-QT-PONTO WS-QT-BRANCO
            IF WS-EMAIL = SPACES
               GO TO P250-EXIT
            END-IF
            INSPECT WS-EMAIL TALLYING WS-QT-ARROBA FOR ALL '@'
                                      WS-QT-PONTO  FOR ALL '.'
            MOVE SPACES TO WS-EMAIL-PARTE1 WS-EMAIL-PARTE2
            UNSTRING WS-EMAIL DELIMITED BY ALL SPACE
                     INTO WS-EMAIL-PARTE1 WS-EMAIL-PARTE2
            END-UNSTRING
            IF WS-EMAIL-PARTE2 NOT = SPACES
               MOVE 1 TO WS-QT-BRANCO
            END-IF
            IF WS-EMAIL(1:1) = SPACE OR WS-EMAIL(1:1) = '@'
               MOVE 1 TO WS-QT-BRANCO
            END-IF.
       P250-EXIT.
            EXIT.

       S300 SECTION.
       P300-EXCLUIR.
            DISPLAY 'DIGITE O ID DO CONTATO COM 5 DIGITOS: '
            ACCEPT WS-ID-PEDIDO
            MOVE WS-ID-PEDIDO TO CN-ID-CONTATO
            READ CFP001V9
                 KEY IS CN-ID-CONTATO
                 INVALID KEY
                      DISPLAY 'CONTATO SEM CANAIS CADASTRADOS!'
                      GO TO P300-EXIT
            END-READ
            DISPLAY 'CONFIRMA A EXCLUSAO DOS CANAIS, (S)SIM (N)NAO?'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P300-EXIT
            END-IF
            DELETE CFP001V9
                 INVALID KEY
                      DISPLAY 'CONTATO SEM CANAIS CADASTRADOS!'
                 NOT INVALID KEY
                      ADD 1 TO WS-RW-CAN
                      DISPLAY 'CANAIS DO CONTATO EXCLUIDOS!'
            END-DELETE.
       P300-EXIT.
            EXIT.

       S400 SECTION.
       P400-CONSULTAR.
            DISPLAY 'DIGITE O ID DO CONTATO COM 5 DIGITOS: '
            ACCEPT WS-ID-PEDIDO
            MOVE WS-ID-PEDIDO TO CN-ID-CONTATO
            READ CFP001V9
                 KEY IS CN-ID-CONTATO
                 INVALID KEY
                      DISPLAY 'CONTATO SEM CANAIS CADASTRADOS!'
                      GO TO P400-EXIT
            END-READ
            MOVE WS-ID-PEDIDO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE 'CONTATO DESCONHECIDO' TO NM-CONTATO
            END-READ
            DISPLAY 'CONTATO: ' NM-CONTATO
            PERFORM P450-MOSTRA-CANAIS THRU P450-EXIT.
       P400-EXIT.
            EXIT.

       P450-MOSTRA-CANAIS.
            DISPLAY '-------------------------------------'
            DISPLAY ' EMAIL.........: ' CN-EMAIL
            IF EMAIL-INVALIDO
               DISPLAY '                 *** RECUSADO PELO GATEWAY ***'
            END-IF
            DISPLAY ' CELULAR.......: ' CN-CELULAR
            IF CELULAR-INVALIDO
               DISPLAY '                 *** RECUSADO PELO GATEWAY ***'
            END-IF
            DISPLAY ' PREFERIDO.....: ' CN-CANAL-PREF
            DISPLAY ' ATUALIZADO EM.: ' CN-DT-ATUALIZACAO ' POR '
                    CN-OPERADOR
            DISPLAY '-------------------------------------'.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001V9
            CLOSE CONTATOS
            IF WS-FS-CAN NOT = 00 THEN
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001V9'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADCANAL'
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
            MOVE 'CADCANAL' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADCANAL FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE CANAIS DE CONTATO MANTIDOS: ' WS-RW-CAN
            DISPLAY '--------------------------------------'
            MOVE 'CADCANAL' TO WS-LG-PROGRAMA
            MOVE 'CANAIS CONTATO ' TO WS-LG-CONTADOR
            MOVE WS-RW-CAN TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADCANAL.
