      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CHECKLIST DA PASTA DE DOCUMENTOS DO ALUNO
      *          (DOCALUNO.DAT, CFP001V8) - SUBSTITUI O CONTROLE FEITO
      *          SO NA PASTA DE PAPEL. PARA O ALUNO INFORMADO MOSTRA OS
      *          DOCUMENTOS EXIGIDOS PELO NIVEL DE ENSINO DA TURMA
      *          (TABELA DOCTIPO.DAT, MANTIDA PELO CADDOCTP) COM A DATA
      *          DE RECEBIMENTO E O OPERADOR OU A MARCA DE PENDENTE,
      *          REGISTRA O RECEBIMENTO DE UM DOCUMENTO (DATA INFORMADA
      *          OU A DO DIA E O OPERADOR DA SESSAO) E ESTORNA UM
      *          RECEBIMENTO LANCADO POR ENGANO. A PASTA COMPLETA E
      *          CONFERIDA PELO CERTCONC E PELO TRANSFAL (VERDOCAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDOCAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001V8 ASSIGN TO "C:/ARQUIVOS/DOCALUNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DA-CHAVE
                  FILE STATUS  IS WS-FS-DAL
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001V7 ASSIGN TO "C:/ARQUIVOS/DOCTIPO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DC-CODIGO
                  FILE STATUS  IS WS-FS-DTP.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SD ASSIGN TO "C:/ARQUIVOS/TURMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TM-CODIGO
                  FILE STATUS  IS WS-FS-TUR.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001V8.
           COPY REGDOCAL.
       FD  CFP001V7.
           COPY REGDOCTP.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SD.
           COPY REGTURMA.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-DAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DTP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-TURMAS      PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-RW-DAL          PIC 9(03) VALUE ZEROS.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-CD-PEDIDO       PIC X(02) VALUE SPACES.
           03 WS-NIVEL           PIC X(02) VALUE SPACES.
           03 WS-FIM-DTP         PIC X(01) VALUE 'N'.
           03 WS-EXIGIDO         PIC X(01) VALUE 'N'.
           03 WS-RECEBIDO        PIC X(01) VALUE 'N'.
           03 WS-QT-EXIGIDOS     PIC 9(02) VALUE ZEROS.
           03 WS-QT-PENDENTES    PIC 9(02) VALUE ZEROS.
           03 WS-DT-RECEBIDO     PIC 9(08) VALUE ZEROS.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
       77  WS-NX                  PIC 9(02) COMP VALUE ZEROS.

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
            MOVE 'CADDOCAL' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001V8
            IF WS-FS-DAL = 35 THEN
               OPEN OUTPUT CFP001V8
               CLOSE CFP001V8
               OPEN I-O CFP001V8
            END-IF
            IF WS-FS-DAL NOT = 00
               MOVE WS-FS-DAL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V8' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001V7
            IF WS-FS-DTP NOT = 00
               MOVE WS-FS-DTP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V7' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM MESTRE DE TURMAS SO VALEM OS DOCUMENTOS 'TD'
            OPEN INPUT CFP001SD
            IF WS-FS-TUR NOT = 00
               MOVE 'S' TO WS-SEM-TURMAS
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '   PASTA DE DOCUMENTOS DO ALUNO'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - CONSULTAR CHECKLIST DO ALUNO'
               DISPLAY ' <2> - REGISTRAR RECEBIMENTO'
               DISPLAY ' <3> - ESTORNAR RECEBIMENTO'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-CHECKLIST THRU P200-EXIT
                   WHEN '2'
                     PERFORM P300-RECEBER THRU P300-EXIT
                   WHEN '3'
                     PERFORM P400-ESTORNAR THRU P400-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE
               DISPLAY 'DESEJA OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> ALUNO E NIVEL DE ENSINO DA TURMA DELE
       P150-LER-ALUNO.
            DISPLAY 'DIGITE O ID DO ALUNO COM 5 DIGITOS: '
            ACCEPT WS-ID-PEDIDO
            MOVE WS-ID-PEDIDO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      DISPLAY 'ALUNO INEXISTENTE!'
                      MOVE ZEROS TO WS-ID-PEDIDO
                      GO TO P150-EXIT
            END-READ
            MOVE SPACES TO WS-NIVEL
            IF WS-SEM-TURMAS = 'N'
               MOVE TU-ALUNO TO TM-CODIGO
               READ CFP001SD
                    KEY IS TM-CODIGO
                    INVALID KEY
                         MOVE SPACES TO TM-NIVEL
               END-READ
               MOVE TM-NIVEL TO WS-NIVEL
            END-IF
            DISPLAY 'ALUNO: ' NM-ALUNO ' TURMA ' TU-ALUNO
                    ' NIVEL ' WS-NIVEL.
       P150-EXIT.
            EXIT.

      * >>> O DOCUMENTO LIDO NO CFP001V7 E EXIGIDO NO NIVEL DO ALUNO?
       P160-EXIGIDO.
            MOVE 'N' TO WS-EXIGIDO
            IF NOT DOCUMENTO-ATIVO
               GO TO P160-EXIT
            END-IF
            PERFORM VARYING WS-NX FROM 1 BY 1
                    UNTIL WS-NX > 6
               IF NIVEL-TODOS(WS-NX)
                  OR (WS-NIVEL NOT = SPACES
                      AND DC-NIVEL(WS-NX) = WS-NIVEL)
                  MOVE 'S' TO WS-EXIGIDO
               END-IF
            END-PERFORM.
       P160-EXIT.
            EXIT.

       S200 SECTION.
       P200-CHECKLIST.
            PERFORM P150-LER-ALUNO THRU P150-EXIT
            IF WS-ID-PEDIDO = ZEROS
               GO TO P200-EXIT
            END-IF
            MOVE ZEROS TO WS-QT-EXIGIDOS WS-QT-PENDENTES
            MOVE 'N'   TO WS-FIM-DTP
            MOVE LOW-VALUES TO DC-CODIGO
            START CFP001V7 KEY IS NOT LESS DC-CODIGO
                  INVALID KEY
                       DISPLAY 'TABELA DE DOCUMENTOS VAZIA (CADDOCTP)'
                       GO TO P200-EXIT
            END-START
            DISPLAY '-------------------------------------'
            PERFORM P210-UM-TIPO THRU P210-EXIT
                    UNTIL WS-FIM-DTP = 'S'
            DISPLAY '-------------------------------------'
            DISPLAY ' DOCUMENTOS EXIGIDOS: ' WS-QT-EXIGIDOS
                    '  PENDENTES: ' WS-QT-PENDENTES
            IF WS-QT-PENDENTES = ZEROS
               DISPLAY ' PASTA COMPLETA'
            ELSE
               DISPLAY ' PASTA INCOMPLETA - CERTIFICADO E GUIA DE'
                       ' TRANSFERENCIA BLOQUEADOS'
            END-IF.
       P200-EXIT.
            EXIT.

       P210-UM-TIPO.
            READ CFP001V7 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DTP
                      GO TO P210-EXIT
            END-READ
            PERFORM P160-EXIGIDO THRU P160-EXIT
            MOVE 'S'          TO WS-RECEBIDO
            MOVE WS-ID-PEDIDO TO DA-ID-ALUNO
            MOVE DC-CODIGO    TO DA-CD-DOCUMENTO
            READ CFP001V8
                 KEY IS DA-CHAVE
                 INVALID KEY
                      MOVE 'N' TO WS-RECEBIDO
            END-READ
            IF WS-EXIGIDO = 'N' AND WS-RECEBIDO = 'N'
               GO TO P210-EXIT
            END-IF
            IF WS-EXIGIDO = 'S'
               ADD 1 TO WS-QT-EXIGIDOS
            END-IF
            IF WS-RECEBIDO = 'S'
               IF WS-EXIGIDO = 'S'
                  DISPLAY ' ' DC-CODIGO ' ' DC-DESCRICAO
                          ' RECEBIDO EM ' DA-DT-RECEBIDO
                          ' POR ' DA-OPERADOR
               ELSE
                  DISPLAY ' ' DC-CODIGO ' ' DC-DESCRICAO
                          ' RECEBIDO EM ' DA-DT-RECEBIDO
                          ' (NAO EXIGIDO)'
               END-IF
            ELSE
               ADD 1 TO WS-QT-PENDENTES
               DISPLAY ' ' DC-CODIGO ' ' DC-DESCRICAO
                       ' *** PENDENTE ***'
            END-IF.
       P210-EXIT.
            EXIT.

       S300 SECTION.
       P300-RECEBER.
            PERFORM P150-LER-ALUNO THRU P150-EXIT
            IF WS-ID-PEDIDO = ZEROS
               GO TO P300-EXIT
            END-IF
            DISPLAY 'CODIGO DO DOCUMENTO RECEBIDO: '
            MOVE SPACES TO WS-CD-PEDIDO
            ACCEPT WS-CD-PEDIDO
            MOVE WS-CD-PEDIDO TO DC-CODIGO
            READ CFP001V7
                 KEY IS DC-CODIGO
                 INVALID KEY
                      DISPLAY 'TIPO DE DOCUMENTO INEXISTENTE!'
                      GO TO P300-EXIT
            END-READ
            IF NOT DOCUMENTO-ATIVO
               DISPLAY 'TIPO DE DOCUMENTO INATIVO!'
               GO TO P300-EXIT
            END-IF
            PERFORM P160-EXIGIDO THRU P160-EXIT
            IF WS-EXIGIDO = 'N'
               DISPLAY 'AVISO: DOCUMENTO NAO EXIGIDO NO NIVEL DA'
                       ' TURMA DO ALUNO'
            END-IF

            MOVE WS-ID-PEDIDO TO DA-ID-ALUNO
            MOVE WS-CD-PEDIDO TO DA-CD-DOCUMENTO
            READ CFP001V8
                 KEY IS DA-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY 'DOCUMENTO JA RECEBIDO EM ' DA-DT-RECEBIDO
                              ' POR ' DA-OPERADOR
                      GO TO P300-EXIT
            END-READ

            DISPLAY 'DATA DO RECEBIMENTO (AAAAMMDD, ZEROS = HOJE): '
            ACCEPT WS-DT-RECEBIDO
            PERFORM UNTIL WS-DT-RECEBIDO IS NUMERIC
                          AND WS-DT-RECEBIDO NOT > WS-DATA-HOJE
               DISPLAY 'DATA INVALIDA OU FUTURA! DIGITE AAAAMMDD: '
               ACCEPT WS-DT-RECEBIDO
            END-PERFORM
            IF WS-DT-RECEBIDO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DT-RECEBIDO
            END-IF

            MOVE WS-ID-PEDIDO   TO DA-ID-ALUNO
            MOVE WS-CD-PEDIDO   TO DA-CD-DOCUMENTO
            MOVE WS-DT-RECEBIDO TO DA-DT-RECEBIDO
            MOVE WS-SS-OPERADOR TO DA-OPERADOR
            DISPLAY 'OBSERVACAO (EX: COPIA AUTENTICADA): '
            MOVE SPACES TO DA-OBSERVACAO
            ACCEPT DA-OBSERVACAO
            WRITE REG-CFP001V8
            END-WRITE
            IF WS-FS-DAL NOT = 00
               MOVE WS-FS-DAL                   TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001V8' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-RW-DAL
            DISPLAY 'RECEBIMENTO REGISTRADO!'.
       P300-EXIT.
            EXIT.

       S400 SECTION.
       P400-ESTORNAR.
            DISPLAY 'DIGITE O ID DO ALUNO COM 5 DIGITOS: '
            ACCEPT WS-ID-PEDIDO
            DISPLAY 'CODIGO DO DOCUMENTO: '
            MOVE SPACES TO WS-CD-PEDIDO
            ACCEPT WS-CD-PEDIDO
            MOVE WS-ID-PEDIDO TO DA-ID-ALUNO
            MOVE WS-CD-PEDIDO TO DA-CD-DOCUMENTO
            READ CFP001V8
                 KEY IS DA-CHAVE
                 INVALID KEY
                      DISPLAY 'RECEBIMENTO NAO ENCONTRADO!'
                      GO TO P400-EXIT
            END-READ
            DISPLAY 'RECEBIDO EM ' DA-DT-RECEBIDO ' POR ' DA-OPERADOR
            DISPLAY 'CONFIRMA O ESTORNO, (S)SIM (N)NAO?'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P400-EXIT
            END-IF
            DELETE CFP001V8
                 INVALID KEY
                      DISPLAY 'RECEBIMENTO NAO ENCONTRADO!'
                 NOT INVALID KEY
                      ADD 1 TO WS-RW-DAL
                      DISPLAY 'RECEBIMENTO ESTORNADO!'
            END-DELETE.
       P400-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001V8
            CLOSE CFP001V7
            CLOSE CFP001S1
            IF WS-SEM-TURMAS = 'N'
               CLOSE CFP001SD
            END-IF
            IF WS-FS-DAL NOT = 00 THEN
               MOVE WS-FS-DAL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001V8'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADDOCAL'
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
            MOVE 'CADDOCAL' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADDOCAL FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE RECEBIMENTOS/ESTORNOS: ' WS-RW-DAL
            DISPLAY '--------------------------------------'
            MOVE 'CADDOCAL' TO WS-LG-PROGRAMA
            MOVE 'DOCUMENTOS REC ' TO WS-LG-CONTADOR
            MOVE WS-RW-DAL TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADDOCAL.
