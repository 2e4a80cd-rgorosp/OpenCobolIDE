      *         FATO (AVISOS DE FALTA DOS ALUNOS LIGADOS); AS CARTAS
      *         POR FAMILIA DEPENDEM DO REGISTRO INDIVIDUAL QUE O
      *         GERCARTA PASSOU A FAZER NO RELCATAL
      * Update: 15-10-26 - EXIBE O CREDITO DISPONIVEL DA FAMILIA
      *         (CREDITOS.DAT, PELO CREDFAMI) JUNTO DOS TOTAIS
      * Update: 15-10-26 - HISTORICO DE NOTIFICACOES (NOTIFICA.DAT)
      *         DO RESPONSAVEL E DOS ALUNOS LIGADOS, COM CANAL,
      *         MODELO, SITUACAO E ENDERECO USADO
      * Update: 15-10-26 - CPF DO RESPONSAVEL EXIBIDO PELO MASCCPF,
      *         MASCARADO CONFORME O NIVEL DO OPERADOR
      * Update: 15-10-26 - CADA RESPONSAVEL CONSULTADO (POR ID OU
      *         CPF) E REGISTRADO NO ACESSO.LOG PELO GRVACESS, COM
      *         O OPERADOR E O MOTIVO DA CONSULTA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON360RF.
           SELECT LOG-AVISOS ASSIGN TO "C:/ARQUIVOS/AVISFALT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-LOG.
           SELECT CFP001W1 ASSIGN TO "C:/ARQUIVOS/NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NF-NR-NOTIF
                  ALTERNATE RECORD KEY IS NF-DESTINO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-NOT.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       01  CAT-LINHA             PIC X(100).
       FD  LOG-AVISOS.
       01  LOG-LINHA             PIC X(40).
       FD  CFP001W1.
           COPY REGNOTIF.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-PAUSA           PIC X(01) VALUE SPACES.
           03 WS-POS             PIC 9(03) VALUE ZEROS.
           03 WS-TEM-MARCA       PIC X(01) VALUE 'N'.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FIM-NOT         PIC X(01) VALUE 'N'.
           03 WS-NOTIF-TP        PIC X(01) VALUE SPACES.
           03 WS-NOTIF-ID        PIC 9(05) VALUE ZEROS.
           03 WS-DS-SITUACAO     PIC X(10) VALUE SPACES.

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

      * >>> ALUNOS DA FAMILIA EM CONSULTA, PARA CASAR OS AVISOS DE
      * >>> FALTA DO AVISFALT.LOG (LINHA: ALUNO|OFERTA|DATA)
       77  WS-QTD-LIGADOS        PIC 9(02) VALUE ZEROS.
       77  WS-AVISO-DA-FAMILIA   PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-MENSAGEM        PIC X(40) VALUE SPACES.
      *

      * AREA DE COMUNICACAO COM A MASCARA DE CPF (MASCCPF)
       01  WS-MC-AREA.
           03 WS-MC-SUBSISTEMA   PIC X(01) VALUE SPACES.
           03 WS-MC-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-MC-CPF-EDITADO  PIC X(14) VALUE SPACES.
           03 WS-MC-CPF-NUMERICO PIC 9(11) VALUE ZEROS.
           03 WS-MC-COMPLETO     PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM O REGISTRO DE ACESSO (GRVACESS)
       01  WS-ACESSO-AREA.
           03 WS-AC-PROGRAMA     PIC X(08) VALUE SPACES.
           03 WS-AC-TP-PESSOA    PIC X(01) VALUE SPACES.
           03 WS-AC-ID-PESSOA    PIC 9(05) VALUE ZEROS.
           03 WS-AC-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-AC-BUSCA        PIC X(20) VALUE SPACES.
           03 WS-AC-MOTIVO       PIC X(02) VALUE SPACES.
           03 WS-AC-RETORNO      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DT-HOJE
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CON360RF' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
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

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT CONTATOS
            END-IF

            MOVE ID-CONTATO TO WS-ID-PEDIDO
            MOVE 'C'         TO WS-AC-TP-PESSOA
            MOVE ID-CONTATO  TO WS-AC-ID-PESSOA
            MOVE CPF-CONTATO TO WS-AC-CPF
            MOVE WS-BUSCA    TO WS-AC-BUSCA
            PERFORM P170-REGISTRA-ACESSO THRU P170-EXIT
            MOVE ZEROS TO WS-LINHAS-TELA
            MOVE ZEROS TO WS-TOT-ABERTO WS-TOT-VENCIDO
            MOVE ZEROS TO WS-QTD-LIGADOS
            DISPLAY '===================================='
            DISPLAY ' RESPONSAVEL ' ID-CONTATO ' - ' NM-CONTATO
            DISPLAY '===================================='
            MOVE 'C'         TO WS-MC-SUBSISTEMA
            MOVE CPF-CONTATO TO WS-MC-CPF
            CALL 'MASCCPF' USING WS-MC-AREA
            DISPLAY ' CATEGORIA..: ' CT-CONTATO
                    '  CPF: ' WS-MC-CPF-EDITADO
            IF LG-CONTATO NOT = SPACES
               DISPLAY ' ENDERECO...: ' LG-CONTATO ', '
                       NR-END-CONTATO
            DISPLAY '------------------------------------'
            DISPLAY ' TOTAL EM ABERTO DA FAMILIA: ' WS-TOT-ABERTO
            DISPLAY ' TOTAL JA VENCIDO..........: ' WS-TOT-VENCIDO
            MOVE 'S'          TO WS-CF-FUNCAO
            MOVE ZEROS        TO WS-CF-ID-ALUNO
            MOVE WS-ID-PEDIDO TO WS-CF-ID-CONTATO
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            IF WS-CF-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO CREDFAMI: ' WS-CF-MENSAGEM
            END-IF
            DISPLAY ' CREDITO DISPONIVEL........: ' WS-CF-VL-SALDO
            PERFORM P500-CARTAS THRU P500-EXIT
            PERFORM P600-AVISOS-FALTA THRU P600-EXIT
            PERFORM P660-NOTIFICACOES THRU P660-EXIT.
       P100-EXIT.
            EXIT.

       P650-EXIT.
            EXIT.

      * >>> NOTIFICACOES ENFILEIRADAS PARA O RESPONSAVEL E PARA OS
      * >>> ALUNOS LIGADOS (NOTIFICA.DAT PELA CHAVE NF-DESTINO)
       S660 SECTION.
       P660-NOTIFICACOES.
            DISPLAY '------------------------------------'
            DISPLAY ' NOTIFICACOES ENVIADAS'
            DISPLAY '------------------------------------'
            OPEN INPUT CFP001W1
            IF WS-FS-NOT NOT = 00
               DISPLAY ' SEM NOTIFICACOES REGISTRADAS'
               GO TO P660-EXIT
            END-IF
            MOVE 'N' TO WS-ACHOU-ALGO
            MOVE 'C'          TO WS-NOTIF-TP
            MOVE WS-ID-PEDIDO TO WS-NOTIF-ID
            PERFORM P670-UM-DESTINO THRU P670-EXIT
            MOVE 'A' TO WS-NOTIF-TP
            PERFORM VARYING WS-LX FROM 1 BY 1
                    UNTIL WS-LX > WS-QTD-LIGADOS
               MOVE WS-LIG-ALUNO(WS-LX) TO WS-NOTIF-ID
               PERFORM P670-UM-DESTINO THRU P670-EXIT
            END-PERFORM
            CLOSE CFP001W1
            IF WS-ACHOU-ALGO = 'N'
               DISPLAY ' NENHUMA NOTIFICACAO PARA A FAMILIA'
            END-IF.
       P660-EXIT.
            EXIT.

       P670-UM-DESTINO.
            MOVE 'N' TO WS-FIM-NOT
            MOVE WS-NOTIF-TP TO NF-TP-DESTINO
            MOVE WS-NOTIF-ID TO NF-ID-DESTINO
            START CFP001W1 KEY IS NOT LESS NF-DESTINO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-NOT
            END-START
            PERFORM P680-LER-NOTIF THRU P680-EXIT
                    UNTIL WS-FIM-NOT = 'S'.
       P670-EXIT.
            EXIT.

       P680-LER-NOTIF.
            READ CFP001W1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-NOT
                      GO TO P680-EXIT
            END-READ
            IF NF-TP-DESTINO NOT = WS-NOTIF-TP
               OR NF-ID-DESTINO NOT = WS-NOTIF-ID
               MOVE 'S' TO WS-FIM-NOT
               GO TO P680-EXIT
            END-IF
            MOVE 'S' TO WS-ACHOU-ALGO
            EVALUATE TRUE
               WHEN NOTIF-PENDENTE
                    MOVE 'PENDENTE'   TO WS-DS-SITUACAO
               WHEN NOTIF-ENVIADA
                    MOVE 'ENVIADA'    TO WS-DS-SITUACAO
               WHEN NOTIF-ENTREGUE
                    MOVE 'ENTREGUE'   TO WS-DS-SITUACAO
               WHEN NOTIF-DEVOLVIDA
                    MOVE 'DEVOLVIDA'  TO WS-DS-SITUACAO
               WHEN NOTIF-END-INVALIDO
                    MOVE 'END.INVAL.' TO WS-DS-SITUACAO
               WHEN OTHER
                    MOVE NF-SITUACAO  TO WS-DS-SITUACAO
            END-EVALUATE
            DISPLAY ' ' NF-DT-INCLUSAO ' ' NF-TP-DESTINO NF-ID-DESTINO
                    ' ' NF-CANAL ' ' NF-MODELO ' ' WS-DS-SITUACAO
                    ' ' NF-ENDERECO
            PERFORM P110-CONTA-LINHA THRU P110-EXIT.
       P680-EXIT.
            EXIT.

      * >>> REGISTRA NO ACESSO.LOG A PESSOA EXIBIDA NA CONSULTA
       S170 SECTION.
       P170-REGISTRA-ACESSO.
            MOVE 'CON360RF' TO WS-AC-PROGRAMA
            CALL 'GRVACESS' USING WS-ACESSO-AREA
            IF WS-AC-RETORNO NOT = SPACES
               DISPLAY 'AVISO GRVACESS: ' WS-AC-RETORNO
            END-IF.
       P170-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CONTATOS
