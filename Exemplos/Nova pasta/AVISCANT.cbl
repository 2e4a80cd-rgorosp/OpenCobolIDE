      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: AVISO NOTURNO DE SALDO BAIXO DA CANTINA - PERCORRE AS
      *          CONTAS DA CANTINA (CANTINA.DAT, CFP001U7) E, PARA CADA
      *          CONTA CUJO CLIENTE (CLIENTES.DAT, CFP001S4) ESTA COM O
      *          SALDO ABAIXO DO SALDO MINIMO DA CONTA OU BLOQUEADO
      *          PELO BATPGM1 POR ESTOURO DO LIMITE, GERA O AVISO
      *          ENDERECADO AO RESPONSAVEL FINANCEIRO DA CONTA
      *          (CONTATOS.DAT), COM O ALUNO, O SALDO E O LIMITE. A
      *          DATA DO AVISO FICA NA CONTA (CN-DT-ULT-AVISO), ENTAO A
      *          MESMA BAIXA NAO E AVISADA DE NOVO A CADA NOITE - A
      *          CONTA VOLTA A SER AVISADA DEPOIS QUE O SALDO SOBE
      *          ACIMA DO MINIMO (RECARGA NO CADCANTI OU CREDITO NO
      *          BATPGM1). SAIDA REGISTRADA NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISCANT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001U7 ASSIGN TO "C:/ARQUIVOS/CANTINA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CN-ID-CLIENTE
                  ALTERNATE RECORD KEY IS CN-ID-ALUNO
                  FILE STATUS  IS WS-FS-CAN.
           SELECT CFP001S4 ASSIGN TO "C:/ARQUIVOS/CLIENTES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CLIENTE
                  FILE STATUS  IS WS-FS-CLI.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT REL-AVISOS ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001U7.
           COPY REGCANTI.
       FD  CFP001S4.
           COPY REGCLIEN.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  REL-AVISOS.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CLI          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-CONTAS      PIC X(01) VALUE 'N'.
           03 WS-SEM-CONTATOS    PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FIM-CAN         PIC X(01) VALUE 'N'.
           03 WS-SALDO-BAIXO     PIC X(01) VALUE 'N'.
           03 WS-DT-HOJE         PIC 9(08) VALUE ZEROS.
           03 WS-R-CONTAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-AVISOS        PIC 9(05) VALUE ZEROS.
           03 WS-R-BLOQUEADAS    PIC 9(05) VALUE ZEROS.
           03 WS-R-REARMADAS     PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> CAMPOS EDITADOS DO AVISO
       01  WS-EDITADOS.
           03 WS-ED-SALDO        PIC -.---.--9,99.
           03 WS-ED-LIMITE       PIC Z.ZZZ.ZZ9,99.
           03 WS-ED-MINIMO       PIC ZZ.ZZ9,99.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

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

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA AVISCANT - INICIADO'
            PERFORM P050-ABRIR
            IF WS-SEM-CONTAS = 'N'
               PERFORM P100-CONTA THRU P100-EXIT
                       UNTIL WS-FIM-CAN = 'S'
            END-IF
            IF WS-R-AVISOS = ZEROS
               MOVE 'NENHUMA CONTA DA CANTINA COM SALDO BAIXO'
                    TO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-IF
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'AVISCANT' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'CLIENTES' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CLIENTES TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CLIENTES TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DT-HOJE
            MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/AVISCANT_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

      * >>> SEM CONTAS ABERTAS AINDA, O RELATORIO SAI VAZIO
            OPEN I-O CFP001U7
            IF WS-FS-CAN NOT = 00
               MOVE 'S' TO WS-SEM-CONTAS
            END-IF

            OPEN INPUT CFP001S4
            IF WS-FS-CLI NOT = 00
               MOVE WS-FS-CLI                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE 'S' TO WS-SEM-CONTATOS
            END-IF

            OPEN OUTPUT REL-AVISOS
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-AVISOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING 'CANTINA - AVISOS DE SALDO BAIXO EM ' WS-DT-HOJE
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P050-EXIT.
            EXIT.

      * >>> SALDO BAIXO = ABAIXO DO MINIMO DA CONTA OU CONTA BLOQUEADA;
      * >>> A CONTA JA AVISADA SO E REARMADA QUANDO O SALDO SE RECUPERA
       S100 SECTION.
       P100-CONTA.
            READ CFP001U7 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CAN
                      GO TO P100-EXIT
            END-READ
            ADD 1 TO WS-R-CONTAS
            MOVE CN-ID-CLIENTE TO ID-CLIENTE
            READ CFP001S4
                 KEY IS ID-CLIENTE
                 INVALID KEY
                      GO TO P100-EXIT
            END-READ
            IF CLIENTE-INATIVO
               GO TO P100-EXIT
            END-IF

            MOVE 'N' TO WS-SALDO-BAIXO
            IF CLIENTE-BLOQUEADO OR SD-CLIENTE < CN-VL-MINIMO
               MOVE 'S' TO WS-SALDO-BAIXO
            END-IF

            IF WS-SALDO-BAIXO = 'N'
               IF CN-DT-ULT-AVISO NOT = ZEROS
                  MOVE ZEROS TO CN-DT-ULT-AVISO
                  PERFORM P300-ATUALIZA-CONTA THRU P300-EXIT
                  ADD 1 TO WS-R-REARMADAS
               END-IF
               GO TO P100-EXIT
            END-IF
            IF CN-DT-ULT-AVISO NOT = ZEROS
               GO TO P100-EXIT
            END-IF

            PERFORM P200-EMITE-AVISO THRU P200-EXIT
            MOVE WS-DT-HOJE TO CN-DT-ULT-AVISO
            PERFORM P300-ATUALIZA-CONTA THRU P300-EXIT.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-EMITE-AVISO.
            ADD 1 TO WS-R-AVISOS
            IF CLIENTE-BLOQUEADO
               ADD 1 TO WS-R-BLOQUEADAS
            END-IF
            MOVE CN-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO NM-ALUNO
                      MOVE SPACES               TO TU-ALUNO
            END-READ
            MOVE SPACES TO NM-CONTATO LG-CONTATO NR-END-CONTATO
                           BA-CONTATO CI-CONTATO UF-CONTATO
            MOVE ZEROS  TO CEP-CONTATO
            IF WS-SEM-CONTATOS = 'N'
               MOVE CN-ID-CONTATO TO ID-CONTATO
               READ CONTATOS
                    KEY IS ID-CONTATO
                    INVALID KEY
                         MOVE 'CONTATO DESCONHECIDO' TO NM-CONTATO
               END-READ
            END-IF

            MOVE ALL '=' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'AO(A) RESPONSAVEL ' CN-ID-CONTATO ' ' NM-CONTATO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' ' LG-CONTATO ' ' NR-END-CONTATO ' - '
                   BA-CONTATO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' ' CI-CONTATO ' ' UF-CONTATO ' CEP ' CEP-CONTATO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'CONTA DA CANTINA DO ALUNO ' CN-ID-ALUNO ' '
                   NM-ALUNO ' TURMA ' TU-ALUNO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SD-CLIENTE   TO WS-ED-SALDO
            MOVE LIM-CLIENTE  TO WS-ED-LIMITE
            MOVE CN-VL-MINIMO TO WS-ED-MINIMO
            MOVE SPACES TO REL-LINHA
            STRING ' SALDO ATUAL ' WS-ED-SALDO
                   '  SALDO MINIMO ' WS-ED-MINIMO
                   '  LIMITE ' WS-ED-LIMITE
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            IF CLIENTE-BLOQUEADO
               STRING ' CONTA BLOQUEADA POR ESTOURO DO LIMITE - FACA'
                      ' UMA RECARGA PARA LIBERAR AS COMPRAS'
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               MOVE ' SALDO ABAIXO DO MINIMO - PROVIDENCIE UMA RECARGA'
                    TO REL-LINHA
            END-IF
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P200-EXIT.
            EXIT.

       S300 SECTION.
       P300-ATUALIZA-CONTA.
            REWRITE REG-CFP001U7
            END-REWRITE
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U7'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P300-EXIT.
            EXIT.

       P650-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            IF WS-SEM-CONTAS = 'N'
               CLOSE CFP001U7
            END-IF
            CLOSE CFP001S4
            CLOSE CFP001S1
            IF WS-SEM-CONTATOS = 'N'
               CLOSE CONTATOS
            END-IF
            CLOSE REL-AVISOS
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-AVISOS'          TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'AVISCANT'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA AVISCANT'
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
            STOP RUN.
       P800-EXIT.
            EXIT.

      * >>> ACRESCENTA O ERRO AO JORNAL CENTRAL (ERRLOG)
       P850-JORNAL-ERRO.
            IF WS-EL-GRAVADO = 'S'
               GO TO P850-EXIT
            END-IF
            MOVE 'S' TO WS-EL-GRAVADO
            MOVE 'AVISCANT' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA AVISCANT FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' CONTAS LIDAS.......: ' WS-R-CONTAS
            DISPLAY ' AVISOS EMITIDOS....: ' WS-R-AVISOS
            DISPLAY ' CONTAS BLOQUEADAS..: ' WS-R-BLOQUEADAS
            DISPLAY ' CONTAS REARMADAS...: ' WS-R-REARMADAS
            DISPLAY ' RELATORIO GERADO...: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM AVISCANT.
