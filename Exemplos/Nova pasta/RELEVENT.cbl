      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: LISTA DE EMBARQUE DO PASSEIO/EVENTO - PARA O EVENTO
      *          INFORMADO (EVENTOS.DAT), IMPRIME O CABECALHO COM DATA,
      *          LOCAL, HORARIOS E PROFESSORES ACOMPANHANTES E, A
      *          PARTIR DAS AUTORIZACOES (AUTEVENT.DAT, PELO CADEVENT
      *          E AUTEVENT), TRES BLOCOS PARA A CONFERENCIA NA PORTA
      *          DO ONIBUS:
      *            1 - AUTORIZADOS E QUITADOS (OU EVENTO GRATUITO):
      *                EMBARQUE LIBERADO;
      *            2 - AUTORIZADOS COM A COBRANCA TIPO EV AINDA EM
      *                ABERTO NA CFP001SF, COM O VALOR DEVIDO;
      *            3 - NAO AUTORIZADOS OU SEM RESPOSTA: NAO EMBARCAR.
      *          FECHA COM A CONTAGEM DE CADA BLOCO E O TOTAL DE
      *          PESSOAS NO ONIBUS. SAIDA REGISTRADA NO CATALOGO
      *          (RELCATAL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001X6 ASSIGN TO "C:/ARQUIVOS/EVENTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS EV-CD-EVENTO
                  FILE STATUS  IS WS-FS-EVE.
           SELECT CFP001X7 ASSIGN TO "C:/ARQUIVOS/AUTEVENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AE-CHAVE
                  FILE STATUS  IS WS-FS-AEV.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRF.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT REL-EVENTO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001X6.
           COPY REGEVENT.
       FD  CFP001X7.
           COPY REGAUTEV.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SA.
           COPY REGPROF.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  REL-EVENTO.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-EVE          PIC 9(02) VALUE ZEROS.
           03 WS-FS-AEV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-CD-EVENTO       PIC 9(04) VALUE ZEROS.
           03 WS-FIM-AEV         PIC X(01) VALUE 'N'.
           03 WS-BLOCO           PIC 9(01) VALUE ZEROS.
           03 WS-BLOCO-ALUNO     PIC 9(01) VALUE ZEROS.
           03 WS-QT-BLOCO        PIC 9(04) VALUE ZEROS.
           03 WS-I               PIC 9(02) VALUE ZEROS.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-VL-DEVIDO       PIC 9(05)V99 VALUE ZEROS.
           03 WS-VL-EDITADO      PIC ZZ.ZZ9,99.
           03 WS-QT-PROFESSORES  PIC 9(01) VALUE ZEROS.
           03 WS-R-LIBERADOS     PIC 9(04) VALUE ZEROS.
           03 WS-R-PENDENTES     PIC 9(04) VALUE ZEROS.
           03 WS-R-BARRADOS      PIC 9(04) VALUE ZEROS.
           03 WS-R-NO-ONIBUS     PIC 9(04) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

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

       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            DISPLAY 'DIGITE O CODIGO DO EVENTO (4 DIGITOS): '
            ACCEPT WS-CD-EVENTO
            PERFORM UNTIL WS-CD-EVENTO IS NUMERIC
                          AND WS-CD-EVENTO > ZEROS
               DISPLAY 'CODIGO INVALIDO! DIGITE 4 DIGITOS: '
               ACCEPT WS-CD-EVENTO
            END-PERFORM
            PERFORM P050-ABRIR
            PERFORM P100-CABECALHO THRU P100-EXIT
            PERFORM VARYING WS-BLOCO FROM 1 BY 1 UNTIL WS-BLOCO > 3
               PERFORM P200-BLOCO THRU P200-EXIT
            END-PERFORM
            PERFORM P500-RESUMO THRU P500-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELEVENT' TO WS-LY-PROGRAMA
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
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE WS-DATA-GERACAO(1:8)  TO WS-DATA-HOJE
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/EMBARQUE_' WS-CD-EVENTO '_'
                   WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001X6
            IF WS-FS-EVE NOT = 00
               MOVE WS-FS-EVE                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X6' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001X7
            IF WS-FS-AEV NOT = 00
               MOVE WS-FS-AEV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X7' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SA
            IF WS-FS-PRF NOT = 00
               MOVE WS-FS-PRF                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE WS-CD-EVENTO TO EV-CD-EVENTO
            READ CFP001X6
                 KEY IS EV-CD-EVENTO
                 INVALID KEY
                      MOVE 23                           TO WS-MSG1
                      MOVE 'EVENTO NAO CADASTRADO'      TO WS-MSG2
                      PERFORM P800-ERRO THRU P999-EXIT
            END-READ

            OPEN OUTPUT REL-EVENTO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-EVENTO' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> EVENTO E EQUIPE DE ACOMPANHANTES
       S100 SECTION.
       P100-CABECALHO.
            MOVE SPACES TO REL-LINHA
            STRING 'LISTA DE EMBARQUE - EVENTO ' EV-CD-EVENTO ' - '
                   EV-DESCRICAO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'DATA: ' EV-DT-EVENTO(7:2) '/' EV-DT-EVENTO(5:2)
                   '/' EV-DT-EVENTO(1:4)
                   '  SAIDA: ' EV-HR-SAIDA(1:2) ':' EV-HR-SAIDA(3:2)
                   '  RETORNO: ' EV-HR-RETORNO(1:2) ':'
                   EV-HR-RETORNO(3:2) '  LOCAL: ' EV-LOCAL
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            IF NOT EVENTO-ABERTO
               MOVE SPACES TO REL-LINHA
               STRING '*** EVENTO COM SITUACAO ' EV-ST-EVENTO
                      ' (E=ENCERRADO C=CANCELADO) ***'
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            IF EV-DT-EVENTO NOT = WS-DATA-HOJE
               MOVE SPACES TO REL-LINHA
               STRING 'LISTA EMITIDA EM ' WS-DATA-HOJE(7:2) '/'
                      WS-DATA-HOJE(5:2) '/' WS-DATA-HOJE(1:4)
                      ' - PREVIA, REEMITIR NO DIA DO EVENTO'
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            MOVE 'PROFESSORES ACOMPANHANTES:' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ZEROS TO WS-QT-PROFESSORES
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               IF EV-ID-PROF(WS-I) > ZEROS
                  MOVE EV-ID-PROF(WS-I) TO PR-ID-PROF
                  READ CFP001SA
                       KEY IS PR-ID-PROF
                       INVALID KEY
                            MOVE 'PROFESSOR DESCONHECIDO' TO PR-NM-PROF
                            MOVE SPACES TO PR-TL-PROF
                  END-READ
                  ADD 1 TO WS-QT-PROFESSORES
                  MOVE SPACES TO REL-LINHA
                  STRING '   [ ] ' PR-ID-PROF ' ' PR-NM-PROF
                         ' TEL ' PR-TL-PROF
                         DELIMITED BY SIZE INTO REL-LINHA
                  PERFORM P450-ESCREVER THRU P450-EXIT
               END-IF
            END-PERFORM
            IF WS-QT-PROFESSORES = ZEROS
               MOVE '   *** EVENTO SEM PROFESSOR ACOMPANHANTE ***'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P100-EXIT.
            EXIT.

      * >>> UMA PASSADA PELAS AUTORIZACOES DO EVENTO POR BLOCO
       S200 SECTION.
       P200-BLOCO.
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            EVALUATE WS-BLOCO
                WHEN 1
                  MOVE '1 - AUTORIZADOS E QUITADOS: EMBARQUE LIBERADO'
                       TO REL-LINHA
                WHEN 2
                  MOVE '2 - AUTORIZADOS COM PAGAMENTO EM ABERTO'
                       TO REL-LINHA
                WHEN OTHER
                  MOVE '3 - SEM AUTORIZACAO: NAO EMBARCAR'
                       TO REL-LINHA
            END-EVALUATE
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            MOVE ZEROS        TO WS-QT-BLOCO
            MOVE 'N'          TO WS-FIM-AEV
            MOVE EV-CD-EVENTO TO AE-CD-EVENTO
            MOVE ZEROS        TO AE-ID-ALUNO
            START CFP001X7 KEY IS NOT LESS AE-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-AEV
            END-START
            PERFORM P300-LER-AUTORIZACAO THRU P300-EXIT
                    UNTIL WS-FIM-AEV = 'S'
            IF WS-QT-BLOCO = ZEROS
               MOVE '   NENHUM ALUNO NESTE BLOCO' TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P200-EXIT.
            EXIT.

       S300 SECTION.
       P300-LER-AUTORIZACAO.
            READ CFP001X7 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-AEV
                      GO TO P300-EXIT
            END-READ
            IF AE-CD-EVENTO NOT = EV-CD-EVENTO
               MOVE 'S' TO WS-FIM-AEV
               GO TO P300-EXIT
            END-IF
            PERFORM P350-CLASSIFICA THRU P350-EXIT
            IF WS-BLOCO-ALUNO NOT = WS-BLOCO
               GO TO P300-EXIT
            END-IF

            MOVE AE-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO NM-ALUNO
                      MOVE SPACES TO TU-ALUNO
            END-READ
            ADD 1 TO WS-QT-BLOCO
            MOVE SPACES TO REL-LINHA
            EVALUATE WS-BLOCO
                WHEN 1
                  ADD 1 TO WS-R-LIBERADOS
                  MOVE AE-ID-CONTATO TO ID-CONTATO
                  READ CONTATOS
                       KEY IS ID-CONTATO
                       INVALID KEY
                            MOVE SPACES TO NM-CONTATO
                  END-READ
                  STRING '   [ ] ' ID-ALUNO ' ' NM-ALUNO
                         ' TURMA ' TU-ALUNO
                         ' AUTORIZADO POR ' NM-CONTATO
                         DELIMITED BY SIZE INTO REL-LINHA
                WHEN 2
                  ADD 1 TO WS-R-PENDENTES
                  MOVE WS-VL-DEVIDO TO WS-VL-EDITADO
                  STRING '   [ ] ' ID-ALUNO ' ' NM-ALUNO
                         ' TURMA ' TU-ALUNO
                         ' DEVE R$ ' WS-VL-EDITADO
                         ' VENC ' CB-DT-VENCIMENTO(7:2) '/'
                         CB-DT-VENCIMENTO(5:2)
                         DELIMITED BY SIZE INTO REL-LINHA
                WHEN OTHER
                  ADD 1 TO WS-R-BARRADOS
                  IF AUTORIZ-NEGADA
                     STRING '   ' ID-ALUNO ' ' NM-ALUNO
                            ' TURMA ' TU-ALUNO
                            ' NAO AUTORIZADO PELO RESPONSAVEL'
                            DELIMITED BY SIZE INTO REL-LINHA
                  ELSE
                     STRING '   ' ID-ALUNO ' ' NM-ALUNO
                            ' TURMA ' TU-ALUNO
                            ' SEM RESPOSTA DO RESPONSAVEL'
                            DELIMITED BY SIZE INTO REL-LINHA
                  END-IF
            END-EVALUATE
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P300-EXIT.
            EXIT.

      * >>> BLOCO DO ALUNO: AUTORIZADO SEM COBRANCA OU COM ELA QUITADA
      * >>> = 1; AUTORIZADO DEVENDO = 2; PENDENTE OU NEGADO = 3
       P350-CLASSIFICA.
            MOVE 3     TO WS-BLOCO-ALUNO
            MOVE ZEROS TO WS-VL-DEVIDO
            IF NOT AUTORIZ-CONCEDIDA
               GO TO P350-EXIT
            END-IF
            MOVE 1 TO WS-BLOCO-ALUNO
            IF AE-COB-ANO-MES = ZEROS
               GO TO P350-EXIT
            END-IF
            MOVE AE-ID-ALUNO    TO CB-ID-ALUNO
            MOVE AE-COB-ANO-MES TO CB-ANO-MES
            MOVE AE-COB-NR-SEQ  TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      GO TO P350-EXIT
            END-READ
            IF NOT COBRANCA-PAGA
               AND CB-VALOR-LIQUIDO > CB-VALOR-PAGO
               MOVE 2 TO WS-BLOCO-ALUNO
               COMPUTE WS-VL-DEVIDO = CB-VALOR-LIQUIDO - CB-VALOR-PAGO
            END-IF.
       P350-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

      * >>> CONTAGEM PARA A PORTA DO ONIBUS: SO OS LIBERADOS EMBARCAM
      * >>> SEM PASSAR PELA SECRETARIA
       S500 SECTION.
       P500-RESUMO.
            COMPUTE WS-R-NO-ONIBUS = WS-R-LIBERADOS + WS-QT-PROFESSORES
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'LIBERADOS: ' WS-R-LIBERADOS
                   '  PAGAMENTO EM ABERTO: ' WS-R-PENDENTES
                   '  SEM AUTORIZACAO: ' WS-R-BARRADOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'LUGARES DO EVENTO: ' EV-CAPACIDADE
                   '  AUTORIZADOS: ' EV-QT-AUTORIZADOS
                   '  NO ONIBUS (LIBERADOS + PROFESSORES): '
                   WS-R-NO-ONIBUS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE '____________________________________' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE 'CONFERIDO POR (PROFESSOR RESPONSAVEL)' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P500-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001X6
            CLOSE CFP001X7
            CLOSE CFP001S1
            CLOSE CFP001SA
            CLOSE CFP001SF
            CLOSE CONTATOS
            CLOSE REL-EVENTO
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-EVENTO'          TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELEVENT'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELEVENT'
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
            MOVE 'RELEVENT' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELEVENT FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' EMBARQUE LIBERADO.......: ' WS-R-LIBERADOS
            DISPLAY ' PAGAMENTO EM ABERTO.....: ' WS-R-PENDENTES
            DISPLAY ' SEM AUTORIZACAO.........: ' WS-R-BARRADOS
            DISPLAY ' LISTA GERADA EM.........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM RELEVENT.
