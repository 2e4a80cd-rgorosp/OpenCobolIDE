      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: ROTEIRO DIARIO DO TRANSPORTE ESCOLAR - PARA O TURNO
      *          INFORMADO (E, SE PEDIDA, UMA SO ROTA), IMPRIME POR VAN
      *          ATIVA (ROTAS.DAT) O VEICULO, O MOTORISTA E AS PARADAS
      *          NA ORDEM DO PERCURSO (PARADAS.DAT) COM OS ALUNOS
      *          ATIVOS DE CADA PARADA (TRANSALU.DAT, PELO CADTRANS) E,
      *          PARA CADA ALUNO, OS ADULTOS AUTORIZADOS A RECEBE-LO
      *          (AUTRETIR.DAT, MANTIDO PELO CADAUTRE) VIGENTES NO DIA,
      *          COM A RETIRADA PROIBIDA ('PR') EM DESTAQUE, COMO NA
      *          LISTA DO PORTAO (RELPORTA). CPF DO ADULTO PELO
      *          MASCCPF. SAIDA REGISTRADA NO CATALOGO (RELCATAL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELROTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001X3 ASSIGN TO "C:/ARQUIVOS/ROTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RO-CD-ROTA
                  FILE STATUS  IS WS-FS-ROT.
           SELECT CFP001X4 ASSIGN TO "C:/ARQUIVOS/PARADAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PO-CHAVE
                  FILE STATUS  IS WS-FS-PAR.
           SELECT CFP001X5 ASSIGN TO "C:/ARQUIVOS/TRANSALU.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TA-ID-ALUNO
                  ALTERNATE RECORD KEY IS TA-PARADA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-TRA.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SX ASSIGN TO "C:/ARQUIVOS/AUTRETIR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AR-CHAVE
                  FILE STATUS  IS WS-FS-AUT.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT REL-ROTA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001X3.
           COPY REGROTA.
       FD  CFP001X4.
           COPY REGPARAD.
       FD  CFP001X5.
           COPY REGTRANS.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SX.
           COPY REGAUTRE.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  REL-ROTA.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ROT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TRA          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-AUT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-TURNO-PEDIDO    PIC X(01) VALUE SPACES.
              88 WS-TURNO-VALIDO VALUE 'M' 'T' 'N'.
           03 WS-ROTA-PEDIDA     PIC 9(03) VALUE ZEROS.
           03 WS-FIM-PAR         PIC X(01) VALUE 'N'.
           03 WS-FIM-TRA         PIC X(01) VALUE 'N'.
           03 WS-FIM-AUT         PIC X(01) VALUE 'N'.
           03 WS-TEM-AUTORIZADO  PIC X(01) VALUE 'N'.
           03 WS-RESTRITO        PIC X(01) VALUE 'N'.
           03 WS-VIGENTE         PIC X(01) VALUE 'N'.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-R-ROTAS         PIC 9(05) VALUE ZEROS.
           03 WS-R-ALUNOS        PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-PARADA       PIC 9(03) VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM A MASCARA DE CPF (MASCCPF)
       01  WS-MC-AREA.
           03 WS-MC-SUBSISTEMA   PIC X(01) VALUE SPACES.
           03 WS-MC-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-MC-CPF-EDITADO  PIC X(14) VALUE SPACES.
           03 WS-MC-CPF-NUMERICO PIC 9(11) VALUE ZEROS.
           03 WS-MC-COMPLETO     PIC X(01) VALUE 'N'.

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
            DISPLAY 'DIGITE O TURNO (M=MANHA T=TARDE N=NOITE): '
            ACCEPT WS-TURNO-PEDIDO
            PERFORM UNTIL WS-TURNO-VALIDO
               DISPLAY 'TURNO INVALIDO! DIGITE M, T OU N: '
               ACCEPT WS-TURNO-PEDIDO
            END-PERFORM
            DISPLAY 'DIGITE A ROTA (3 DIGITOS, 000 = TODAS DO TURNO): '
            ACCEPT WS-ROTA-PEDIDA
            IF WS-ROTA-PEDIDA IS NOT NUMERIC
               MOVE ZEROS TO WS-ROTA-PEDIDA
            END-IF
            PERFORM P050-ABRIR
            PERFORM P100-PROCESSA THRU P100-EXIT
                    UNTIL WS-FS-ROT = 10
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELROTA' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
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
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE WS-DATA-GERACAO(1:8)  TO WS-DATA-HOJE
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/ROTA_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001X3
            IF WS-FS-ROT NOT = 00
               MOVE WS-FS-ROT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001X4
            IF WS-FS-PAR NOT = 00
               MOVE WS-FS-PAR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001X5
            IF WS-FS-TRA NOT = 00
               MOVE WS-FS-TRA                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SX
            IF WS-FS-AUT NOT = 00
               MOVE WS-FS-AUT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SX' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-ROTA
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-ROTA'   TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING 'ROTEIRO DO TRANSPORTE ESCOLAR - '
                   WS-DATA-HOJE(7:2) '/' WS-DATA-HOJE(5:2) '/'
                   WS-DATA-HOJE(1:4) ' - TURNO ' WS-TURNO-PEDIDO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P050-EXIT.
            EXIT.

      * >>> UMA VAN POR VEZ: CABECALHO DA ROTA E AS PARADAS EM ORDEM
       S100 SECTION.
       P100-PROCESSA.
            READ CFP001X3
            IF WS-FS-ROT NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-ROT                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001X3'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-ROT NOT = 00
               GO TO P100-EXIT
            END-IF
            IF NOT ROTA-ATIVA
               OR RO-TURNO NOT = WS-TURNO-PEDIDO
               GO TO P100-EXIT
            END-IF
            IF WS-ROTA-PEDIDA NOT = ZEROS
               AND RO-CD-ROTA NOT = WS-ROTA-PEDIDA
               GO TO P100-EXIT
            END-IF

            ADD 1 TO WS-R-ROTAS
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'ROTA ' RO-CD-ROTA ' ' RO-NOME
                   ' VEICULO ' RO-VEICULO
                   ' MOTORISTA ' RO-MOTORISTA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'OCUPACAO ' RO-QT-ALUNOS ' DE ' RO-CAPACIDADE
                   ' LUGARES'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            MOVE 'N'        TO WS-FIM-PAR
            MOVE RO-CD-ROTA TO PO-CD-ROTA
            MOVE ZEROS      TO PO-ORDEM
            START CFP001X4 KEY IS NOT LESS PO-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-PAR
            END-START
            PERFORM P200-LER-PARADA THRU P200-EXIT
                    UNTIL WS-FIM-PAR = 'S'.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-LER-PARADA.
            READ CFP001X4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-PAR
                      GO TO P200-EXIT
            END-READ
            IF PO-CD-ROTA NOT = RO-CD-ROTA
               MOVE 'S' TO WS-FIM-PAR
               GO TO P200-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'PARADA ' PO-ORDEM ' - ' PO-HORARIO(1:2) ':'
                   PO-HORARIO(3:2) ' - ' PO-DESCRICAO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            MOVE ZEROS      TO WS-QT-PARADA
            MOVE 'N'        TO WS-FIM-TRA
            MOVE PO-CD-ROTA TO TA-CD-ROTA
            MOVE PO-ORDEM   TO TA-ORDEM-PARADA
            START CFP001X5 KEY IS = TA-PARADA
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-TRA
            END-START
            PERFORM P300-LER-ALUNO THRU P300-EXIT
                    UNTIL WS-FIM-TRA = 'S'
            IF WS-QT-PARADA = ZEROS
               MOVE '   SEM ALUNOS NESTA PARADA' TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> ALUNO ATIVO COM VINCULO ATIVO NA PARADA, COM OS ADULTOS
       S300 SECTION.
       P300-LER-ALUNO.
            READ CFP001X5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-TRA
                      GO TO P300-EXIT
            END-READ
            IF TA-CD-ROTA NOT = PO-CD-ROTA
               OR TA-ORDEM-PARADA NOT = PO-ORDEM
               MOVE 'S' TO WS-FIM-TRA
               GO TO P300-EXIT
            END-IF
            IF NOT TRANSPORTE-ATIVO
               GO TO P300-EXIT
            END-IF
            MOVE TA-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      GO TO P300-EXIT
            END-READ
            IF NOT ALUNO-ATIVO
               GO TO P300-EXIT
            END-IF

            ADD 1 TO WS-R-ALUNOS WS-QT-PARADA
            MOVE SPACES TO REL-LINHA
            STRING '   [ ] ALUNO ' ID-ALUNO ' ' NM-ALUNO
                   ' TURMA ' TU-ALUNO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            MOVE 'N' TO WS-TEM-AUTORIZADO WS-RESTRITO
            MOVE 'N' TO WS-FIM-AUT
            MOVE ID-ALUNO TO AR-ID-ALUNO
            MOVE ZEROS    TO AR-ID-CONTATO
            START CFP001SX KEY IS NOT LESS AR-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-AUT
            END-START
            PERFORM P400-LER-AUT THRU P400-EXIT
                    UNTIL WS-FIM-AUT = 'S'

            IF WS-TEM-AUTORIZADO = 'N'
               MOVE '      NENHUM ADULTO AUTORIZADO VIGENTE'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            IF WS-RESTRITO = 'S'
               MOVE '      *** RETIRADA RESTRITA - NAO ENTREGAR A'
                    TO REL-LINHA(1:45)
               MOVE ' ADULTO PROIBIDO ***' TO REL-LINHA(46:20)
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P300-EXIT.
            EXIT.

      * >>> ADULTO DO AUTRETIR: 'PE' SEMPRE VALE, 'TE' SO DENTRO DA
      * >>> VIGENCIA, 'PR' SAI SEMPRE COMO PROIBIDO
       S400 SECTION.
       P400-LER-AUT.
            READ CFP001SX NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-AUT
                      GO TO P400-EXIT
            END-READ
            IF AR-ID-ALUNO NOT = ID-ALUNO
               MOVE 'S' TO WS-FIM-AUT
               GO TO P400-EXIT
            END-IF
            MOVE 'S' TO WS-VIGENTE
            IF AUTORIZ-TEMPORARIA
               AND (AR-DT-INICIO > WS-DATA-HOJE
                    OR AR-DT-FIM < WS-DATA-HOJE)
               MOVE 'N' TO WS-VIGENTE
            END-IF
            IF WS-VIGENTE = 'N'
               GO TO P400-EXIT
            END-IF

            MOVE AR-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE 'CONTATO DESCONHECIDO' TO NM-CONTATO
                      MOVE ZEROS TO CPF-CONTATO
            END-READ
            MOVE 'C'         TO WS-MC-SUBSISTEMA
            MOVE CPF-CONTATO TO WS-MC-CPF
            CALL 'MASCCPF' USING WS-MC-AREA
            IF RETIRADA-PROIBIDA
               MOVE 'S' TO WS-RESTRITO
               MOVE SPACES TO REL-LINHA
               STRING '      PROIBIDO: ' NM-CONTATO
                      ' CPF ' WS-MC-CPF-EDITADO
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               MOVE 'S' TO WS-TEM-AUTORIZADO
               MOVE SPACES TO REL-LINHA
               STRING '      ' AR-TIPO ' ' NM-CONTATO
                      ' CPF ' WS-MC-CPF-EDITADO
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P400-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            IF WS-R-ROTAS = ZEROS
               MOVE 'NENHUMA ROTA ATIVA PARA O TURNO PEDIDO'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            CLOSE CFP001X3
            CLOSE CFP001X4
            CLOSE CFP001X5
            CLOSE CFP001S1
            CLOSE CFP001SX
            CLOSE CONTATOS
            CLOSE REL-ROTA
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-ROTA'            TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELROTA'     TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELROTA'
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
            MOVE 'RELROTA' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELROTA FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' ROTAS NO ROTEIRO........: ' WS-R-ROTAS
            DISPLAY ' ALUNOS NO ROTEIRO.......: ' WS-R-ALUNOS
            DISPLAY ' ROTEIRO GERADO EM.......: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM RELROTA.
