      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: TRANSPORTE ESCOLAR - MANUTENCAO DAS ROTAS DAS VANS
      *          (ROTAS.DAT, CFP001X3) E DAS PARADAS DE CADA ROTA
      *          (PARADAS.DAT, CFP001X4, CHAVE ROTA + ORDEM).
      *          OPERACOES:
      *            - INCLUIR/ALTERAR ROTA: NOME, VEICULO (PLACA),
      *              MOTORISTA, TURNO (M/T/N), CAPACIDADE DA VAN E
      *              MENSALIDADE DO TRANSPORTE;
      *            - LISTAR ROTAS COM LUGARES LIVRES;
      *            - INCLUIR/ALTERAR PARADA: ORDEM NO PERCURSO,
      *              DESCRICAO DO PONTO, HORARIO PREVISTO E A FAIXA DE
      *              CEP ATENDIDA (USADA PELO CADTRANS PARA SUGERIR A
      *              PARADA DO ALUNO);
      *            - EXCLUIR PARADA SEM ALUNO ATIVO VINCULADO;
      *            - INATIVAR/REATIVAR ROTA.
      *          O VINCULO DO ALUNO A ROTA E FEITO PELO CADTRANS, A
      *          COBRANCA MENSAL (TIPO TR) PELO GERCOBRA E O ROTEIRO
      *          DIARIO DA VAN PELO RELROTA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADROTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001X3 ASSIGN TO "C:/ARQUIVOS/ROTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RO-CD-ROTA
                  FILE STATUS  IS WS-FS-ROT
                  LOCK MODE    IS AUTOMATIC.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001X3.
           COPY REGROTA.
       FD  CFP001X4.
           COPY REGPARAD.
       FD  CFP001X5.
           COPY REGTRANS.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ROT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TRA          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-TRANSPORTE  PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-EXISTE          PIC X(01) VALUE 'N'.
           03 WS-VALIDO          PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-EM-USO          PIC X(01) VALUE 'N'.
           03 WS-CD-ROTA         PIC 9(03) VALUE ZEROS.
           03 WS-ORDEM           PIC 9(02) VALUE ZEROS.
           03 WS-CAPACIDADE      PIC 9(03) VALUE ZEROS.
           03 WS-VL-MENSAL       PIC 9(05)V99 VALUE ZEROS.
           03 WS-CEP-INICIAL     PIC 9(08) VALUE ZEROS.
           03 WS-CEP-FINAL       PIC 9(08) VALUE ZEROS.
           03 WS-HORARIO         PIC 9(04) VALUE ZEROS.
           03 WS-HORARIO-R REDEFINES WS-HORARIO.
              05 WS-HR-HORA      PIC 9(02).
              05 WS-HR-MIN       PIC 9(02).
           03 WS-LIVRES          PIC 9(03) VALUE ZEROS.
           03 WS-R-ROTAS         PIC 9(04) VALUE ZEROS.
           03 WS-R-PARADAS       PIC 9(04) VALUE ZEROS.
           03 WS-R-LISTADOS      PIC 9(04) VALUE ZEROS.

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
            OPEN I-O CFP001X3
            IF WS-FS-ROT = 35 THEN
               OPEN OUTPUT CFP001X3
               CLOSE CFP001X3
               OPEN I-O CFP001X3
            END-IF
            IF WS-FS-ROT NOT = 00
               MOVE WS-FS-ROT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001X4
            IF WS-FS-PAR = 35 THEN
               OPEN OUTPUT CFP001X4
               CLOSE CFP001X4
               OPEN I-O CFP001X4
            END-IF
            IF WS-FS-PAR NOT = 00
               MOVE WS-FS-PAR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM VINCULOS GRAVADOS AINDA NENHUMA PARADA ESTA EM USO
            OPEN INPUT CFP001X5
            IF WS-FS-TRA NOT = 00
               MOVE 'S' TO WS-SEM-TRANSPORTE
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '   ROTAS DO TRANSPORTE ESCOLAR'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - INCLUIR/ALTERAR ROTA'
               DISPLAY ' <2> - LISTAR ROTAS'
               DISPLAY ' <3> - INCLUIR/ALTERAR PARADA'
               DISPLAY ' <4> - EXCLUIR PARADA'
               DISPLAY ' <5> - INATIVAR/REATIVAR ROTA'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-ROTA THRU P200-EXIT
                   WHEN '2'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN '3'
                     PERFORM P300-PARADA THRU P300-EXIT
                   WHEN '4'
                     PERFORM P350-EXCLUIR-PARADA THRU P350-EXIT
                   WHEN '5'
                     PERFORM P500-SITUACAO THRU P500-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE

               DISPLAY 'DESEJA REALIZAR OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> LOCALIZA A ROTA DIGITADA (WS-ACHOU = 'S' SE EXISTE)
       P150-LOCALIZA.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'DIGITE O CODIGO DA ROTA (3 DIGITOS): '
            ACCEPT WS-CD-ROTA
            PERFORM UNTIL WS-CD-ROTA IS NUMERIC
                          AND WS-CD-ROTA > ZEROS
               DISPLAY 'CODIGO INVALIDO! DIGITE 3 DIGITOS: '
               ACCEPT WS-CD-ROTA
            END-PERFORM
            MOVE WS-CD-ROTA TO RO-CD-ROTA
            READ CFP001X3
                 KEY IS RO-CD-ROTA
                 INVALID KEY
                      GO TO P150-EXIT
            END-READ
            MOVE 'S' TO WS-ACHOU
            PERFORM P160-MOSTRA THRU P160-EXIT.
       P150-EXIT.
            EXIT.

       P160-MOSTRA.
            DISPLAY 'ROTA.......: ' RO-CD-ROTA ' ' RO-NOME
                    '  SITUACAO: ' RO-ST-ROTA
            DISPLAY 'VEICULO....: ' RO-VEICULO
                    '  MOTORISTA: ' RO-MOTORISTA
                    '  TURNO: ' RO-TURNO
            DISPLAY 'CAPACIDADE.: ' RO-CAPACIDADE
                    '  ALUNOS: ' RO-QT-ALUNOS
                    '  MENSALIDADE: ' RO-VL-MENSAL.
       P160-EXIT.
            EXIT.

       S200 SECTION.
       P200-ROTA.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            MOVE WS-ACHOU TO WS-EXISTE
            IF WS-EXISTE = 'N'
               DISPLAY 'ROTA NOVA - INFORME OS DADOS'
               INITIALIZE REG-CFP001X3
               MOVE WS-CD-ROTA TO RO-CD-ROTA
               SET ROTA-ATIVA  TO TRUE
            END-IF

            DISPLAY 'NOME DA ROTA (ATE 20 POSICOES): '
            ACCEPT RO-NOME
            PERFORM UNTIL RO-NOME NOT = SPACES
               DISPLAY 'NOME OBRIGATORIO: '
               ACCEPT RO-NOME
            END-PERFORM

            DISPLAY 'PLACA DO VEICULO (ATE 8 POSICOES): '
            ACCEPT RO-VEICULO
            PERFORM UNTIL RO-VEICULO NOT = SPACES
               DISPLAY 'PLACA OBRIGATORIA: '
               ACCEPT RO-VEICULO
            END-PERFORM

            DISPLAY 'NOME DO MOTORISTA (ATE 20 POSICOES): '
            ACCEPT RO-MOTORISTA
            PERFORM UNTIL RO-MOTORISTA NOT = SPACES
               DISPLAY 'MOTORISTA OBRIGATORIO: '
               ACCEPT RO-MOTORISTA
            END-PERFORM

            DISPLAY 'TURNO (M=MANHA T=TARDE N=NOITE): '
            ACCEPT RO-TURNO
            PERFORM UNTIL ROTA-MANHA OR ROTA-TARDE OR ROTA-NOITE
               DISPLAY 'TURNO INVALIDO! DIGITE M, T OU N: '
               ACCEPT RO-TURNO
            END-PERFORM

      * >>> A CAPACIDADE NAO PODE FICAR ABAIXO DOS ALUNOS JA NA ROTA
            DISPLAY 'CAPACIDADE DA VAN (LUGARES): '
            ACCEPT WS-CAPACIDADE
            PERFORM UNTIL WS-CAPACIDADE IS NUMERIC
                          AND WS-CAPACIDADE > ZEROS
                          AND WS-CAPACIDADE NOT LESS RO-QT-ALUNOS
               DISPLAY 'CAPACIDADE INVALIDA! MAIOR QUE ZERO E NAO'
                       ' MENOR QUE OS ALUNOS DA ROTA (' RO-QT-ALUNOS
                       '): '
               ACCEPT WS-CAPACIDADE
            END-PERFORM
            MOVE WS-CAPACIDADE TO RO-CAPACIDADE

            DISPLAY 'MENSALIDADE DO TRANSPORTE (ATE 99999,99): '
            ACCEPT WS-VL-MENSAL
            PERFORM UNTIL WS-VL-MENSAL IS NUMERIC
               DISPLAY 'VALOR INVALIDO! DIGITE SOMENTE NUMEROS: '
               ACCEPT WS-VL-MENSAL
            END-PERFORM
            MOVE WS-VL-MENSAL   TO RO-VL-MENSAL
            MOVE WS-SS-OPERADOR TO RO-OPERADOR

            IF WS-EXISTE = 'S'
               REWRITE REG-CFP001X3
               END-REWRITE
            ELSE
               WRITE REG-CFP001X3
               END-WRITE
            END-IF
            IF WS-FS-ROT NOT = 00 THEN
               MOVE WS-FS-ROT                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001X3' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-ROTAS
            DISPLAY 'ROTA GRAVADA!'
            IF WS-EXISTE = 'N'
               DISPLAY 'CADASTRE AS PARADAS DA ROTA NA OPCAO 3'
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> PARADA DA ROTA: ORDEM NO PERCURSO (01 = PRIMEIRA), PONTO,
      * >>> HORARIO PREVISTO E A FAIXA DE CEP QUE ELA ATENDE
       S300 SECTION.
       P300-PARADA.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'ROTA NAO CADASTRADA!'
               GO TO P300-EXIT
            END-IF
            PERFORM P310-LISTA-PARADAS THRU P310-EXIT

            PERFORM P330-LOCALIZA-PARADA THRU P330-EXIT
            MOVE WS-ACHOU TO WS-EXISTE
            IF WS-EXISTE = 'N'
               DISPLAY 'PARADA NOVA - INFORME OS DADOS'
               INITIALIZE REG-CFP001X4
               MOVE WS-CD-ROTA TO PO-CD-ROTA
               MOVE WS-ORDEM   TO PO-ORDEM
            END-IF

            DISPLAY 'DESCRICAO DO PONTO (ATE 30 POSICOES): '
            ACCEPT PO-DESCRICAO
            PERFORM UNTIL PO-DESCRICAO NOT = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA: '
               ACCEPT PO-DESCRICAO
            END-PERFORM

            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY 'HORARIO PREVISTO NA PARADA (HHMM): '
               ACCEPT WS-HORARIO
               IF WS-HORARIO IS NUMERIC
                  AND WS-HR-HORA < 24 AND WS-HR-MIN < 60
                  MOVE 'S' TO WS-VALIDO
               ELSE
                  DISPLAY 'HORARIO INVALIDO!'
               END-IF
            END-PERFORM
            MOVE WS-HORARIO TO PO-HORARIO

            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY 'CEP INICIAL ATENDIDO (8 DIGITOS): '
               ACCEPT WS-CEP-INICIAL
               DISPLAY 'CEP FINAL ATENDIDO (8 DIGITOS): '
               ACCEPT WS-CEP-FINAL
               IF WS-CEP-INICIAL IS NUMERIC
                  AND WS-CEP-FINAL IS NUMERIC
                  AND WS-CEP-INICIAL > ZEROS
                  AND WS-CEP-FINAL NOT LESS WS-CEP-INICIAL
                  MOVE 'S' TO WS-VALIDO
               ELSE
                  DISPLAY 'FAIXA DE CEP INVALIDA!'
               END-IF
            END-PERFORM
            MOVE WS-CEP-INICIAL TO PO-CEP-INICIAL
            MOVE WS-CEP-FINAL   TO PO-CEP-FINAL

            IF WS-EXISTE = 'S'
               REWRITE REG-CFP001X4
               END-REWRITE
            ELSE
               WRITE REG-CFP001X4
               END-WRITE
            END-IF
            IF WS-FS-PAR NOT = 00 THEN
               MOVE WS-FS-PAR                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001X4' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-PARADAS
            DISPLAY 'PARADA GRAVADA!'.
       P300-EXIT.
            EXIT.

      * >>> PARADAS JA CADASTRADAS DA ROTA, NA ORDEM DO PERCURSO
       P310-LISTA-PARADAS.
            MOVE 'N'        TO WS-FIM-LISTA
            MOVE WS-CD-ROTA TO PO-CD-ROTA
            MOVE ZEROS      TO PO-ORDEM
            START CFP001X4 KEY IS NOT LESS PO-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P320-LISTA-UMA THRU P320-EXIT
                    UNTIL WS-FIM-LISTA = 'S'.
       P310-EXIT.
            EXIT.

       P320-LISTA-UMA.
            READ CFP001X4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P320-EXIT
            END-READ
            IF PO-CD-ROTA NOT = WS-CD-ROTA
               MOVE 'S' TO WS-FIM-LISTA
               GO TO P320-EXIT
            END-IF
            DISPLAY '  ' PO-ORDEM ' ' PO-HORARIO ' ' PO-DESCRICAO
                    ' CEP ' PO-CEP-INICIAL ' A ' PO-CEP-FINAL.
       P320-EXIT.
            EXIT.

      * >>> LOCALIZA A PARADA DIGITADA DA ROTA (WS-ACHOU = 'S')
       P330-LOCALIZA-PARADA.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'DIGITE A ORDEM DA PARADA (01 A 99): '
            ACCEPT WS-ORDEM
            PERFORM UNTIL WS-ORDEM IS NUMERIC
                          AND WS-ORDEM > ZEROS
               DISPLAY 'ORDEM INVALIDA! DIGITE 2 DIGITOS: '
               ACCEPT WS-ORDEM
            END-PERFORM
            MOVE WS-CD-ROTA TO PO-CD-ROTA
            MOVE WS-ORDEM   TO PO-ORDEM
            READ CFP001X4
                 KEY IS PO-CHAVE
                 INVALID KEY
                      GO TO P330-EXIT
            END-READ
            MOVE 'S' TO WS-ACHOU
            DISPLAY 'PARADA.....: ' PO-ORDEM ' ' PO-DESCRICAO
                    '  HORARIO: ' PO-HORARIO
            DISPLAY 'FAIXA CEP..: ' PO-CEP-INICIAL ' A '
                    PO-CEP-FINAL.
       P330-EXIT.
            EXIT.

      * >>> PARADA COM ALUNO ATIVO VINCULADO (TRANSALU.DAT) NAO SAI:
      * >>> O ALUNO DEVE SER MUDADO DE PARADA ANTES PELO CADTRANS
       P350-EXCLUIR-PARADA.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'ROTA NAO CADASTRADA!'
               GO TO P350-EXIT
            END-IF
            PERFORM P310-LISTA-PARADAS THRU P310-EXIT
            PERFORM P330-LOCALIZA-PARADA THRU P330-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'PARADA NAO CADASTRADA!'
               GO TO P350-EXIT
            END-IF

            PERFORM P360-PARADA-EM-USO THRU P360-EXIT
            IF WS-EM-USO = 'S'
               DISPLAY 'PARADA COM ALUNO VINCULADO (ALUNO '
                       TA-ID-ALUNO ') - EXCLUSAO RECUSADA!'
               GO TO P350-EXIT
            END-IF

            DISPLAY 'CONFIRMA EXCLUSAO DA PARADA, (S)SIM (N)NAO'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P350-EXIT
            END-IF
            DELETE CFP001X4
            END-DELETE
            IF WS-FS-PAR NOT = 00 THEN
               MOVE WS-FS-PAR                           TO WS-MSG1
               MOVE 'ERRO EXCLUSAO NO ARQUIVO CFP001X4' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'PARADA EXCLUIDA!'.
       P350-EXIT.
            EXIT.

       P360-PARADA-EM-USO.
            MOVE 'N' TO WS-EM-USO
            MOVE 'N' TO WS-FIM-LISTA
            IF WS-SEM-TRANSPORTE = 'S'
               GO TO P360-EXIT
            END-IF
            MOVE WS-CD-ROTA TO TA-CD-ROTA
            MOVE WS-ORDEM   TO TA-ORDEM-PARADA
            START CFP001X5 KEY IS = TA-PARADA
                  INVALID KEY
                       GO TO P360-EXIT
            END-START
            PERFORM P370-LER-VINCULO THRU P370-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
                       OR WS-EM-USO = 'S'.
       P360-EXIT.
            EXIT.

       P370-LER-VINCULO.
            READ CFP001X5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P370-EXIT
            END-READ
            IF TA-CD-ROTA NOT = WS-CD-ROTA
               OR TA-ORDEM-PARADA NOT = WS-ORDEM
               MOVE 'S' TO WS-FIM-LISTA
               GO TO P370-EXIT
            END-IF
            IF TRANSPORTE-ATIVO
               MOVE 'S' TO WS-EM-USO
            END-IF.
       P370-EXIT.
            EXIT.

       S400 SECTION.
       P400-LISTAR.
            MOVE ZEROS  TO WS-R-LISTADOS
            MOVE ZEROS  TO RO-CD-ROTA
            MOVE 'N'    TO WS-FIM-LISTA
            START CFP001X3 KEY IS NOT LESS RO-CD-ROTA
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P410-LISTAR-UM THRU P410-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            DISPLAY 'ROTAS LISTADAS: ' WS-R-LISTADOS.
       P400-EXIT.
            EXIT.

       P410-LISTAR-UM.
            READ CFP001X3 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P410-EXIT
            END-READ
            MOVE ZEROS TO WS-LIVRES
            IF RO-CAPACIDADE > RO-QT-ALUNOS
               COMPUTE WS-LIVRES = RO-CAPACIDADE - RO-QT-ALUNOS
            END-IF
            ADD 1 TO WS-R-LISTADOS
            DISPLAY RO-CD-ROTA ' ' RO-NOME ' ' RO-VEICULO
                    ' ' RO-TURNO ' ' RO-ST-ROTA
                    ' LIVRES ' WS-LIVRES
                    ' R$ ' RO-VL-MENSAL.
       P410-EXIT.
            EXIT.

      * >>> INATIVAR NAO DESFAZ OS VINCULOS - APENAS SUSPENDE A
      * >>> COBRANCA NO GERCOBRA, O ROTEIRO E NOVOS VINCULOS
       S500 SECTION.
       P500-SITUACAO.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'ROTA NAO CADASTRADA!'
               GO TO P500-EXIT
            END-IF
            IF ROTA-ATIVA
               DISPLAY 'CONFIRMA INATIVACAO DA ROTA, (S)SIM (N)NAO'
            ELSE
               DISPLAY 'CONFIRMA REATIVACAO DA ROTA, (S)SIM (N)NAO'
            END-IF
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P500-EXIT
            END-IF
            IF ROTA-ATIVA
               SET ROTA-INATIVA TO TRUE
            ELSE
               SET ROTA-ATIVA   TO TRUE
            END-IF
            MOVE WS-SS-OPERADOR TO RO-OPERADOR
            REWRITE REG-CFP001X3
            END-REWRITE
            IF WS-FS-ROT NOT = 00 THEN
               MOVE WS-FS-ROT                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001X3'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'SITUACAO DA ROTA ATUALIZADA: ' RO-ST-ROTA.
       P500-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001X3
            CLOSE CFP001X4
            IF WS-SEM-TRANSPORTE = 'N'
               CLOSE CFP001X5
            END-IF
            IF WS-FS-ROT NOT = 00 THEN
               MOVE WS-FS-ROT                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001X3'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADROTA'
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
            MOVE 'CADROTA' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADROTA FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' ROTAS GRAVADAS.....: ' WS-R-ROTAS
            DISPLAY ' PARADAS GRAVADAS...: ' WS-R-PARADAS
            DISPLAY '--------------------------------------'
            MOVE 'CADROTA' TO WS-LG-PROGRAMA
            MOVE 'ROTAS GRAVADAS' TO WS-LG-CONTADOR
            MOVE WS-R-ROTAS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADROTA.
