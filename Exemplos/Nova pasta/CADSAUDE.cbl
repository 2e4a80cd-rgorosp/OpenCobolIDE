      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: FICHA DE SAUDE DO ALUNO - MANTEM O SAUDE.DAT
      *          (CFP001V6), UMA FICHA POR ID-ALUNO COM TIPO
      *          SANGUINEO, ALERGIAS E MEDICAMENTOS, RESTRICOES
      *          (ALIMENTARES/FISICAS), A MARCA DE ALERGIA OU
      *          RESTRICAO GRAVE, O PLANO DE SAUDE E O CONTATO DE
      *          EMERGENCIA, ESCOLHIDO ENTRE OS RESPONSAVEIS
      *          VINCULADOS AO ALUNO NO RESPALUN.DAT (CFP001SL), COM
      *          O TELEFONE PARA EMERGENCIA. DADO SENSIVEL (LGPD): SO O
      *          SUPERVISOR DE ALUNOS ACESSA ESTA MANUTENCAO, A FICHA
      *          NAO VAI PARA O JORNAL DOS MESTRES NEM PARA LISTAGENS
      *          OU EXPORTACOES GERAIS - SO SAI NA FICHA DE EMERGENCIA
      *          DA TURMA (RELEMERG)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSAUDE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001V6 ASSIGN TO "C:/ARQUIVOS/SAUDE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SD-ID-ALUNO
                  FILE STATUS  IS WS-FS-SAU
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SL ASSIGN TO "C:/ARQUIVOS/RESPALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RL-CHAVE
                  ALTERNATE RECORD KEY IS RL-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RSP.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001V6.
           COPY REGSAUDE.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CONTATOS.
           COPY REGCONTT.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-SAU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-RESPALUN    PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-RW-SAU          PIC 9(03) VALUE ZEROS.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-FICHA-NOVA      PIC X(01) VALUE 'N'.
           03 WS-FIM-RESP        PIC X(01) VALUE 'N'.
           03 WS-QT-RESP         PIC 9(02) VALUE ZEROS.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> CAMPOS DIGITADOS NA FICHA
       01  WS-FICHA.
           03 WS-TP-SANGUE       PIC X(03) VALUE SPACES.
           03 WS-GR-ALERGIA      PIC X(01) VALUE 'N'.
           03 WS-GR-RESTRICAO    PIC X(01) VALUE 'N'.
           03 WS-ID-CONTATO      PIC 9(05) VALUE ZEROS.
           03 WS-TL-EMERGENCIA   PIC X(09) VALUE SPACES.

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
      * >>> DADO DE SAUDE: SO O SUPERVISOR DE ALUNOS, MESMO QUANDO O
      * >>> PROGRAMA E CHAMADO FORA DO MENU DE ALUNOS
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            IF WS-SS-NV-ALUNOS < '3'
               DISPLAY 'FICHA DE SAUDE RESTRITA AO SUPERVISOR DE'
                       ' ALUNOS (LGPD)'
               GOBACK
            END-IF
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
            MOVE 'CADSAUDE' TO WS-LY-PROGRAMA
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
            OPEN I-O CFP001V6
            IF WS-FS-SAU = 35 THEN
               OPEN OUTPUT CFP001V6
               CLOSE CFP001V6
               OPEN I-O CFP001V6
            END-IF
            IF WS-FS-SAU NOT = 00
               MOVE WS-FS-SAU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V6' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM VINCULOS DE RESPONSAVEIS A FICHA FICA SEM CONTATO
            OPEN INPUT CFP001SL
            IF WS-FS-RSP NOT = 00
               MOVE 'S' TO WS-SEM-RESPALUN
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
               DISPLAY '      FICHA DE SAUDE DO ALUNO'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - REGISTRAR/ALTERAR FICHA'
               DISPLAY ' <2> - CONSULTAR FICHA'
               DISPLAY ' <3> - EXCLUIR FICHA'
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
            DISPLAY 'DIGITE O ID DO ALUNO COM 5 DIGITOS: '
            ACCEPT WS-ID-PEDIDO
            MOVE WS-ID-PEDIDO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      DISPLAY 'ALUNO INEXISTENTE!'
                      GO TO P200-EXIT
            END-READ
            DISPLAY 'ALUNO: ' NM-ALUNO ' TURMA ' TU-ALUNO

            MOVE 'N' TO WS-FICHA-NOVA
            MOVE WS-ID-PEDIDO TO SD-ID-ALUNO
            READ CFP001V6
                 KEY IS SD-ID-ALUNO
                 INVALID KEY
                      MOVE 'S' TO WS-FICHA-NOVA
                      INITIALIZE REG-CFP001V6
                      MOVE WS-ID-PEDIDO TO SD-ID-ALUNO
            END-READ
            IF WS-FICHA-NOVA = 'N'
               DISPLAY 'FICHA JA EXISTENTE - OS DADOS SERAO'
                       ' REDIGITADOS'
               PERFORM P450-MOSTRA-FICHA THRU P450-EXIT
            END-IF

            DISPLAY 'TIPO SANGUINEO (A+ A- B+ B- AB+ AB- O+ O-,'
                    ' BRANCOS = NAO INFORMADO): '
            ACCEPT WS-TP-SANGUE
            MOVE WS-TP-SANGUE TO SD-TP-SANGUE
            PERFORM UNTIL SANGUE-VALIDO
               DISPLAY 'TIPO SANGUINEO INVALIDO! DIGITE NOVAMENTE: '
               ACCEPT WS-TP-SANGUE
               MOVE WS-TP-SANGUE TO SD-TP-SANGUE
            END-PERFORM

            DISPLAY 'ALERGIAS (BRANCOS = NENHUMA): '
            ACCEPT SD-ALERGIAS
            MOVE 'N' TO WS-GR-ALERGIA
            IF SD-ALERGIAS NOT = SPACES
               DISPLAY 'ALERGIA GRAVE (RISCO DE VIDA)? (S)SIM (N)NAO'
               ACCEPT WS-GR-ALERGIA
               PERFORM UNTIL WS-GR-ALERGIA = 'S' OR 'N'
                  DISPLAY 'RESPONDA S OU N: '
                  ACCEPT WS-GR-ALERGIA
               END-PERFORM
            END-IF
            MOVE WS-GR-ALERGIA TO SD-GR-ALERGIA

            DISPLAY 'MEDICAMENTOS DE USO CONTINUO: '
            ACCEPT SD-MEDICAMENTOS
            DISPLAY 'RESTRICOES (ALIMENTARES/ATIVIDADE FISICA): '
            ACCEPT SD-RESTRICOES
            MOVE 'N' TO WS-GR-RESTRICAO
            IF SD-RESTRICOES NOT = SPACES
               DISPLAY 'RESTRICAO GRAVE? (S)SIM (N)NAO'
               ACCEPT WS-GR-RESTRICAO
               PERFORM UNTIL WS-GR-RESTRICAO = 'S' OR 'N'
                  DISPLAY 'RESPONDA S OU N: '
                  ACCEPT WS-GR-RESTRICAO
               END-PERFORM
            END-IF
            MOVE WS-GR-RESTRICAO TO SD-GR-RESTRICAO

            DISPLAY 'PLANO DE SAUDE - OPERADORA (BRANCOS = SEM): '
            ACCEPT SD-PL-OPERADORA
            MOVE SPACES TO SD-PL-CARTEIRA
            IF SD-PL-OPERADORA NOT = SPACES
               DISPLAY 'NUMERO DA CARTEIRINHA: '
               ACCEPT SD-PL-CARTEIRA
            END-IF

            PERFORM P250-CONTATO-EMERG THRU P250-EXIT
            MOVE WS-ID-CONTATO    TO SD-ID-CONTATO
            MOVE WS-TL-EMERGENCIA TO SD-TL-EMERGENCIA
            MOVE WS-DATA-HOJE     TO SD-DT-ATUALIZACAO
            MOVE WS-SS-OPERADOR   TO SD-OPERADOR

            IF WS-FICHA-NOVA = 'S'
               WRITE REG-CFP001V6
               END-WRITE
            ELSE
               REWRITE REG-CFP001V6
               END-REWRITE
            END-IF
            IF WS-FS-SAU NOT = 00
               MOVE WS-FS-SAU                   TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001V6' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-RW-SAU
            DISPLAY 'FICHA DE SAUDE GRAVADA!'.
       P200-EXIT.
            EXIT.

      * >>> CONTATO DE EMERGENCIA: UM DOS RESPONSAVEIS VINCULADOS AO
      * >>> ALUNO NO CFP001SL (CONFERIDO PELA CHAVE CONTATO + ALUNO)
       P250-CONTATO-EMERG.
            MOVE ZEROS  TO WS-ID-CONTATO
            MOVE SPACES TO WS-TL-EMERGENCIA
            IF WS-SEM-RESPALUN = 'S'
               DISPLAY 'VINCULOS DE RESPONSAVEIS INDISPONIVEIS - FICHA'
                       ' SEM CONTATO DE EMERGENCIA'
               GO TO P250-EXIT
            END-IF
            MOVE ZEROS        TO WS-QT-RESP
            MOVE 'N'          TO WS-FIM-RESP
            MOVE WS-ID-PEDIDO TO RL-ID-ALUNO
            START CFP001SL KEY IS EQUAL RL-ID-ALUNO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-RESP
            END-START
            PERFORM P260-LISTA-RESP THRU P260-EXIT
                    UNTIL WS-FIM-RESP = 'S'
            IF WS-QT-RESP = ZEROS
               DISPLAY 'ALUNO SEM RESPONSAVEL VINCULADO (CADRESP) -'
                       ' FICHA SEM CONTATO DE EMERGENCIA'
               GO TO P250-EXIT
            END-IF

            DISPLAY 'ID DO CONTATO DE EMERGENCIA (DA LISTA ACIMA): '
            ACCEPT WS-ID-CONTATO
            MOVE WS-ID-CONTATO TO RL-ID-CONTATO
            MOVE WS-ID-PEDIDO  TO RL-ID-ALUNO
            READ CFP001SL
                 KEY IS RL-CHAVE
                 INVALID KEY
                      DISPLAY 'CONTATO NAO VINCULADO AO ALUNO - FICHA'
                              ' SEM CONTATO DE EMERGENCIA'
                      MOVE ZEROS TO WS-ID-CONTATO
                      GO TO P250-EXIT
            END-READ
            DISPLAY 'TELEFONE DE EMERGENCIA (9 DIGITOS): '
            ACCEPT WS-TL-EMERGENCIA
            PERFORM UNTIL WS-TL-EMERGENCIA IS NUMERIC
               DISPLAY 'TELEFONE: DIGITE SOMENTE OS 9 DIGITOS: '
               ACCEPT WS-TL-EMERGENCIA
            END-PERFORM.
       P250-EXIT.
            EXIT.

       P260-LISTA-RESP.
            READ CFP001SL NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-RESP
                      GO TO P260-EXIT
            END-READ
            IF RL-ID-ALUNO NOT = WS-ID-PEDIDO
               MOVE 'S' TO WS-FIM-RESP
               GO TO P260-EXIT
            END-IF
            ADD 1 TO WS-QT-RESP
            MOVE RL-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE 'CONTATO DESCONHECIDO' TO NM-CONTATO
            END-READ
            DISPLAY '   ' RL-ID-CONTATO ' ' RL-TIPO ' ' NM-CONTATO.
       P260-EXIT.
            EXIT.

       S300 SECTION.
       P300-EXCLUIR.
            DISPLAY 'DIGITE O ID DO ALUNO COM 5 DIGITOS: '
            ACCEPT WS-ID-PEDIDO
            MOVE WS-ID-PEDIDO TO SD-ID-ALUNO
            READ CFP001V6
                 KEY IS SD-ID-ALUNO
                 INVALID KEY
                      DISPLAY 'FICHA DE SAUDE NAO ENCONTRADA!'
                      GO TO P300-EXIT
            END-READ
            DISPLAY 'CONFIRMA A EXCLUSAO DA FICHA, (S)SIM (N)NAO?'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P300-EXIT
            END-IF
            DELETE CFP001V6
                 INVALID KEY
                      DISPLAY 'FICHA DE SAUDE NAO ENCONTRADA!'
                 NOT INVALID KEY
                      ADD 1 TO WS-RW-SAU
                      DISPLAY 'FICHA DE SAUDE EXCLUIDA!'
            END-DELETE.
       P300-EXIT.
            EXIT.

       S400 SECTION.
       P400-CONSULTAR.
            DISPLAY 'DIGITE O ID DO ALUNO COM 5 DIGITOS: '
            ACCEPT WS-ID-PEDIDO
            MOVE WS-ID-PEDIDO TO SD-ID-ALUNO
            READ CFP001V6
                 KEY IS SD-ID-ALUNO
                 INVALID KEY
                      DISPLAY 'ALUNO SEM FICHA DE SAUDE!'
                      GO TO P400-EXIT
            END-READ
            MOVE WS-ID-PEDIDO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE SPACES TO NM-ALUNO
            END-READ
            DISPLAY 'ALUNO: ' NM-ALUNO
            PERFORM P450-MOSTRA-FICHA THRU P450-EXIT.
       P400-EXIT.
            EXIT.

       P450-MOSTRA-FICHA.
            DISPLAY '-------------------------------------'
            DISPLAY ' TIPO SANGUINEO: ' SD-TP-SANGUE
            DISPLAY ' ALERGIAS......: ' SD-ALERGIAS
            IF ALERGIA-GRAVE
               DISPLAY '                 *** ALERGIA GRAVE ***'
            END-IF
            DISPLAY ' MEDICAMENTOS..: ' SD-MEDICAMENTOS
            DISPLAY ' RESTRICOES....: ' SD-RESTRICOES
            IF RESTRICAO-GRAVE
               DISPLAY '                 *** RESTRICAO GRAVE ***'
            END-IF
            DISPLAY ' PLANO.........: ' SD-PL-OPERADORA ' '
                    SD-PL-CARTEIRA
            MOVE SD-ID-CONTATO TO ID-CONTATO
            IF SD-ID-CONTATO = ZEROS
               MOVE 'SEM CONTATO' TO NM-CONTATO
            ELSE
               READ CONTATOS
                    KEY IS ID-CONTATO
                    INVALID KEY
                         MOVE 'CONTATO DESCONHECIDO' TO NM-CONTATO
               END-READ
            END-IF
            DISPLAY ' EMERGENCIA....: ' NM-CONTATO ' TEL '
                    SD-TL-EMERGENCIA
            DISPLAY ' ATUALIZADA EM.: ' SD-DT-ATUALIZACAO ' POR '
                    SD-OPERADOR
            DISPLAY '-------------------------------------'.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001V6
            CLOSE CFP001S1
            IF WS-SEM-RESPALUN = 'N'
               CLOSE CFP001SL
            END-IF
            CLOSE CONTATOS
            IF WS-FS-SAU NOT = 00 THEN
               MOVE WS-FS-SAU                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001V6'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADSAUDE'
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
            MOVE 'CADSAUDE' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADSAUDE FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE FICHAS DE SAUDE MANTIDAS: ' WS-RW-SAU
            DISPLAY '--------------------------------------'
            MOVE 'CADSAUDE' TO WS-LG-PROGRAMA
            MOVE 'FICHAS SAUDE   ' TO WS-LG-CONTADOR
            MOVE WS-RW-SAU TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADSAUDE.
