      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SUBROTINA COMPARTILHADA DE GRAVACAO DA PESQUISA DE
      *          AVALIACAO DA OFERTA PELOS ALUNOS - USADA PELA DIGITACAO
      *          DA FOLHA (CADPESQU) E PELA CARGA DO CSV (IMPPESQU).
      *          A RESPOSTA SO E ACEITA SE O TERMO DA OFERTA TEM
      *          QUESTOES ATIVAS NA PESQUISA (PESQUISA.DAT), SE O ALUNO
      *          TEM MATRICULA ATIVA NA OFERTA (CFP001S5) E SE AINDA
      *          NAO RESPONDEU A PESQUISA DESSA OFERTA.
      *          AS NOTAS (1 A 5, 0 = EM BRANCO) VAO PARA O
      *          RESPPESQ.DAT SO COM A OFERTA E UM NUMERO SEQUENCIAL;
      *          O ALUNO VAI PARA O PESQPART.DAT SO COM A OFERTA - OS
      *          DOIS ARQUIVOS NAO TEM NADA QUE LIGUE O ALUNO A SUAS
      *          RESPOSTAS (SEM DATA, HORA OU OPERADOR).
      *          LK-FUNCAO 'G' GRAVA UMA RESPOSTA (ABRE OS ARQUIVOS NA
      *          PRIMEIRA CHAMADA); 'F' FECHA OS ARQUIVOS NO FIM.
      *          RETORNO EM LK-RETORNO: 'S' ACEITA, 'N' RECUSADA COM O
      *          MOTIVO EM LK-MENSAGEM, 'E' ERRO DE ARQUIVO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVPESQU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001W9 ASSIGN TO "C:/ARQUIVOS/PESQUISA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS QS-CHAVE
                  FILE STATUS  IS WS-FS-PES.
           SELECT CFP001X1 ASSIGN TO "C:/ARQUIVOS/RESPPESQ.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RS-CHAVE
                  FILE STATUS  IS WS-FS-RES
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001X2 ASSIGN TO "C:/ARQUIVOS/PESQPART.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PC-CHAVE
                  FILE STATUS  IS WS-FS-PAR
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S5 ASSIGN TO "C:/ARQUIVOS/MATRICUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MT-CHAVE
                  FILE STATUS  IS WS-FS-MTR.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001W9.
           COPY REGPESQU.
       FD  CFP001X1.
           COPY REGRESPQ.
       FD  CFP001X2.
           COPY REGPARTP.
       FD  CFP001S5.
           COPY REGMATRI.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-PES          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RES          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MTR          PIC 9(02) VALUE ZEROS.
           03 WS-ABERTO          PIC X(01) VALUE 'N'.
           03 WS-IX              PIC 9(02) VALUE ZEROS.
           03 WS-RESPONDIDAS     PIC 9(02) VALUE ZEROS.
           03 WS-FIM-LEITURA     PIC X(01) VALUE 'N'.

      * >>> QUESTOES ATIVAS DO ULTIMO TERMO CONSULTADO (POSICAO = NUMERO
      * >>> DA QUESTAO); O TERMO SO E RELIDO QUANDO MUDA
       01  WS-TERMO-CARREGADO.
           03 WS-TC-ANO          PIC 9(04) VALUE ZEROS.
           03 WS-TC-TERMO        PIC 9(01) VALUE ZEROS.
           03 WS-TC-QTD          PIC 9(02) VALUE ZEROS.
           03 WS-TC-ATIVA        PIC X(01) OCCURS 20 TIMES.

      * >>> ULTIMO NUMERO DE RESPOSTA DA ULTIMA OFERTA GRAVADA
       01  WS-OFERTA-CARREGADA.
           03 WS-OC-CHAVE-MATERIA.
              05 WS-OC-ID-MATERIA PIC 999   VALUE ZEROS.
              05 WS-OC-AN-MATERIA PIC 9(04) VALUE ZEROS.
              05 WS-OC-TR-MATERIA PIC 9(01) VALUE ZEROS.
           03 WS-OC-ULTIMO       PIC 9(05) VALUE ZEROS.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-FUNCAO          PIC X(01).
           03 LK-ID-MATERIA      PIC 999.
           03 LK-AN-MATERIA      PIC 9(04).
           03 LK-TR-MATERIA      PIC 9(01).
           03 LK-ID-ALUNO        PIC 9(05).
           03 LK-ORIGEM          PIC X(01).
           03 LK-NOTAS.
              05 LK-NOTA         PIC 9(01) OCCURS 20 TIMES.
           03 LK-RETORNO         PIC X(01).
           03 LK-MENSAGEM        PIC X(40).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            MOVE SPACES TO LK-MENSAGEM
            MOVE 'S'    TO LK-RETORNO
            IF LK-FUNCAO = 'F'
               PERFORM P700-FECHAR THRU P700-EXIT
               GOBACK
            END-IF
            IF WS-ABERTO = 'N'
               PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
               PERFORM P050-ABRIR THRU P050-EXIT
               IF LK-RETORNO = 'E'
                  GOBACK
               END-IF
            END-IF
            PERFORM P100-VALIDAR THRU P100-EXIT
            IF LK-RETORNO = 'S'
               PERFORM P200-GRAVAR THRU P200-EXIT
            END-IF
            GOBACK.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'GRVPESQU' TO WS-LY-PROGRAMA
            MOVE 'MATRICUL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATRICUL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S5 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 'E' TO LK-RETORNO
               MOVE 'LAYOUT DO MATRICUL DIVERGENTE' TO LK-MENSAGEM
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

      * >>> PRIMEIRA RESPOSTA: CRIA O RESPPESQ.DAT E O PESQPART.DAT
       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT CFP001W9
            IF WS-FS-PES = 35
               MOVE 'NENHUMA QUESTAO CADASTRADA NA PESQUISA'
                    TO LK-MENSAGEM
               MOVE 'E' TO LK-RETORNO
               GO TO P050-EXIT
            END-IF
            IF WS-FS-PES NOT = 00
               MOVE 'E' TO LK-RETORNO
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W9' TO LK-MENSAGEM
               GO TO P050-EXIT
            END-IF

            OPEN I-O CFP001X1
            IF WS-FS-RES = 35 THEN
               OPEN OUTPUT CFP001X1
               CLOSE CFP001X1
               OPEN I-O CFP001X1
            END-IF
            IF WS-FS-RES NOT = 00
               MOVE 'E' TO LK-RETORNO
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X1' TO LK-MENSAGEM
               CLOSE CFP001W9
               GO TO P050-EXIT
            END-IF

            OPEN I-O CFP001X2
            IF WS-FS-PAR = 35 THEN
               OPEN OUTPUT CFP001X2
               CLOSE CFP001X2
               OPEN I-O CFP001X2
            END-IF
            IF WS-FS-PAR NOT = 00
               MOVE 'E' TO LK-RETORNO
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X2' TO LK-MENSAGEM
               CLOSE CFP001W9
               CLOSE CFP001X1
               GO TO P050-EXIT
            END-IF

            OPEN INPUT CFP001S5
            IF WS-FS-MTR NOT = 00
               MOVE 'E' TO LK-RETORNO
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S5' TO LK-MENSAGEM
               CLOSE CFP001W9
               CLOSE CFP001X1
               CLOSE CFP001X2
               GO TO P050-EXIT
            END-IF
            MOVE 'S' TO WS-ABERTO
            MOVE ZEROS TO WS-TC-ANO WS-TC-TERMO
            MOVE ZEROS TO WS-OC-CHAVE-MATERIA WS-OC-ULTIMO.
       P050-EXIT.
            EXIT.

      * >>> QUESTOES DO TERMO, FAIXA DAS NOTAS, MATRICULA ATIVA NA
      * >>> OFERTA E RESPOSTA UNICA POR ALUNO; FALHA VOLTA 'N'
       S100 SECTION.
       P100-VALIDAR.
            IF LK-AN-MATERIA NOT = WS-TC-ANO
               OR LK-TR-MATERIA NOT = WS-TC-TERMO
               PERFORM P150-CARREGA-TERMO THRU P150-EXIT
            END-IF
            IF WS-TC-QTD = ZEROS
               MOVE 'N' TO LK-RETORNO
               MOVE 'TERMO SEM QUESTOES NA PESQUISA' TO LK-MENSAGEM
               GO TO P100-EXIT
            END-IF

            IF LK-NOTAS IS NOT NUMERIC
               MOVE 'N' TO LK-RETORNO
               MOVE 'NOTA NAO NUMERICA' TO LK-MENSAGEM
               GO TO P100-EXIT
            END-IF
            MOVE ZEROS TO WS-RESPONDIDAS
            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 20
               IF LK-NOTA(WS-IX) > 5
                  MOVE 'N' TO LK-RETORNO
                  MOVE 'NOTA FORA DA ESCALA 1 A 5' TO LK-MENSAGEM
               END-IF
               IF LK-NOTA(WS-IX) > ZEROS
                  IF WS-TC-ATIVA(WS-IX) NOT = 'S'
                     MOVE 'N' TO LK-RETORNO
                     MOVE 'RESPOSTA PARA QUESTAO INEXISTENTE'
                          TO LK-MENSAGEM
                  END-IF
                  ADD 1 TO WS-RESPONDIDAS
               END-IF
            END-PERFORM
            IF LK-RETORNO = 'N'
               GO TO P100-EXIT
            END-IF
            IF WS-RESPONDIDAS = ZEROS
               MOVE 'N' TO LK-RETORNO
               MOVE 'FOLHA EM BRANCO' TO LK-MENSAGEM
               GO TO P100-EXIT
            END-IF

            MOVE LK-ID-ALUNO   TO MT-ID-ALUNO
            MOVE LK-ID-MATERIA TO MT-ID-MATERIA
            MOVE LK-AN-MATERIA TO MT-AN-MATERIA
            MOVE LK-TR-MATERIA TO MT-TR-MATERIA
            READ CFP001S5
                 KEY IS MT-CHAVE
                 INVALID KEY
                      MOVE 'N' TO LK-RETORNO
                      MOVE 'ALUNO NAO MATRICULADO NA OFERTA'
                           TO LK-MENSAGEM
                      GO TO P100-EXIT
                 NOT INVALID KEY
                      IF NOT MATRICULA-ATIVA
                         MOVE 'N' TO LK-RETORNO
                         MOVE 'MATRICULA NAO ATIVA NA OFERTA'
                              TO LK-MENSAGEM
                         GO TO P100-EXIT
                      END-IF
            END-READ

            MOVE MT-CHAVE-MATERIA TO PC-CHAVE-MATERIA
            MOVE LK-ID-ALUNO      TO PC-ID-ALUNO
            READ CFP001X2
                 KEY IS PC-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 'N' TO LK-RETORNO
                      MOVE 'ALUNO JA RESPONDEU A PESQUISA DA OFERTA'
                           TO LK-MENSAGEM
            END-READ.
       P100-EXIT.
            EXIT.

      * >>> MARCA AS QUESTOES ATIVAS DO TERMO DA OFERTA
       P150-CARREGA-TERMO.
            MOVE LK-AN-MATERIA TO WS-TC-ANO
            MOVE LK-TR-MATERIA TO WS-TC-TERMO
            MOVE ZEROS TO WS-TC-QTD
            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 20
               MOVE 'N' TO WS-TC-ATIVA(WS-IX)
            END-PERFORM
            MOVE WS-TC-ANO   TO QS-ANO
            MOVE WS-TC-TERMO TO QS-TERMO
            MOVE ZEROS       TO QS-NR-QUESTAO
            START CFP001W9 KEY IS NOT LESS THAN QS-CHAVE
                  INVALID KEY
                       GO TO P150-EXIT
            END-START
            MOVE 'N' TO WS-FIM-LEITURA
            PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ CFP001W9 NEXT RECORD
                    AT END
                         MOVE 'S' TO WS-FIM-LEITURA
                    NOT AT END
                         IF QS-ANO NOT = WS-TC-ANO
                            OR QS-TERMO NOT = WS-TC-TERMO
                            MOVE 'S' TO WS-FIM-LEITURA
                         ELSE
                            IF QUESTAO-ATIVA
                               AND QS-NR-QUESTAO > ZEROS
                               AND QS-NR-QUESTAO NOT > 20
                               MOVE 'S' TO WS-TC-ATIVA(QS-NR-QUESTAO)
                               ADD 1 TO WS-TC-QTD
                            END-IF
                         END-IF
               END-READ
            END-PERFORM.
       P150-EXIT.
            EXIT.

      * >>> PROXIMO NUMERO DA OFERTA, RESPOSTA E DEPOIS A PARTICIPACAO
       S200 SECTION.
       P200-GRAVAR.
            IF MT-CHAVE-MATERIA NOT = WS-OC-CHAVE-MATERIA
               PERFORM P250-ULTIMO-NUMERO THRU P250-EXIT
            END-IF

            MOVE SPACES           TO REG-CFP001X1
            MOVE MT-CHAVE-MATERIA TO RS-CHAVE-MATERIA
            MOVE LK-ORIGEM        TO RS-ORIGEM
            MOVE LK-NOTAS         TO RS-NOTAS
            ADD 1 TO WS-OC-ULTIMO
            MOVE WS-OC-ULTIMO     TO RS-NR-RESPOSTA
            WRITE REG-CFP001X1
                  INVALID KEY
                       ADD 1 TO WS-OC-ULTIMO
                       MOVE WS-OC-ULTIMO TO RS-NR-RESPOSTA
                       WRITE REG-CFP001X1
                       END-WRITE
            END-WRITE
            IF WS-FS-RES NOT = 00
               MOVE 'E' TO LK-RETORNO
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001X1' TO LK-MENSAGEM
               GO TO P200-EXIT
            END-IF

            MOVE MT-CHAVE-MATERIA TO PC-CHAVE-MATERIA
            MOVE LK-ID-ALUNO      TO PC-ID-ALUNO
            WRITE REG-CFP001X2
            END-WRITE
            IF WS-FS-PAR NOT = 00
               MOVE 'E' TO LK-RETORNO
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001X2' TO LK-MENSAGEM
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> PERCORRE AS RESPOSTAS DA OFERTA ATE O ULTIMO NUMERO USADO
       P250-ULTIMO-NUMERO.
            MOVE MT-CHAVE-MATERIA TO WS-OC-CHAVE-MATERIA
            MOVE ZEROS            TO WS-OC-ULTIMO
            MOVE MT-CHAVE-MATERIA TO RS-CHAVE-MATERIA
            MOVE ZEROS            TO RS-NR-RESPOSTA
            START CFP001X1 KEY IS NOT LESS THAN RS-CHAVE
                  INVALID KEY
                       GO TO P250-EXIT
            END-START
            MOVE 'N' TO WS-FIM-LEITURA
            PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ CFP001X1 NEXT RECORD
                    AT END
                         MOVE 'S' TO WS-FIM-LEITURA
                    NOT AT END
                         IF RS-CHAVE-MATERIA NOT = WS-OC-CHAVE-MATERIA
                            MOVE 'S' TO WS-FIM-LEITURA
                         ELSE
                            MOVE RS-NR-RESPOSTA TO WS-OC-ULTIMO
                         END-IF
               END-READ
            END-PERFORM.
       P250-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            IF WS-ABERTO = 'N'
               GO TO P700-EXIT
            END-IF
            CLOSE CFP001W9
            CLOSE CFP001X1
            CLOSE CFP001X2
            CLOSE CFP001S5
            MOVE 'N' TO WS-ABERTO.
       P700-EXIT.
            EXIT.
       END PROGRAM GRVPESQU.
