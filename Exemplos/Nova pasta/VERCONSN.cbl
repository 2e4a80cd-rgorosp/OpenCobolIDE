      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SUBROTINA COMPARTILHADA DE CONFERENCIA DO
      *          CONSENTIMENTO LGPD - DADA A PESSOA ('C' CONTATO OU
      *          'A' ALUNO, COM O ID) E A FINALIDADE ('IM' USO DE
      *          IMAGEM, 'MK' MENSAGENS DE MARKETING, 'CP'
      *          COMPARTILHAMENTO COM PARCEIROS), RESPONDE EM
      *          LK-CONSENTIDO 'S' QUANDO O REGISTRO DO CONSENT.DAT
      *          (CFP001W6, MANTIDO PELO CADCONSN) ESTA CONCEDIDO E
      *          DENTRO DA VALIDADE, E 'N' EM QUALQUER OUTRO CASO -
      *          SEM REGISTRO, REVOGADO, VENCIDO OU SEM O ARQUIVO.
      *          O ARQUIVO E ABERTO NA PRIMEIRA CHAMADA E FICA ABERTO
      *          ENTRE AS CHAMADAS DA MESMA EXECUCAO (NOS MOLDES DA
      *          SESSAO DO SESSOPER); LK-FUNCAO 'F' FECHA AO FINAL.
      *          O XMLCONTA, O DELTAEXP, O JSNEXPRT E A MALA DIRETA DO
      *          ETIQCORR CONSULTAM ANTES DE ENVIAR CADA PESSOA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERCONSN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001W6 ASSIGN TO "C:/ARQUIVOS/CONSENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LP-CHAVE
                  FILE STATUS  IS WS-FS-LGP.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001W6.
           COPY REGLGPD.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-LGP          PIC 9(02) VALUE ZEROS.
           03 WS-ABERTO          PIC X(01) VALUE 'N'.
           03 WS-SEM-ARQUIVO     PIC X(01) VALUE 'N'.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-FUNCAO          PIC X(01).
           03 LK-TP-PESSOA       PIC X(01).
           03 LK-ID-PESSOA       PIC 9(05).
           03 LK-FINALIDADE      PIC X(02).
           03 LK-CONSENTIDO      PIC X(01).
           03 LK-MENSAGEM        PIC X(40).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            MOVE SPACES TO LK-MENSAGEM
            MOVE 'N'    TO LK-CONSENTIDO
            IF LK-FUNCAO = 'F'
               PERFORM P700-FECHAR THRU P700-EXIT
               GOBACK
            END-IF
            IF WS-ABERTO = 'N'
               PERFORM P050-ABRIR THRU P050-EXIT
            END-IF
            IF WS-SEM-ARQUIVO = 'S'
               MOVE 'CADASTRO DE CONSENTIMENTOS INDISPONIVEL'
                    TO LK-MENSAGEM
               GOBACK
            END-IF
            PERFORM P100-CONFERE THRU P100-EXIT
            GOBACK.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DATA-HOJE
            MOVE 'S' TO WS-ABERTO
            MOVE 'N' TO WS-SEM-ARQUIVO
      * >>> SEM ARQUIVO NINGUEM CONSENTIU - TODOS FICAM DE FORA
            OPEN INPUT CFP001W6
            IF WS-FS-LGP NOT = 00
               MOVE 'S' TO WS-SEM-ARQUIVO
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-CONFERE.
            MOVE LK-TP-PESSOA  TO LP-TP-PESSOA
            MOVE LK-ID-PESSOA  TO LP-ID-PESSOA
            MOVE LK-FINALIDADE TO LP-FINALIDADE
            READ CFP001W6
                 KEY IS LP-CHAVE
                 INVALID KEY
                      MOVE 'SEM CONSENTIMENTO REGISTRADO'
                           TO LK-MENSAGEM
                      GO TO P100-EXIT
            END-READ
            IF NOT CONSENT-CONCEDIDO
               MOVE 'CONSENTIMENTO REVOGADO' TO LK-MENSAGEM
               GO TO P100-EXIT
            END-IF
            IF LP-DT-VALIDADE NOT = ZEROS
               AND LP-DT-VALIDADE < WS-DATA-HOJE
               MOVE 'CONSENTIMENTO VENCIDO' TO LK-MENSAGEM
               GO TO P100-EXIT
            END-IF
            MOVE 'S' TO LK-CONSENTIDO.
       P100-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            IF WS-ABERTO = 'S' AND WS-SEM-ARQUIVO = 'N'
               CLOSE CFP001W6
            END-IF
            MOVE 'N' TO WS-ABERTO.
       P700-EXIT.
            EXIT.
       END PROGRAM VERCONSN.
