      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SUBROTINA COMPARTILHADA DE MASCARAMENTO DO CPF NAS
      *          LISTAGENS, CONSULTAS E EXPORTACOES. DEVOLVE O CPF EM
      *          DUAS FORMAS:
      *            LK-CPF-EDITADO  X(14) - 123.456.789-01 COMPLETO OU
      *                                    ***.456.789-** MASCARADO,
      *                                    PARA TELA E RELATORIO;
      *            LK-CPF-NUMERICO 9(11) - O PROPRIO CPF OU, MASCARADO,
      *                                    SO OS SEIS DIGITOS DO MEIO
      *                                    (00045678900), PARA OS
      *                                    REGISTROS EXPORTADOS E AS
      *                                    IMAGENS DE REGISTRO.
      *          A DECISAO VEM DA SESSAO DO OPERADOR (SESSOPER): SO O
      *          NIVEL SUPERVISOR (3) DO SUBSISTEMA ('C' CONTATOS, 'A'
      *          ALUNOS) VE O CPF COMPLETO. SEM SESSAO (PROGRAMA
      *          DISPARADO EM BATCH) O CPF SAI MASCARADO, A NAO SER QUE
      *          O CARTAO DE PARAMETROS RELPARM.CRD TRAGA A LINHA
      *          CPF=COMPLETO. OS DOCUMENTOS QUE EXIGEM O CPF POR LEI
      *          (DECLPAGT, GERCONTR, CERTCONC) NAO CHAMAM ESTA ROTINA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCCPF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARM ASSIGN TO "C:/ARQUIVOS/RELPARM.CRD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARM.
       01  PRM-LINHA             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-PRM          PIC 9(02) VALUE ZEROS.
           03 WS-FIM-PRM         PIC X(01) VALUE 'N'.
           03 WS-CARTAO-LIDO     PIC X(01) VALUE 'N'.
           03 WS-CARTAO-COMPLETO PIC X(01) VALUE 'N'.
           03 WS-CHAVE           PIC X(10) VALUE SPACES.
           03 WS-VALOR           PIC X(60) VALUE SPACES.
           03 WS-NIVEL           PIC X(01) VALUE '0'.
           03 WS-CPF-X           PIC X(11) VALUE SPACES.

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
           03 LK-SUBSISTEMA      PIC X(01).
           03 LK-CPF             PIC 9(11).
           03 LK-CPF-EDITADO     PIC X(14).
           03 LK-CPF-NUMERICO    PIC 9(11).
           03 LK-COMPLETO        PIC X(01).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            MOVE 'N' TO LK-COMPLETO
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            IF WS-SS-LOGADO = 'S'
               IF LK-SUBSISTEMA = 'C'
                  MOVE WS-SS-NV-CONTATOS TO WS-NIVEL
               ELSE
                  MOVE WS-SS-NV-ALUNOS   TO WS-NIVEL
               END-IF
               IF WS-NIVEL NOT LESS '3'
                  MOVE 'S' TO LK-COMPLETO
               END-IF
            ELSE
               IF WS-CARTAO-LIDO = 'N'
                  PERFORM P100-LER-CARTAO THRU P100-EXIT
               END-IF
               MOVE WS-CARTAO-COMPLETO TO LK-COMPLETO
            END-IF
            PERFORM P200-FORMATA THRU P200-EXIT
            GOBACK.
       P000-EXIT.
            EXIT.

      * >>> CARTAO DE PARAMETROS: SO A LINHA CPF=COMPLETO LIBERA O CPF
      * >>> INTEGRAL NA EXECUCAO BATCH; SEM CARTAO, MASCARA
       S100 SECTION.
       P100-LER-CARTAO.
            MOVE 'S' TO WS-CARTAO-LIDO
            MOVE 'N' TO WS-CARTAO-COMPLETO
            MOVE 'N' TO WS-FIM-PRM
            OPEN INPUT ARQ-PARM
            IF WS-FS-PRM NOT = 00
               GO TO P100-EXIT
            END-IF
            PERFORM P110-LER-LINHA THRU P110-EXIT
                    UNTIL WS-FIM-PRM = 'S'
            CLOSE ARQ-PARM.
       P100-EXIT.
            EXIT.

       P110-LER-LINHA.
            READ ARQ-PARM
                 AT END
                      MOVE 'S' TO WS-FIM-PRM
                      GO TO P110-EXIT
            END-READ
            IF PRM-LINHA = SPACES OR PRM-LINHA(1:1) = '*'
               GO TO P110-EXIT
            END-IF
            MOVE SPACES TO WS-CHAVE WS-VALOR
            UNSTRING PRM-LINHA DELIMITED BY '='
                     INTO WS-CHAVE WS-VALOR
            END-UNSTRING
            IF WS-CHAVE = 'CPF       '
               AND WS-VALOR(1:9) = 'COMPLETO '
               MOVE 'S' TO WS-CARTAO-COMPLETO
            END-IF.
       P110-EXIT.
            EXIT.

       S200 SECTION.
       P200-FORMATA.
            MOVE LK-CPF TO WS-CPF-X
            MOVE SPACES TO LK-CPF-EDITADO
            IF LK-COMPLETO = 'S'
               STRING WS-CPF-X(1:3) '.' WS-CPF-X(4:3) '.'
                      WS-CPF-X(7:3) '-' WS-CPF-X(10:2)
                      DELIMITED BY SIZE INTO LK-CPF-EDITADO
               MOVE LK-CPF TO LK-CPF-NUMERICO
            ELSE
               STRING '***.' WS-CPF-X(4:3) '.'
                      WS-CPF-X(7:3) '-**'
                      DELIMITED BY SIZE INTO LK-CPF-EDITADO
               MOVE '000'          TO WS-CPF-X(1:3)
               MOVE '00'           TO WS-CPF-X(10:2)
               MOVE WS-CPF-X       TO LK-CPF-NUMERICO
            END-IF.
       P200-EXIT.
            EXIT.
       END PROGRAM MASCCPF.
