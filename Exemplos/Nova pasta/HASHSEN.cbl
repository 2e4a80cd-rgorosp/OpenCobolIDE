      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SUBROTINA COMPARTILHADA DE RESUMO (HASH) DA SENHA DO
      *          OPERADOR - A SENHA DEIXA DE FICAR LEGIVEL NO
      *          OPERADOR.DAT: O LOGOPERA E O CADOPER GUARDAM E
      *          COMPARAM SOMENTE O RESUMO DEVOLVIDO AQUI.
      *          O RESUMO E CALCULADO SOBRE O ID DO OPERADOR SEGUIDO
      *          DA SENHA (O ID FAZ AS VEZES DE SAL - A MESMA SENHA EM
      *          DOIS OPERADORES DA RESUMOS DIFERENTES), EM TRES
      *          PASSADAS DE MULTIPLICACAO POR 33 COM A POSICAO DE
      *          CADA CARACTERE, REDUZIDAS PELO PRIMO 999999999989.
      *          LK-HASH VOLTA COM 12 DIGITOS, NUNCA ZERO (ZERO NO
      *          MESTRE QUER DIZER "REGISTRO AINDA SEM RESUMO")
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASHSEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-TEXTO           PIC X(16) VALUE SPACES.
           03 WS-HASH            PIC 9(12) VALUE ZEROS.
           03 WS-TRAB            PIC 9(15) VALUE ZEROS.
           03 WS-QUOCIENTE       PIC 9(15) VALUE ZEROS.
           03 WS-I               PIC 9(02) VALUE ZEROS.
           03 WS-RODADA          PIC 9(01) VALUE ZEROS.
       77  WS-PRIMO              PIC 9(12) VALUE 999999999989.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-ID-OPERADOR     PIC X(08).
           03 LK-SENHA           PIC X(08).
           03 LK-HASH            PIC 9(12).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            MOVE LK-ID-OPERADOR TO WS-TEXTO(1:8)
            MOVE LK-SENHA       TO WS-TEXTO(9:8)
            MOVE 5381           TO WS-HASH
            PERFORM VARYING WS-RODADA FROM 1 BY 1
                    UNTIL WS-RODADA > 3
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > 16
                  COMPUTE WS-TRAB = WS-HASH * 33
                          + FUNCTION ORD (WS-TEXTO(WS-I:1)) * WS-I
                          + WS-RODADA
                  DIVIDE WS-TRAB BY WS-PRIMO GIVING WS-QUOCIENTE
                         REMAINDER WS-HASH
               END-PERFORM
            END-PERFORM
            IF WS-HASH = ZEROS
               MOVE 1 TO WS-HASH
            END-IF
            MOVE WS-HASH TO LK-HASH
            GOBACK.
       P000-EXIT.
            EXIT.
       END PROGRAM HASHSEN.
