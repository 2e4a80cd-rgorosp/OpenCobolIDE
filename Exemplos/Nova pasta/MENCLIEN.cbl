      *         CONFERE O NIVEL DO OPERADOR DA SESSAO (SESSOPER)
      *         CONTRA O NIVEL EXIGIDO PELA OPCAO (1=CONSULTA,
      *         2=CADASTRO, 3=SUPERVISOR) E RECUSA SEM AUTORIZACAO
      * Update: 15-10-26 - NOVA OPCAO <8> CONTA DA CANTINA (CADCANTI)
      *         E OPCAO <9> AVISO DE SALDO BAIXO (AVISCANT, DISPARADO
      *         COMO JOB SEPARADO POR SER BATCH AUTONOMO)
      * Update: 15-10-26 - NOVA OPCAO <A> EXTRATO DE CONTA DO CLIENTE
      *         NO PERIODO (EXTCLIEN, DISPARADO COMO JOB SEPARADO)
      * Update: 15-10-26 - NOVA OPCAO <B> ESTORNO DE MOVIMENTO DO
      *         CLIENTE (ESTMOVCL, SUPERVISOR) E OPCAO <C> CARGA UNICA
      *         DO MOVCLIEN.TXT NO MOVHIST.DAT (CNVMOVCL, JOB SEPARADO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENCLIEN.
       01  WS-AREA.
           03 WS-MENSAGEM        PIC X(40) VALUE SPACES.
       77  WS-OPCAO              PIC X     VALUE SPACES.
       77  WS-CMD                PIC X(80) VALUE SPACES.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR (SESSOPER)
       01  WS-SESSAO-AREA.
            DISPLAY " <5> - CADASTRAR CLIENTES"
            DISPLAY " <6> - LIMITE DE CREDITO (CADLIMIT)"
            DISPLAY " <7> - RELATORIO DE LIMITES ESTOURADOS"
            DISPLAY " <8> - CONTA DA CANTINA (CADCANTI)"
            DISPLAY " <9> - AVISO DE SALDO BAIXO CANTINA (AVISCANT)"
            DISPLAY " <A> - EXTRATO DE CONTA DO CLIENTE (EXTCLIEN)"
            DISPLAY " <B> - ESTORNO DE MOVIMENTO (ESTMOVCL)"
            DISPLAY " <C> - MIGRAR MOVCLIEN.TXT (CNVMOVCL)"
            DISPLAY " <?> - QUALQUER TECLA SAIR"
            DISPLAY "-------------------------------------"
            MOVE SPACES TO WS-OPCAO
                          TO WS-MENSAGEM
                     CALL 'RELLIMIT' USING WS-AREA
                  END-IF
                WHEN '8'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> CONTA DA CANTINA <<<<<'  TO WS-MENSAGEM
                     CALL 'CADCANTI' USING WS-AREA
                  END-IF
                WHEN '9'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'AVISCANT' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'A'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'EXTCLIEN' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'B'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> ESTORNO DE MOVIMENTO <<<<<'
                          TO WS-MENSAGEM
                     CALL 'ESTMOVCL' USING WS-AREA
                  END-IF
                WHEN 'C'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'CNVMOVCL' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN OTHER
                  PERFORM P999-TERMINO THRU P999-EXIT
            END-EVALUATE
       P000-EXIT.
            EXIT.

      * >>> DISPARA O JOB BATCH COMO PROCESSO SEPARADO, NOS MOLDES DO
      * >>> MENBATCH
       S100 SECTION.
       P100-EXECUTAR.
            DISPLAY 'DISPARANDO JOB: ' WS-CMD
            CALL 'SYSTEM' USING WS-CMD
            DISPLAY 'JOB ' WS-CMD ' FINALIZADO'.
       P100-EXIT.
            EXIT.

      * >>> CONFERE O NIVEL DO OPERADOR DA SESSAO (SESSOPER) CONTRA O
      * >>> NIVEL EXIGIDO PELA OPCAO ESCOLHIDA (1=CONSULTA, 2=CADASTRO,
