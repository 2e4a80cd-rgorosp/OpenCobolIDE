      *         CONFERE O NIVEL DO OPERADOR DA SESSAO (SESSOPER)
      *         CONTRA O NIVEL EXIGIDO PELA OPCAO (1=CONSULTA,
      *         2=CADASTRO, 3=SUPERVISOR) E RECUSA SEM AUTORIZACAO
      * Update: 15-10-26 - OPCAO <F> DISPARA A BASE DA FOLHA DE
      *         HORA-AULA DOS PROFESSORES (FOLHAPRF, NIVEL 3)
      * Update: 15-10-26 - OPCAO <D> DISPARA O CUMPRIMENTO DE CARGA
      *         HORARIA POR OFERTA E PROFESSOR (RELDIARI, NIVEL 1)
      * Update: 15-10-26 - OPCAO <H> MANTEM A DISPONIBILIDADE DO
      *         PROFESSOR (CADDISPO, NIVEL 2) E <J> LISTA OS SLOTS DA
      *         GRADE FORA DA DISPONIBILIDADE (RELDISPO, NIVEL 1)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENPROF.
            DISPLAY " <7> - SUBSTITUICOES DO TERMO (RELSUBST)"
            DISPLAY " <8> - HABILITACOES DO PROFESSOR (CADHABIL)"
            DISPLAY " <9> - ATRIBUICOES SEM HABILITACAO (RELHABEX)"
            DISPLAY " <F> - BASE DA FOLHA HORA-AULA (FOLHAPRF)"
            DISPLAY " <D> - CUMPRIMENTO DE CARGA HORARIA (RELDIARI)"
            DISPLAY " <H> - DISPONIBILIDADE DO PROFESSOR (CADDISPO)"
            DISPLAY " <J> - SLOTS FORA DA DISPONIBILIDADE (RELDISPO)"
            DISPLAY " <?> - QUALQUER TECLA SAIR"
            DISPLAY "-------------------------------------"
            MOVE SPACES TO WS-OPCAO
                          TO WS-MENSAGEM
                     CALL 'RELHABEX' USING WS-AREA
                  END-IF
                WHEN 'F'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'FOLHAPRF' TO WS-CMD
                     DISPLAY 'DISPARANDO JOB: ' WS-CMD
                     CALL 'SYSTEM' USING WS-CMD
                     DISPLAY 'JOB ' WS-CMD ' FINALIZADO'
                  END-IF
                WHEN 'D'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELDIARI' TO WS-CMD
                     DISPLAY 'DISPARANDO JOB: ' WS-CMD
                     CALL 'SYSTEM' USING WS-CMD
                     DISPLAY 'JOB ' WS-CMD ' FINALIZADO'
                  END-IF
                WHEN 'H'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> DISPONIBILIDADE PROFESSOR <<<<<'
                          TO WS-MENSAGEM
                     CALL 'CADDISPO' USING WS-AREA
                  END-IF
                WHEN 'J'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> SLOTS FORA DA DISPONIB. <<<<<'
                          TO WS-MENSAGEM
                     CALL 'RELDISPO' USING WS-AREA
                  END-IF
                WHEN OTHER
                  PERFORM P999-TERMINO THRU P999-EXIT
            END-EVALUATE
