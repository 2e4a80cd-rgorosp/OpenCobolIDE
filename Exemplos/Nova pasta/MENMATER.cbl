      *         DE UM ANO/TERMO PARA OUTRO (CLONOFER)
      * Update: 22-08-26 - NOVA OPCAO <G> PARA A GRADE DE NOTAS DA
      *         CLASSE POR OFERTA (RELGRADE)
      * Update: 15-10-26 - NOVAS OPCOES <K> PARA A DELIBERACAO DO
      *         CONSELHO DE CLASSE (CADCONSE) E <L> PARA A ATA DO
      *         CONSELHO POR TURMA (RELCONSE)
      * Update: 15-10-26 - NOVA OPCAO <N> PARA AS DEPENDENCIAS EM
      *         ABERTO POR TURMA (RELDEPEN)
      * Update: 15-10-26 - NOVAS OPCOES <M> PARA O CALENDARIO DE
      *         AVALIACOES (CADAVALI) E <V> PARA O CALENDARIO DE
      *         PROVAS POR TURMA (RELAVALI)
      * Update: 15-10-26 - NOVAS OPCOES <S> PARA O MESTRE DE SALAS
      *         (CADSALA, SUPERVISOR) E <O> PARA A OCUPACAO DE SALAS
      *         POR UNIDADE (RELSALAS)
      * Update: 15-10-26 - NOVA OPCAO <R> PARA O REMANEJAMENTO DO
      *         ALUNO ENTRE TURMAS/UNIDADES NO MEIO DO ANO, COM AS
      *         MATRICULAS, NOTAS E FREQUENCIA (REMANEJA, SUPERVISOR)
      * Update: 15-10-26 - NOVA OPCAO <E> PARA O RELATORIO DE ALUNOS
      *         EM RISCO POR TURMA (RELRISCO)
      * Update: 15-10-26 - NOVAS OPCOES <Q> PARA AS QUESTOES DA
      *         PESQUISA DE AVALIACAO E A DIGITACAO DAS FOLHAS
      *         (CADPESQU), <U> PARA A CARGA DAS FOLHAS EM CSV
      *         (IMPPESQU) E <W> PARA AS MEDIAS POR OFERTA E POR
      *         PROFESSOR (RELPESQU)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENMATER.
            DISPLAY " <I> - IMPRIMIR HORARIOS (RELHORAR)"
            DISPLAY " <A> - APROVACAO POR PROFESSOR (RELAPROV)"
            DISPLAY " <P> - PAUTAS PENDENTES DO TERMO (RELPAUTA)"
            DISPLAY " <K> - CONSELHO DE CLASSE (CADCONSE)"
            DISPLAY " <L> - ATA DO CONSELHO POR TURMA (RELCONSE)"
            DISPLAY " <N> - DEPENDENCIAS EM ABERTO (RELDEPEN)"
            DISPLAY " <M> - CALENDARIO DE AVALIACOES (CADAVALI)"
            DISPLAY " <V> - CALENDARIO DE PROVAS POR TURMA (RELAVALI)"
            DISPLAY " <S> - MANTER SALAS POR UNIDADE (CADSALA)"
            DISPLAY " <O> - OCUPACAO DE SALAS (RELSALAS)"
            DISPLAY " <R> - REMANEJAR ALUNO DE TURMA (REMANEJA)"
            DISPLAY " <E> - ALUNOS EM RISCO POR TURMA (RELRISCO)"
            DISPLAY " <Q> - PESQUISA DE AVALIACAO (CADPESQU)"
            DISPLAY " <U> - IMPORTAR FOLHAS DA PESQUISA (IMPPESQU)"
            DISPLAY " <W> - MEDIAS DA PESQUISA (RELPESQU)"
            DISPLAY " <?> - QUALQUER TECLA SAIR"
            DISPLAY "-------------------------------------"
            MOVE SPACES TO WS-OPCAO
                     MOVE 'RELPAUTA' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'K'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> CONSELHO DE CLASSE <<<<<'
                          TO WS-MENSAGEM
                     CALL 'CADCONSE' USING WS-AREA
                  END-IF
                WHEN 'L'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELCONSE' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'N'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELDEPEN' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'M'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> CALENDARIO DE AVALIACOES <<<<<'
                          TO WS-MENSAGEM
                     CALL 'CADAVALI' USING WS-AREA
                  END-IF
                WHEN 'V'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELAVALI' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'S'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> SALAS POR UNIDADE <<<<<'
                          TO WS-MENSAGEM
                     CALL 'CADSALA' USING WS-AREA
                  END-IF
                WHEN 'O'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELSALAS' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'R'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> REMANEJAMENTO DE TURMA <<<<<'
                          TO WS-MENSAGEM
                     CALL 'REMANEJA' USING WS-AREA
                  END-IF
                WHEN 'E'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELRISCO' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'Q'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> PESQUISA DE AVALIACAO <<<<<'
                          TO WS-MENSAGEM
                     CALL 'CADPESQU' USING WS-AREA
                  END-IF
                WHEN 'U'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'IMPPESQU' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'W'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELPESQU' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN OTHER
                  PERFORM P999-TERMINO THRU P999-EXIT
            END-EVALUATE
