      * Update: 22-08-26 - NOVAS OPCOES <G> (CADRESP, VINCULO DE
      *         RESPONSAVEIS CONTATO X ALUNO) E <F> (RELSEMRF,
      *         ALUNOS ATIVOS SEM RESPONSAVEL FINANCEIRO)
      * Update: 15-10-26 - NOVAS OPCOES <I> (CADCANDI, CANDIDATOS DA
      *         ADMISSAO), <K> (CNVCANDI, CONVERSAO DO CANDIDATO
      *         APROVADO EM ALUNO) E <N> (RELCANDI, FUNIL DE ADMISSAO)
      * Update: 15-10-26 - NOVAS OPCOES <S> (CADSAUDE, FICHA DE SAUDE
      *         DO ALUNO, SO SUPERVISOR) E <J> (RELEMERG, FICHA DE
      *         EMERGENCIA POR TURMA/TURNO)
      * Update: 15-10-26 - NOVAS OPCOES <D> (CADDOCAL, PASTA DE
      *         DOCUMENTOS DO ALUNO), <W> (CADDOCTP, TIPOS DE DOCUMENTO
      *         EXIGIDOS, SO SUPERVISOR) E <L> (RELDOCPE, DOCUMENTOS
      *         PENDENTES POR TURMA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENALUNO.
            DISPLAY " <M> - CAMPANHA DE REMATRICULA (REMATRIC)"
            DISPLAY " <A> - ALERTA DE FALTAS SEGUIDAS (ALERTFAL)"
            DISPLAY " <E> - RELATORIO DE EVASAO (RELEVASA)"
            DISPLAY " <I> - CANDIDATOS DA ADMISSAO (CADCANDI)"
            DISPLAY " <K> - CONVERTER CANDIDATO EM ALUNO (CNVCANDI)"
            DISPLAY " <N> - FUNIL DE ADMISSAO (RELCANDI)"
            DISPLAY " <S> - FICHA DE SAUDE DO ALUNO (CADSAUDE)"
            DISPLAY " <J> - FICHA DE EMERGENCIA POR TURMA (RELEMERG)"
            DISPLAY " <D> - PASTA DE DOCUMENTOS DO ALUNO (CADDOCAL)"
            DISPLAY " <W> - TIPOS DE DOCUMENTO EXIGIDOS (CADDOCTP)"
            DISPLAY " <L> - DOCUMENTOS PENDENTES POR TURMA (RELDOCPE)"
            DISPLAY " <?> - QUALQUER TECLA SAIR"
            DISPLAY "-------------------------------------"
            MOVE SPACES TO WS-OPCAO
                     MOVE 'RELEVASA' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'I'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> CANDIDATOS <<<<<' TO WS-MENSAGEM
                     CALL 'CADCANDI' USING WS-AREA
                  END-IF
                WHEN 'K'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> CONVERSAO DE CANDIDATO <<<<<'
                          TO WS-MENSAGEM
                     CALL 'CNVCANDI' USING WS-AREA
                  END-IF
                WHEN 'N'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELCANDI' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'S'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> FICHA DE SAUDE <<<<<' TO WS-MENSAGEM
                     CALL 'CADSAUDE' USING WS-AREA
                  END-IF
                WHEN 'J'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> FICHA DE EMERGENCIA <<<<<'
                          TO WS-MENSAGEM
                     CALL 'RELEMERG' USING WS-AREA
                  END-IF
                WHEN 'D'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> PASTA DE DOCUMENTOS <<<<<'
                          TO WS-MENSAGEM
                     CALL 'CADDOCAL' USING WS-AREA
                  END-IF
                WHEN 'W'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> TIPOS DE DOCUMENTO <<<<<'
                          TO WS-MENSAGEM
                     CALL 'CADDOCTP' USING WS-AREA
                  END-IF
                WHEN 'L'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELDOCPE' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN OTHER
                  PERFORM P999-TERMINO THRU P999-EXIT
            END-EVALUATE
