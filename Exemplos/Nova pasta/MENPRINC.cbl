      *         CHAMAR CADA PROGRAMA E O OPERADOR DA SESSAO PASSA A
      *         SER CARIMBADO NAS LINHAS DO TOTDIARI, DO JORNMAST E
      *         DO ERRLOG
      * Update: 15-10-26 - NOVAS OPCOES <F> PARA A MANUTENCAO DO
      *         MESTRE DE FUNCIONARIOS (CADFUNC) E <G> PARA A CONSULTA
      *         DO FUNCIONARIO COM OS LOGINS E PROFESSORES VINCULADOS
      *         (CONFUNC)
      * Update: 15-10-26 - NOVA OPCAO <H> PARA O SUBSISTEMA DE ESTOQUE
      *         DE UNIFORME E MATERIAL DIDATICO (MENESTOQ)
      * Update: 15-10-26 - NOVA OPCAO <I> PARA O SUBSISTEMA DE
      *         ATIVIDADES EXTRACURRICULARES (MENATIVI)
      * Update: 15-10-26 - NOVA OPCAO <J> PARA O SUBSISTEMA DA
      *         BIBLIOTECA ESCOLAR (MENBIBLI)
      * Update: 15-10-26 - NOVA OPCAO <K> PARA O SUBSISTEMA DE
      *         TRANSPORTE ESCOLAR (MENTRANS)
      * Update: 15-10-26 - NOVA OPCAO <L> PARA O SUBSISTEMA DE
      *         PASSEIOS E EVENTOS ESCOLARES (MENEVENT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENPRINC.
            DISPLAY " <0> - BUSCA GLOBAL DE PESSOAS (BUSCAPES)"
            DISPLAY " <A> - FILA DE APROVACOES (APRPEND)"
            DISPLAY " <E> - PAINEL EXECUTIVO DO TERMO (RELEXEC)"
            DISPLAY " <F> - MANTER FUNCIONARIOS (CADFUNC)"
            DISPLAY " <G> - CONSULTAR FUNCIONARIOS (CONFUNC)"
            DISPLAY " <H> - SUBSISTEMA DE ESTOQUE (UNIFORME/MATERIAL)"
            DISPLAY " <I> - SUBSISTEMA DE ATIVIDADES EXTRACURRICULARES"
            DISPLAY " <J> - SUBSISTEMA DA BIBLIOTECA ESCOLAR"
            DISPLAY " <K> - SUBSISTEMA DE TRANSPORTE ESCOLAR"
            DISPLAY " <L> - SUBSISTEMA DE PASSEIOS E EVENTOS"
            DISPLAY " <?> - QUALQUER TECLA SAIR"
            DISPLAY "-------------------------------------"
            MOVE SPACES TO WS-OPCAO
                WHEN 'E'
                  MOVE 'RELEXEC ' TO WS-CMD
                  PERFORM P100-EXECUTAR THRU P100-EXIT
                WHEN 'F'
                  MOVE '>>>>> FUNCIONARIOS <<<<<' TO WS-MENSAGEM
                  CALL 'CADFUNC' USING WS-AREA
                WHEN 'G'
                  MOVE '>>>>> CONSULTA FUNCIONARIOS <<<<<'
                       TO WS-MENSAGEM
                  CALL 'CONFUNC' USING WS-AREA
                WHEN 'H'
                  MOVE '>>>>> SUBSISTEMA ESTOQUE <<<<<' TO WS-MENSAGEM
                  CALL 'MENESTOQ' USING WS-AREA
                WHEN 'I'
                  MOVE '>>>>> SUBSISTEMA ATIVIDADES <<<<<'
                       TO WS-MENSAGEM
                  CALL 'MENATIVI' USING WS-AREA
                WHEN 'J'
                  MOVE '>>>>> SUBSISTEMA BIBLIOTECA <<<<<'
                       TO WS-MENSAGEM
                  CALL 'MENBIBLI' USING WS-AREA
                WHEN 'K'
                  MOVE '>>>>> SUBSISTEMA TRANSPORTE <<<<<'
                       TO WS-MENSAGEM
                  CALL 'MENTRANS' USING WS-AREA
                WHEN 'L'
                  MOVE '>>>>> SUBSISTEMA EVENTOS <<<<<'
                       TO WS-MENSAGEM
                  CALL 'MENEVENT' USING WS-AREA
                WHEN OTHER
                  PERFORM P999-TERMINO THRU P999-EXIT
            END-EVALUATE
