      *         <Q> (VEREBCD, CONFERENCIA DO ARQUIVO ANTES DO ENVIO)
      * Update: 22-08-26 - NOVA OPCAO <R> (ROLLANO, VIRADA DE ANO
      *         LETIVO COM MODO SO-RELATORIO, SUPERVISOR)
      * Update: 15-10-26 - NOVA OPCAO <+> (CNVLAYOU, CONVERSAO DE
      *         LAYOUT E SELO DE VERSAO DOS MESTRES, SUPERVISOR)
      * Update: 15-10-26 - NOVA OPCAO <-> (RELDURAC, TENDENCIA DO TEMPO
      *         DE EXECUCAO DOS JOBS NAS ULTIMAS EXECUCOES)
      * Update: 15-10-26 - NOVA OPCAO <*> (PROJMATR, PROJECAO DE
      *         MATRICULAS E TAMANHO DE TURMAS DO ANO SEGUINTE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENBATCH.
            DISPLAY " <Y> - ARQUIVAR FREQUENCIA DO TERMO (ARCFREQ)"
            DISPLAY " <Z> - CONSULTAR FREQUENCIA ARQUIVADA (ARCFRQCO)"
            DISPLAY " <0> - EXPORTAR CENSO ESCOLAR (CENSOEXP)"
            DISPLAY " <+> - CONVERTER/SELAR LAYOUT DE MESTRE (CNVLAYOU)"
            DISPLAY " <-> - TEMPO DE EXECUCAO DOS JOBS (RELDURAC)"
            DISPLAY " <*> - PROJECAO DE MATRICULAS (PROJMATR)"
            DISPLAY " <?> - QUALQUER TECLA SAIR"
            DISPLAY "-------------------------------------"
            MOVE SPACES TO WS-OPCAO
                     MOVE 'CENSOEXP' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN '+'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'CNVLAYOU' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN '-'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELDURAC' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN '*'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'PROJMATR' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN OTHER
                  PERFORM P999-TERMINO THRU P999-EXIT
            END-EVALUATE
