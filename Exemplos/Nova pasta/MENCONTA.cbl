      *         CONFERE O NIVEL DO OPERADOR DA SESSAO (SESSOPER)
      *         CONTRA O NIVEL EXIGIDO PELA OPCAO (1=CONSULTA,
      *         2=CADASTRO, 3=SUPERVISOR) E RECUSA SEM AUTORIZACAO
      * Update: 15-10-26 - OPCOES DA CAIXA DE SAIDA DE NOTIFICACOES:
      *         <9> CANAIS DE CONTATO (CADCANAL), <A> ENVIO AO
      *         GATEWAY (ENVNOTIF), <B> RETORNO DO GATEWAY (RETNOTIF)
      *         E <C> RELATORIO DE DEVOLVIDAS (RELDEVOL)
      * Update: 15-10-26 - OPCAO <D> EXPORTACAO DO PORTAL DAS FAMILIAS
      *         (EXPPORTA), NORMALMENTE AGENDADA PARA A NOITE
      * Update: 15-10-26 - OPCOES <E> CARGA DA RELACAO DA SECRETARIA
      *         ESTADUAL (IMPSEDUC) E <F> CONCILIACAO DOS ALUNOS PELO
      *         RA (BALSEDUC)
      * Update: 15-10-26 - OPCAO <G> ETIQUETAS E MALA DIRETA DOS
      *         CORREIOS (ETIQCORR)
      * Update: 15-10-26 - OPCOES <H> EMISSAO DE CARTEIRINHAS
      *         (EMICARTE), <I> CARGA DO LOG DAS CATRACAS (IMPCATRA)
      *         E <J> CRUZAMENTO CATRACA X FREQUENCIA (RELCATRA)
      * Update: 15-10-26 - OPCAO <K> CONSENTIMENTOS LGPD E TERMO PARA
      *         ASSINATURA (CADCONSN)
      * Update: 15-10-26 - OPCAO <L> APURACAO DO REGISTRO DE ACESSO -
      *         QUEM CONSULTOU QUEM (RELACESS, SUPERVISOR)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENCONTA.
           03 WS-RETURN-CODE     PIC S9(03) VALUE ZERO.
           03 WS-QTD-GRAVADO     PIC 9(05) VALUE ZEROS.
       77  WS-OPCAO              PIC X     VALUE SPACES.
       77  WS-CMD                PIC X(80) VALUE SPACES.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR (SESSOPER)
       01  WS-SESSAO-AREA.
            DISPLAY " <6> - MANTER CATEGORIAS DE CONTATO"
            DISPLAY " <7> - CONSOLIDAR CONTATOS DUPLICADOS"
            DISPLAY " <8> - VISAO 360 DO RESPONSAVEL (CON360RF)"
            DISPLAY " <9> - CANAIS DE CONTATO (EMAIL/CELULAR)"
            DISPLAY " <A> - ENVIAR NOTIFICACOES AO GATEWAY"
            DISPLAY " <B> - PROCESSAR RETORNO DO GATEWAY"
            DISPLAY " <C> - RELATORIO DE NOTIFICACOES DEVOLVIDAS"
            DISPLAY " <D> - EXPORTAR PORTAL DAS FAMILIAS (HTML)"
            DISPLAY " <E> - CARREGAR RELACAO DA SECRETARIA ESTADUAL"
            DISPLAY " <F> - CONCILIAR ALUNOS X SECRETARIA (RA)"
            DISPLAY " <G> - ETIQUETAS E MALA DIRETA (CORREIOS)"
            DISPLAY " <H> - EMISSAO DE CARTEIRINHAS"
            DISPLAY " <I> - CARGA DO LOG DAS CATRACAS"
            DISPLAY " <J> - CRUZAMENTO CATRACA X FREQUENCIA"
            DISPLAY " <K> - CONSENTIMENTOS LGPD (TERMO)"
            DISPLAY " <L> - REGISTRO DE ACESSO (QUEM CONSULTOU)"
            DISPLAY " <?> - QUALQUER TECLA SAIR"
            DISPLAY "-------------------------------------"
            MOVE SPACES TO WS-OPCAO
                          TO WS-MENSAGEM
                     CALL 'CON360RF' USING WS-AREA
                  END-IF
                WHEN '9'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> CANAIS DE CONTATO <<<<<'
                          TO WS-MENSAGEM
                     CALL 'CADCANAL' USING WS-AREA
                  END-IF
                WHEN 'A'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'ENVNOTIF' TO WS-CMD
                     PERFORM P150-EXECUTAR THRU P150-EXIT
                  END-IF
                WHEN 'B'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RETNOTIF' TO WS-CMD
                     PERFORM P150-EXECUTAR THRU P150-EXIT
                  END-IF
                WHEN 'C'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELDEVOL' TO WS-CMD
                     PERFORM P150-EXECUTAR THRU P150-EXIT
                  END-IF
                WHEN 'D'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'EXPPORTA' TO WS-CMD
                     PERFORM P150-EXECUTAR THRU P150-EXIT
                  END-IF
                WHEN 'E'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'IMPSEDUC' TO WS-CMD
                     PERFORM P150-EXECUTAR THRU P150-EXIT
                  END-IF
                WHEN 'F'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'BALSEDUC' TO WS-CMD
                     PERFORM P150-EXECUTAR THRU P150-EXIT
                  END-IF
                WHEN 'G'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'ETIQCORR' TO WS-CMD
                     PERFORM P150-EXECUTAR THRU P150-EXIT
                  END-IF
                WHEN 'H'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'EMICARTE' TO WS-CMD
                     PERFORM P150-EXECUTAR THRU P150-EXIT
                  END-IF
                WHEN 'I'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'IMPCATRA' TO WS-CMD
                     PERFORM P150-EXECUTAR THRU P150-EXIT
                  END-IF
                WHEN 'J'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELCATRA' TO WS-CMD
                     PERFORM P150-EXECUTAR THRU P150-EXIT
                  END-IF
                WHEN 'K'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> CONSENTIMENTOS LGPD <<<<<'
                          TO WS-MENSAGEM
                     CALL 'CADCONSN' USING WS-AREA
                  END-IF
                WHEN 'L'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELACESS' TO WS-CMD
                     PERFORM P150-EXECUTAR THRU P150-EXIT
                  END-IF
                WHEN OTHER
                  PERFORM P999-TERMINO THRU P999-EXIT
            END-EVALUATE
       P100-EXIT.
            EXIT.

      * >>> DISPARA OS JOBS DA CAIXA DE SAIDA, NOS MOLDES DO MENBATCH
       S150 SECTION.
       P150-EXECUTAR.
            DISPLAY 'DISPARANDO JOB: ' WS-CMD
            CALL 'SYSTEM' USING WS-CMD
            DISPLAY 'JOB ' WS-CMD ' FINALIZADO'.
       P150-EXIT.
            EXIT.


      * >>> CONFERE O NIVEL DO OPERADOR DA SESSAO (SESSOPER) CONTRA O
      * >>> NIVEL EXIGIDO PELA OPCAO ESCOLHIDA (1=CONSULTA, 2=CADASTRO,
