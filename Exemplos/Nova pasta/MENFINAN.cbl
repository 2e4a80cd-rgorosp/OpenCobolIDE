      *         CONFERE O NIVEL DO OPERADOR DA SESSAO (SESSOPER)
      *         CONTRA O NIVEL EXIGIDO PELA OPCAO (1=CONSULTA,
      *         2=CADASTRO, 3=SUPERVISOR) E RECUSA SEM AUTORIZACAO
      * Update: 15-10-26 - OPCAO R DISPARA O REAJUSTE ANUAL DA TABELA
      *         DE MENSALIDADES (REAJMENS), NIVEL SUPERVISOR
      * Update: 15-10-26 - OPCAO B EMITE OS BOLETOS DAS COBRANCAS EM
      *         ABERTO COM NOSSO NUMERO (GERBOLET)
      * Update: 15-10-26 - OPCOES P (EXPORTAR COBRANCAS PIX, EXPPIX) E
      *         L (PROCESSAR LIQUIDACOES PIX, RETPIX)
      * Update: 15-10-26 - OPCOES N (LOTE DE RPS DA NFS-E, GERRPS) E V
      *         (RETORNO DA PREFEITURA, RETNFSE)
      * Update: 15-10-26 - OPCAO A NEGATIVA OS DEVEDORES NO BIRO DE
      *         CREDITO E BAIXA OS JA PAGOS (NEGATIVA)
      * Update: 15-10-26 - OPCAO O CONCILIA O EXTRATO BANCARIO COM OS
      *         RECEBIMENTOS E CHEQUES (CONCBANC)
      * Update: 15-10-26 - OPCAO J PROJETA O FLUXO DE CAIXA DOS
      *         PROXIMOS MESES (PROJFLUX)
      * Update: 15-10-26 - OPCOES K (CONTAS A PAGAR DE FORNECEDORES,
      *         CADPAGAR) E Y (RELATORIO DE TITULOS A PAGAR, RELPAGAR)
      * Update: 15-10-26 - OPCOES U (ORCAMENTO ANUAL DE RECEITA,
      *         CADORCAM) E W (ORCADO X REALIZADO, RELORCAM)
      * Update: 15-10-26 - OPCAO H QUITA A ANUIDADE ANTECIPADA COM
      *         DESCONTO (ANUIDADE)
      * Update: 15-10-26 - OPCAO M MANTEM AS CARTEIRAS BANCARIAS POR
      *         UNIDADE (CADCARTB) USADAS NA REMESSA E NO RETORNO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENFINAN.
            DISPLAY " <D> - DECLARACAO ANUAL DE PAGAMENTOS (DECLPAGT)"
            DISPLAY " <G> - GERAR CARTAS DE COBRANCA (GERCARTA)"
            DISPLAY " <X> - EXPORTAR LANCTOS P/ CONTABIL (EXPCONTA)"
            DISPLAY " <R> - REAJUSTE ANUAL DE MENSALIDADES (REAJMENS)"
            DISPLAY " <B> - EMITIR BOLETOS DAS COBRANCAS (GERBOLET)"
            DISPLAY " <P> - EXPORTAR COBRANCAS PIX (EXPPIX)"
            DISPLAY " <L> - PROCESSAR LIQUIDACOES PIX (RETPIX)"
            DISPLAY " <N> - GERAR LOTE DE RPS DA NFS-E (GERRPS)"
            DISPLAY " <V> - RETORNO DA NFS-E DA PREFEITURA (RETNFSE)"
            DISPLAY " <A> - NEGATIVACAO NO BIRO DE CREDITO (NEGATIVA)"
            DISPLAY " <O> - CONCILIACAO DO EXTRATO BANCARIO (CONCBANC)"
            DISPLAY " <J> - PROJECAO DO FLUXO DE CAIXA (PROJFLUX)"
            DISPLAY " <K> - CONTAS A PAGAR DE FORNECEDORES"
            DISPLAY " <Y> - RELATORIO DE TITULOS A PAGAR (RELPAGAR)"
            DISPLAY " <U> - ORCAMENTO ANUAL DE RECEITA"
            DISPLAY " <W> - ORCADO X REALIZADO (RELORCAM)"
            DISPLAY " <H> - ANUIDADE ANTECIPADA COM DESCONTO"
            DISPLAY " <M> - CARTEIRAS BANCARIAS POR UNIDADE"
            DISPLAY " <?> - QUALQUER TECLA SAIR"
            DISPLAY "-------------------------------------"
            MOVE SPACES TO WS-OPCAO
                     MOVE 'EXPCONTA' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'R'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'REAJMENS' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'B'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'GERBOLET' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'P'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'EXPPIX' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'L'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RETPIX' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'N'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'GERRPS' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'V'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RETNFSE' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'A'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'NEGATIVA' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'O'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'CONCBANC' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'J'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'PROJFLUX' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'K'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> CONTAS A PAGAR <<<<<'   TO WS-MENSAGEM
                     CALL 'CADPAGAR' USING WS-AREA
                  END-IF
                WHEN 'Y'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELPAGAR' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'U'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> ORCAMENTO ANUAL <<<<<'  TO WS-MENSAGEM
                     CALL 'CADORCAM' USING WS-AREA
                  END-IF
                WHEN 'W'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE 'RELORCAM' TO WS-CMD
                     PERFORM P100-EXECUTAR THRU P100-EXIT
                  END-IF
                WHEN 'H'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> ANUIDADE ANTECIPADA <<<<<'
                          TO WS-MENSAGEM
                     CALL 'ANUIDADE' USING WS-AREA
                  END-IF
                WHEN 'M'
                  MOVE '3' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> CARTEIRAS BANCARIAS <<<<<'
                          TO WS-MENSAGEM
                     CALL 'CADCARTB' USING WS-AREA
                  END-IF
                WHEN OTHER
                  PERFORM P999-TERMINO THRU P999-EXIT
            END-EVALUATE
