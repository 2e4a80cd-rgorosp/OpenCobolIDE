      *          (R)EJEITAR DEVOLVE COM O MOTIVO AO SOLICITANTE.
      *          OPERACAO RESTRITA A SUPERVISOR DO SUBSISTEMA DO
      *          PEDIDO (CONTATOS OU ALUNOS)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - ANTES DE APLICAR, CONFERE SE O VALOR ATUAL
      *         DO MESTRE AINDA E O AP-VALOR-ANTES DO PEDIDO; SE O DADO
      *         MUDOU DEPOIS DO PEDIDO, ELE E REJEITADO COMO
      *         DESATUALIZADO. PEDIDO VENCIDO PELO APRVENCE ('E') NAO
      *         APARECE NA FILA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRPEND.
           03 WS-APLICADO        PIC X(01) VALUE 'N'.
           03 WS-R-APROVADOS     PIC 9(03) VALUE ZEROS.
           03 WS-R-REJEITADOS    PIC 9(03) VALUE ZEROS.
           03 WS-R-DESATUALIZ    PIC 9(03) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR (SESSOPER)
           03 WS-JR-DEPOIS        PIC X(135) VALUE SPACES.
           03 WS-JR-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'APRPEND' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001SW
                WHEN OTHER
                  DISPLAY 'ARQUIVO DO PEDIDO DESCONHECIDO!'
            END-EVALUATE
            IF WS-APLICADO = 'D'
               PERFORM P290-DESATUALIZADO THRU P290-EXIT
               GO TO P200-EXIT
            END-IF
            IF WS-APLICADO = 'N'
               GO TO P200-EXIT
            END-IF
                      DISPLAY 'CONTATO DO PEDIDO NAO EXISTE MAIS!'
                      GO TO P220-EXIT
            END-READ
            IF NM-CONTATO NOT = AP-VALOR-ANTES
               DISPLAY 'VALOR ATUAL DO CONTATO: ' NM-CONTATO
               MOVE 'D' TO WS-APLICADO
               GO TO P220-EXIT
            END-IF
            MOVE REG-CONTATOS      TO WS-JR-ANTES
            MOVE AP-VALOR-NOVO(1:20) TO NM-CONTATO
            REWRITE REG-CONTATOS
                      DISPLAY 'ALUNO DO PEDIDO NAO EXISTE MAIS!'
                      GO TO P250-EXIT
            END-READ
            IF NM-ALUNO NOT = AP-VALOR-ANTES
               DISPLAY 'VALOR ATUAL DO ALUNO..: ' NM-ALUNO
               MOVE 'D' TO WS-APLICADO
               GO TO P250-EXIT
            END-IF
            MOVE REG-CFP001S1      TO WS-JR-ANTES
            MOVE AP-VALOR-NOVO(1:20) TO NM-ALUNO
            REWRITE REG-CFP001S1
       P250-EXIT.
            EXIT.

      * >>> O MESTRE MUDOU DEPOIS DO PEDIDO: APROVAR AGORA DESFARIA A
      * >>> ALTERACAO MAIS RECENTE - O PEDIDO E REJEITADO SEM APLICAR
       P290-DESATUALIZADO.
            SET PEDIDO-REJEITADO TO TRUE
            MOVE WS-SS-OPERADOR  TO AP-OPER-DECISAO
            MOVE 'DESATUALIZADO - VALOR ATUAL DIFERE DO PEDIDO'
                 TO AP-MOTIVO
            REWRITE REG-CFP001SW
            END-REWRITE
            IF WS-FS-APR NOT = 00
               MOVE WS-FS-APR                      TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001SW' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-DESATUALIZ
            DISPLAY 'VALOR MUDOU DEPOIS DO PEDIDO - PEDIDO REJEITADO'
                    ' COMO DESATUALIZADO!'.
       P290-EXIT.
            EXIT.

       S300 SECTION.
       P300-REJEITAR.
            DISPLAY 'DIGITE O MOTIVO DA REJEICAO: '
            DISPLAY '--------------------------------------'
            DISPLAY ' PEDIDOS APROVADOS.: ' WS-R-APROVADOS
            DISPLAY ' PEDIDOS REJEITADOS: ' WS-R-REJEITADOS
            DISPLAY ' DESATUALIZADOS....: ' WS-R-DESATUALIZ
            DISPLAY '--------------------------------------'
            MOVE 'APRPEND ' TO WS-LG-PROGRAMA
            MOVE 'PEDIDOS DECIDID' TO WS-LG-CONTADOR
            ADD WS-R-APROVADOS WS-R-REJEITADOS WS-R-DESATUALIZ
                GIVING WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
