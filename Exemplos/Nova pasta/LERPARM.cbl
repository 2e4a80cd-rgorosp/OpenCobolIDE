      *          CADEIA NOTURNA AGENDA RELATORIOS POR TURMA SEM
      *          OPERADOR E A COORDENACAO PEDE RECORTES SEM MEXER EM
      *          PROGRAMA
      * Update: 15-10-26 - ACEITA A LINHA CPF=COMPLETO, LIDA PELO
      *         MASCCPF PARA LIBERAR O CPF INTEGRAL NO BATCH
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LERPARM.
                  MOVE WS-VALOR(1:1) TO LK-TERMO
                WHEN 'SAIDA     '
                  MOVE WS-VALOR(1:50) TO LK-SAIDA
                WHEN 'CPF       '
                  CONTINUE
                WHEN OTHER
                  MOVE 'PARAMETRO DESCONHECIDO NO CARTAO'
                       TO LK-MENSAGEM
