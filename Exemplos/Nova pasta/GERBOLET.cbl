      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: EMISSAO DE BOLETOS DE COBRANCA - PERCORRE AS
      *          COBRANCAS EM ABERTO (CFP001SF) DA COMPETENCIA
      *          INFORMADA (000000 = TODAS) E EMITE UM BOLETO POR
      *          COBRANCA PARA ENVIO AS FAMILIAS. A COBRANCA SEM NOSSO
      *          NUMERO RECEBE O PROXIMO DA SEQUENCIA (NOSSOSEQ.DAT,
      *          NOS MOLDES DO RECIBSEQ.DAT) COM DIGITO MODULO 11,
      *          GRAVADO NA PROPRIA COBRANCA (CB-NOSSO-NUMERO) E NO
      *          CADASTRO DE BOLETOS (BOLETOS.DAT), QUE O RETBANCO USA
      *          PARA ACHAR A COBRANCA PELO NOSSO NUMERO. REEMISSAO
      *          MANTEM O NUMERO E ATUALIZA VALOR E LINHA DIGITAVEL.
      *          CODIGO DE BARRAS NO PADRAO FEBRABAN (44 POSICOES, DV
      *          GERAL MODULO 11) E LINHA DIGITAVEL COM OS DV MODULO 10
      *          DOS TRES CAMPOS; BANCO, AGENCIA, CONTA, CARTEIRA E
      *          CEDENTE VEM DO BANCOPAR.DAT (SEM ARQUIVO, VALEM OS
      *          PADROES DE WORKING-STORAGE). AS INSTRUCOES DE MULTA E
      *          JUROS SAO AS DO CALCJURO. O BOLETO COBRA O SALDO EM
      *          ABERTO, COMO O REMBANCO. SAIDA COM TIMESTAMP
      *          REGISTRADA NO RELCATAL
      *
      *          LAYOUT DO BANCOPAR.DAT:
      *            01 BANCO          9(03)
      *            04 AGENCIA        9(04)
      *            08 CONTA          9(08)
      *            16 CARTEIRA       9(03)
      *            19 CEDENTE        X(30)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - BOLETO PELA CARTEIRA BANCARIA DO ALUNO
      *         (CARTEIRA.DAT, CADCARTB), COM A MESMA REGRA DO
      *         REMBANCO: A CARTEIRA PRINCIPAL ATIVA DA UNIDADE DO
      *         ALUNO (UN-ALUNO) OU, NA FALTA, A CARTEIRA PADRAO
      *         (UNIDADE EM BRANCO). BANCO, AGENCIA, CONTA (SO OS
      *         DIGITOS, NAS 8 POSICOES DO CAMPO LIVRE) E CODIGO DA
      *         CARTEIRA VAO PARA O CODIGO DE BARRAS, A LINHA DIGITAVEL
      *         E O CEDENTE IMPRESSO. COBRANCA SEM CARTEIRA NAO TEM
      *         BOLETO (O REMBANCO TAMBEM A DEIXA FORA DA REMESSA), E
      *         CONTADA NO RESUMO E ENCERRA COM CODIGO 4. SEM CARTEIRAS
      *         CADASTRADAS VALE O BANCOPAR.DAT COMO ANTES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERBOLET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001T2 ASSIGN TO "C:/ARQUIVOS/BOLETOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BL-NOSSO-NUMERO
                  FILE STATUS  IS WS-FS-BOL
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SL ASSIGN TO "C:/ARQUIVOS/RESPALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RL-CHAVE
                  ALTERNATE RECORD KEY IS RL-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RSP.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT CFP001X9 ASSIGN TO "C:/ARQUIVOS/CARTEIRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CT-CODIGO
                  FILE STATUS  IS WS-FS-CAR.
           SELECT ARQ-SEQUENCIA ASSIGN TO "C:/ARQUIVOS/NOSSOSEQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-SEQ.
           SELECT ARQ-BANCO ASSIGN TO "C:/ARQUIVOS/BANCOPAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-BCO.
           SELECT REL-BOLETO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001T2.
           COPY REGBOLET.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  CFP001X9.
           COPY REGCARTB.
       FD  ARQ-SEQUENCIA.
       01  SEQ-REG               PIC 9(09).
       FD  ARQ-BANCO.
       01  BCO-REG.
           03 BCO-NUMERO         PIC 9(03).
           03 BCO-AGENCIA        PIC 9(04).
           03 BCO-CONTA          PIC 9(08).
           03 BCO-CARTEIRA       PIC 9(03).
           03 BCO-CEDENTE        PIC X(30).
       FD  REL-BOLETO.
       01  REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-BOL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-BCO          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAR          PIC 9(02) VALUE ZEROS.
           03 WS-FIM-CAR         PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-MES         PIC 9(06) VALUE ZEROS.
           03 WS-DT-EMISSAO      PIC 9(08) VALUE ZEROS.
           03 WS-VL-SALDO        PIC 9(05)V99 VALUE ZEROS.
           03 WS-NR-SEQUENCIA    PIC 9(09) VALUE ZEROS.
           03 WS-DIAS-BASE       PIC S9(07) VALUE ZEROS.
           03 WS-QUOCIENTE       PIC 9(07) VALUE ZEROS.
           03 WS-FIM-RSP         PIC X(01) VALUE 'N'.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * >>> PARAMETROS DO BANCO (PADRAO SEM BANCOPAR.DAT)
       01  WS-BANCO.
           03 WS-BC-NUMERO       PIC 9(03) VALUE 001.
           03 WS-BC-AGENCIA      PIC 9(04) VALUE 0001.
           03 WS-BC-CONTA        PIC 9(08) VALUE 00000001.
           03 WS-BC-CARTEIRA     PIC 9(03) VALUE 017.
           03 WS-BC-CEDENTE      PIC X(30) VALUE 'ESCOLA CADASTRO'.

      * >>> CARTEIRAS PRINCIPAIS ATIVAS (MESMA TABELA DO REMBANCO)
       01  WS-TAB-CARTEIRA.
           03 WS-CART-OCC OCCURS 99 TIMES
                          INDEXED BY WS-CX WS-CX-BUSCA.
              05 WS-CART-COD      PIC 9(02).
              05 WS-CART-UNIDADE  PIC X(03).
              05 WS-CART-BANCO    PIC 9(03).
              05 WS-CART-AGENCIA  PIC 9(04).
              05 WS-CART-CONTA    PIC X(10).
       77  WS-QTD-CARTEIRAS       PIC 9(02) VALUE ZEROS.
       77  WS-CART-ALUNO          PIC 9(02) VALUE ZEROS.

      * >>> CEDENTE DO BOLETO EM EMISSAO: A CARTEIRA DO ALUNO OU, SEM
      * >>> CARTEIRAS CADASTRADAS, OS PARAMETROS DO BANCO
       01  WS-CEDENTE.
           03 WS-CD-BANCO        PIC 9(03) VALUE ZEROS.
           03 WS-CD-AGENCIA      PIC 9(04) VALUE ZEROS.
           03 WS-CD-CONTA        PIC 9(08) VALUE ZEROS.
           03 WS-CD-CONTA-IMP    PIC X(10) VALUE SPACES.
           03 WS-CD-CARTEIRA     PIC 9(03) VALUE ZEROS.
           03 WS-CD-CONTA-NUM    PIC 9(10) VALUE ZEROS.
           03 WS-CD-POS          PIC 9(02) VALUE ZEROS.
           03 WS-CD-DIGITO       PIC 9(01) VALUE ZEROS.

      * >>> NOSSO NUMERO: SEQUENCIA DE 9 DIGITOS + DV MODULO 11
       01  WS-NOSSO-NUMERO.
           03 WS-NN-SEQUENCIA    PIC 9(09).
           03 WS-NN-DV           PIC 9(01).
       01  WS-NOSSO-NUMERO-R REDEFINES WS-NOSSO-NUMERO
                                 PIC 9(10).

      * >>> CODIGO DE BARRAS FEBRABAN - 44 POSICOES
       01  WS-BARRAS.
           03 WS-BR-BANCO        PIC 9(03).
           03 WS-BR-MOEDA        PIC 9(01).
           03 WS-BR-DV           PIC 9(01).
           03 WS-BR-FATOR        PIC 9(04).
           03 WS-BR-VALOR        PIC 9(08)V99.
           03 WS-BR-LIVRE.
              05 WS-BR-AGENCIA   PIC 9(04).
              05 WS-BR-CONTA     PIC 9(08).
              05 WS-BR-CARTEIRA  PIC 9(03).
              05 WS-BR-NOSSO-NR  PIC 9(10).
       01  WS-BARRAS-X REDEFINES WS-BARRAS
                                 PIC X(44).

      * >>> LINHA DIGITAVEL - 5 CAMPOS (54 POSICOES COM SEPARADORES)
       01  WS-LINHA-DIGITAVEL.
           03 WS-LD-CAMPO1A      PIC X(05).
           03 FILLER             PIC X(01) VALUE '.'.
           03 WS-LD-CAMPO1B      PIC X(05).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-LD-CAMPO2A      PIC X(05).
           03 FILLER             PIC X(01) VALUE '.'.
           03 WS-LD-CAMPO2B      PIC X(06).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-LD-CAMPO3A      PIC X(05).
           03 FILLER             PIC X(01) VALUE '.'.
           03 WS-LD-CAMPO3B      PIC X(06).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-LD-CAMPO4       PIC X(01).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-LD-CAMPO5       PIC X(14).
       01  WS-LD-TRABALHO        PIC X(11) VALUE SPACES.

      * >>> CALCULO DOS DIGITOS VERIFICADORES (MODULOS 10 E 11)
       01  WS-CALCULO.
           03 WS-CALC-CAMPO      PIC X(43) VALUE SPACES.
           03 WS-CALC-TAM        PIC 9(02) VALUE ZEROS.
           03 WS-CALC-POS        PIC 9(02) VALUE ZEROS.
           03 WS-CALC-DIGITO     PIC 9(01) VALUE ZEROS.
           03 WS-CALC-PESO       PIC 9(02) VALUE ZEROS.
           03 WS-CALC-PRODUTO    PIC 9(03) VALUE ZEROS.
           03 WS-CALC-SOMA       PIC 9(05) VALUE ZEROS.
           03 WS-CALC-QUOC       PIC 9(05) VALUE ZEROS.
           03 WS-CALC-RESTO      PIC 9(02) VALUE ZEROS.
           03 WS-CALC-DV         PIC 9(02) VALUE ZEROS.

      * >>> DADOS DO SACADO (RESPONSAVEL FINANCEIRO OU O PROPRIO ALUNO)
       01  WS-SACADO.
           03 WS-SC-NOME         PIC X(20) VALUE SPACES.
           03 WS-SC-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-SC-LOGRADOURO   PIC X(30) VALUE SPACES.
           03 WS-SC-NUMERO       PIC X(06) VALUE SPACES.
           03 WS-SC-BAIRRO       PIC X(20) VALUE SPACES.
           03 WS-SC-CIDADE       PIC X(20) VALUE SPACES.
           03 WS-SC-UF           PIC X(02) VALUE SPACES.
           03 WS-SC-CEP          PIC 9(08) VALUE ZEROS.
           03 WS-NM-ALUNO        PIC X(20) VALUE SPACES.

      * >>> CAMPOS EDITADOS DO BOLETO
       01  WS-EDICAO.
           03 WS-ED-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           03 WS-ED-MULTA        PIC ZZ.ZZ9,99.
           03 WS-ED-JUROS        PIC ZZ.ZZ9,99.
           03 WS-ED-DATA.
              05 WS-ED-DIA       PIC 9(02).
              05 FILLER          PIC X(01) VALUE '/'.
              05 WS-ED-MES       PIC 9(02).
              05 FILLER          PIC X(01) VALUE '/'.
              05 WS-ED-ANO       PIC 9(04).
           03 WS-ED-EMISSAO      PIC X(10).
       01  WS-DATA-AUX           PIC 9(08) VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO         PIC 9(04).
           03 WS-AUX-MES         PIC 9(02).
           03 WS-AUX-DIA         PIC 9(02).

      * >>> CONTADORES
       01  WS-CONTADORES.
           03 WS-R-LIDOS         PIC 9(06) VALUE ZEROS.
           03 WS-R-EMITIDOS      PIC 9(06) VALUE ZEROS.
           03 WS-R-NUMERADOS     PIC 9(06) VALUE ZEROS.
           03 WS-R-REEMITIDOS    PIC 9(06) VALUE ZEROS.
           03 WS-R-SEM-CART      PIC 9(06) VALUE ZEROS.
           03 WS-VL-SEM-CART     PIC 9(09)V99 VALUE ZEROS.
           03 WS-VL-TOTAL        PIC 9(09)V99 VALUE ZEROS.

      * AREA DE COMUNICACAO COM O CALCULO DE MULTA E JUROS (CALCJURO)
       01  WS-JUROS-AREA.
           03 WS-JR-VALOR-BASE    PIC 9(05)V99 VALUE ZEROS.
           03 WS-JR-DT-VENCIMENTO PIC 9(08) VALUE ZEROS.
           03 WS-JR-DT-PAGAMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-JR-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
           03 WS-JR-VL-MULTA      PIC 9(05)V99 VALUE ZEROS.
           03 WS-JR-VL-JUROS      PIC 9(05)V99 VALUE ZEROS.
           03 WS-JR-VL-DEVIDO     PIC 9(07)V99 VALUE ZEROS.
           03 WS-JR-MENSAGEM      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O JORNAL DOS MESTRES (JORNMAST)
       01  WS-JORNAL-AREA.
           03 WS-JR-ARQUIVO      PIC X(08) VALUE SPACES.
           03 WS-JR-OPERACAO     PIC X(01) VALUE SPACES.
           03 WS-JR-ANTES        PIC X(135) VALUE SPACES.
           03 WS-JR-DEPOIS       PIC X(135) VALUE SPACES.
           03 WS-JR-MENSAGEM     PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
           03 WS-FSTAT-DESCRICAO  PIC X(40) VALUE SPACES.
           03 WS-FSTAT-SEVERIDADE PIC X(01) VALUE SPACES.

      * AREA DE COMUNICACAO COM O JORNAL CENTRAL DE ERROS
       01  WS-ERRLOG-AREA.
           03 WS-EL-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-EL-CODIGO        PIC X(02) VALUE SPACES.
           03 WS-EL-SEVERIDADE    PIC X(01) VALUE SPACES.
           03 WS-EL-MENSAGEM      PIC X(35) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM A SUBROTINA DE TOTAIS DO DIA
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.
       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA GERBOLET - INICIADO'
            DISPLAY 'COMPETENCIA DOS BOLETOS (AAAAMM, 000000 = TODAS): '
            ACCEPT WS-ANO-MES
            PERFORM UNTIL WS-ANO-MES IS NUMERIC
               DISPLAY 'COMPETENCIA INVALIDA! DIGITE AAAAMM: '
               ACCEPT WS-ANO-MES
            END-PERFORM
            PERFORM P050-ABRIR
            PERFORM P060-PARAMETROS THRU P060-EXIT
            PERFORM P100-PROCESSA THRU P100-EXIT
                    UNTIL WS-FS-COB = 10
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'GERBOLET' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'COBRANCA' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-COBRANCA TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SF TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE WS-DATA-GERACAO(1:8)  TO WS-DT-EMISSAO
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/BOLETO_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN I-O CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001T2
            IF WS-FS-BOL = 35 THEN
               OPEN OUTPUT CFP001T2
               CLOSE CFP001T2
               OPEN I-O CFP001T2
            END-IF
            IF WS-FS-BOL NOT = 00
               MOVE WS-FS-BOL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM VINCULOS OU CONTATOS O SACADO E O PROPRIO ALUNO
            OPEN INPUT CFP001SL
            OPEN INPUT CONTATOS

            OPEN OUTPUT REL-BOLETO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-BOLETO'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> PARAMETROS DO BANCO E ULTIMO NOSSO NUMERO EMITIDO
       S060 SECTION.
       P060-PARAMETROS.
            OPEN INPUT ARQ-BANCO
            IF WS-FS-BCO = 00
               READ ARQ-BANCO
                    AT END
                         CONTINUE
                    NOT AT END
                         IF BCO-NUMERO IS NUMERIC
                            AND BCO-AGENCIA IS NUMERIC
                            AND BCO-CONTA IS NUMERIC
                            AND BCO-CARTEIRA IS NUMERIC
                            MOVE BCO-NUMERO   TO WS-BC-NUMERO
                            MOVE BCO-AGENCIA  TO WS-BC-AGENCIA
                            MOVE BCO-CONTA    TO WS-BC-CONTA
                            MOVE BCO-CARTEIRA TO WS-BC-CARTEIRA
                            MOVE BCO-CEDENTE  TO WS-BC-CEDENTE
                         END-IF
               END-READ
               CLOSE ARQ-BANCO
            END-IF
            PERFORM P065-CARREGA-CARTEIRAS THRU P065-EXIT

            MOVE ZEROS TO WS-NR-SEQUENCIA
            OPEN INPUT ARQ-SEQUENCIA
            IF WS-FS-SEQ = 00
               READ ARQ-SEQUENCIA
                    AT END
                         CONTINUE
                    NOT AT END
                         IF SEQ-REG IS NUMERIC
                            MOVE SEQ-REG TO WS-NR-SEQUENCIA
                         END-IF
               END-READ
               CLOSE ARQ-SEQUENCIA
            END-IF

            MOVE WS-DT-EMISSAO   TO WS-DATA-AUX
            PERFORM P590-EDITA-DATA THRU P590-EXIT
            MOVE WS-ED-DATA      TO WS-ED-EMISSAO.
       P060-EXIT.
            EXIT.

      * >>> CARREGA AS CARTEIRAS PRINCIPAIS ATIVAS; SEM CARTEIRA.DAT
      * >>> (OU SEM PRINCIPAL ATIVA) O BOLETO SAI PELO BANCOPAR.DAT
       P065-CARREGA-CARTEIRAS.
            MOVE ZEROS TO WS-QTD-CARTEIRAS
            OPEN INPUT CFP001X9
            IF WS-FS-CAR NOT = 00
               DISPLAY 'SEM CADASTRO DE CARTEIRAS - BOLETO PELO'
                       ' BANCOPAR.DAT'
               GO TO P065-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-CAR
            PERFORM P067-LER-CARTEIRA THRU P067-EXIT
                    UNTIL WS-FIM-CAR = 'S'
            CLOSE CFP001X9
            IF WS-QTD-CARTEIRAS = ZEROS
               DISPLAY 'NENHUMA CARTEIRA PRINCIPAL ATIVA - BOLETO PELO'
                       ' BANCOPAR.DAT'
            END-IF.
       P065-EXIT.
            EXIT.

       P067-LER-CARTEIRA.
            READ CFP001X9
                 AT END
                      MOVE 'S' TO WS-FIM-CAR
                      GO TO P067-EXIT
            END-READ
            IF CARTEIRA-INATIVA OR NOT CARTEIRA-PRINCIPAL
               GO TO P067-EXIT
            END-IF
            IF WS-QTD-CARTEIRAS NOT < 99
               GO TO P067-EXIT
            END-IF
            ADD 1 TO WS-QTD-CARTEIRAS
            SET WS-CX TO WS-QTD-CARTEIRAS
            INITIALIZE WS-CART-OCC(WS-CX)
            MOVE CT-CODIGO   TO WS-CART-COD(WS-CX)
            MOVE CT-UNIDADE  TO WS-CART-UNIDADE(WS-CX)
            MOVE CT-BANCO    TO WS-CART-BANCO(WS-CX)
            MOVE CT-AGENCIA  TO WS-CART-AGENCIA(WS-CX)
            MOVE CT-CONTA    TO WS-CART-CONTA(WS-CX).
       P067-EXIT.
            EXIT.

       S100 SECTION.
       P100-PROCESSA.
            READ CFP001SF NEXT RECORD
            IF WS-FS-COB NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SF'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-COB = 10
               GO TO P100-EXIT
            END-IF
            ADD 1 TO WS-R-LIDOS
            IF NOT COBRANCA-ABERTA
               GO TO P100-EXIT
            END-IF
            IF WS-ANO-MES NOT = ZEROS
               AND CB-ANO-MES NOT = WS-ANO-MES
               GO TO P100-EXIT
            END-IF
      * >>> O BOLETO COBRA SO O SALDO, NUNCA O LIQUIDO CHEIO
            COMPUTE WS-VL-SALDO = CB-VALOR-LIQUIDO - CB-VALOR-PAGO
            IF WS-VL-SALDO NOT > ZEROS
               GO TO P100-EXIT
            END-IF

      * >>> O BOLETO SAI PELA CARTEIRA EM QUE O REMBANCO REMETE A
      * >>> COBRANCA; SEM CARTEIRA ELA NAO VAI AO BANCO E FICA SEM
      * >>> BOLETO
            PERFORM P150-CEDENTE THRU P150-EXIT
            IF WS-QTD-CARTEIRAS > ZEROS AND WS-CART-ALUNO = ZEROS
               ADD 1           TO WS-R-SEM-CART
               ADD WS-VL-SALDO TO WS-VL-SEM-CART
               DISPLAY 'AVISO: UNIDADE ' UN-ALUNO ' SEM CARTEIRA -'
                       ' ALUNO ' CB-ID-ALUNO ' COMPET ' CB-ANO-MES
                       ' SEM BOLETO'
               GO TO P100-EXIT
            END-IF

            IF CB-NOSSO-NUMERO IS NOT NUMERIC
               OR CB-NOSSO-NUMERO = ZEROS
               PERFORM P300-NUMERAR THRU P300-EXIT
            ELSE
               ADD 1 TO WS-R-REEMITIDOS
            END-IF
            PERFORM P400-CODIGO-BARRAS THRU P400-EXIT
            PERFORM P450-LINHA-DIGITAVEL THRU P450-EXIT
            PERFORM P480-GRAVA-BOLETO THRU P480-EXIT
            PERFORM P200-SACADO THRU P200-EXIT
            PERFORM P500-IMPRIME THRU P500-EXIT
            ADD 1           TO WS-R-EMITIDOS
            ADD WS-VL-SALDO TO WS-VL-TOTAL.
       P100-EXIT.
            EXIT.

      * >>> CEDENTE DO BOLETO: SEM CARTEIRAS, OS PARAMETROS DO BANCO;
      * >>> COM ELAS, A CARTEIRA DO ALUNO PELA REGRA DO REMBANCO
       S150 SECTION.
       P150-CEDENTE.
            MOVE ZEROS TO WS-CART-ALUNO
            IF WS-QTD-CARTEIRAS = ZEROS
               MOVE WS-BC-NUMERO   TO WS-CD-BANCO
               MOVE WS-BC-AGENCIA  TO WS-CD-AGENCIA
               MOVE WS-BC-CONTA    TO WS-CD-CONTA
               MOVE WS-BC-CONTA    TO WS-CD-CONTA-IMP
               MOVE WS-BC-CARTEIRA TO WS-CD-CARTEIRA
               GO TO P150-EXIT
            END-IF
            MOVE CB-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE SPACES TO UN-ALUNO
            END-READ
            PERFORM P155-CARTEIRA-DO-ALUNO THRU P155-EXIT
            IF WS-CART-ALUNO = ZEROS
               GO TO P150-EXIT
            END-IF
            MOVE WS-CART-BANCO(WS-CX)   TO WS-CD-BANCO
            MOVE WS-CART-AGENCIA(WS-CX) TO WS-CD-AGENCIA
            MOVE WS-CART-CONTA(WS-CX)   TO WS-CD-CONTA-IMP
            MOVE WS-CART-COD(WS-CX)     TO WS-CD-CARTEIRA
      * >>> CONTA DO CADASTRO E ALFANUMERICA (PODE TER TRACO E DV):
      * >>> NO CAMPO LIVRE ENTRAM SO OS DIGITOS, ALINHADOS A DIREITA
            MOVE ZEROS TO WS-CD-CONTA-NUM
            PERFORM VARYING WS-CD-POS FROM 1 BY 1
                    UNTIL WS-CD-POS > 10
               IF WS-CD-CONTA-IMP(WS-CD-POS:1) IS NUMERIC
                  MOVE WS-CD-CONTA-IMP(WS-CD-POS:1) TO WS-CD-DIGITO
                  COMPUTE WS-CD-CONTA-NUM =
                          WS-CD-CONTA-NUM * 10 + WS-CD-DIGITO
               END-IF
            END-PERFORM
            MOVE WS-CD-CONTA-NUM TO WS-CD-CONTA.
       P150-EXIT.
            EXIT.

      * >>> CARTEIRA DO ALUNO: A PRINCIPAL DA SUA UNIDADE OU, NA FALTA,
      * >>> A PADRAO (UNIDADE EM BRANCO); ZEROS = SEM CARTEIRA. WS-CX
      * >>> FICA NA LINHA DA CARTEIRA ACHADA
       P155-CARTEIRA-DO-ALUNO.
            PERFORM VARYING WS-CX-BUSCA FROM 1 BY 1
                    UNTIL WS-CX-BUSCA > WS-QTD-CARTEIRAS
                       OR WS-CART-ALUNO NOT = ZEROS
               IF WS-CART-UNIDADE(WS-CX-BUSCA) = UN-ALUNO
                  MOVE WS-CART-COD(WS-CX-BUSCA) TO WS-CART-ALUNO
                  SET WS-CX TO WS-CX-BUSCA
               END-IF
            END-PERFORM
            IF WS-CART-ALUNO NOT = ZEROS OR UN-ALUNO = SPACES
               GO TO P155-EXIT
            END-IF
            PERFORM VARYING WS-CX-BUSCA FROM 1 BY 1
                    UNTIL WS-CX-BUSCA > WS-QTD-CARTEIRAS
                       OR WS-CART-ALUNO NOT = ZEROS
               IF WS-CART-UNIDADE(WS-CX-BUSCA) = SPACES
                  MOVE WS-CART-COD(WS-CX-BUSCA) TO WS-CART-ALUNO
                  SET WS-CX TO WS-CX-BUSCA
               END-IF
            END-PERFORM.
       P155-EXIT.
            EXIT.

      * >>> SACADO E O RESPONSAVEL FINANCEIRO ('RF') DO ALUNO NO
      * >>> CFP001SL; SEM VINCULO, O PROPRIO ALUNO
       S200 SECTION.
       P200-SACADO.
            INITIALIZE WS-SACADO
            MOVE CB-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO WS-NM-ALUNO
                 NOT INVALID KEY
                      MOVE NM-ALUNO  TO WS-NM-ALUNO
                      MOVE CPF-ALUNO TO WS-SC-CPF
            END-READ
            MOVE WS-NM-ALUNO TO WS-SC-NOME
            IF WS-FS-RSP NOT = 00 OR WS-FS-CON NOT = 00
               GO TO P200-EXIT
            END-IF

            MOVE 'N'         TO WS-FIM-RSP
            MOVE CB-ID-ALUNO TO RL-ID-ALUNO
            START CFP001SL KEY IS EQUAL RL-ID-ALUNO
                  INVALID KEY
                       GO TO P200-EXIT
            END-START
            PERFORM P210-LER-VINCULO THRU P210-EXIT
                    UNTIL WS-FIM-RSP = 'S'.
       P200-EXIT.
            EXIT.

       P210-LER-VINCULO.
            READ CFP001SL NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-RSP
                      GO TO P210-EXIT
            END-READ
            IF RL-ID-ALUNO NOT = CB-ID-ALUNO
               MOVE 'S' TO WS-FIM-RSP
               GO TO P210-EXIT
            END-IF
            IF NOT RESP-FINANCEIRO
               GO TO P210-EXIT
            END-IF
            MOVE 'S'           TO WS-FIM-RSP
            MOVE RL-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      GO TO P210-EXIT
            END-READ
            MOVE NM-CONTATO     TO WS-SC-NOME
            MOVE CPF-CONTATO    TO WS-SC-CPF
            MOVE LG-CONTATO     TO WS-SC-LOGRADOURO
            MOVE NR-END-CONTATO TO WS-SC-NUMERO
            MOVE BA-CONTATO     TO WS-SC-BAIRRO
            MOVE CI-CONTATO     TO WS-SC-CIDADE
            MOVE UF-CONTATO     TO WS-SC-UF
            MOVE CEP-CONTATO    TO WS-SC-CEP.
       P210-EXIT.
            EXIT.

      * >>> ATRIBUI O PROXIMO NOSSO NUMERO A COBRANCA; A SEQUENCIA E
      * >>> REGRAVADA A CADA NUMERO PARA NUNCA REPETIR NUM REPROCESSO
       S300 SECTION.
       P300-NUMERAR.
            ADD 1 TO WS-NR-SEQUENCIA
            OPEN OUTPUT ARQ-SEQUENCIA
            IF WS-FS-SEQ NOT = 00
               MOVE WS-FS-SEQ                         TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO NOSSOSEQ.DAT'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE WS-NR-SEQUENCIA TO SEQ-REG
            WRITE SEQ-REG
            CLOSE ARQ-SEQUENCIA

            MOVE WS-NR-SEQUENCIA TO WS-NN-SEQUENCIA
            MOVE WS-NN-SEQUENCIA TO WS-CALC-CAMPO
            MOVE 9               TO WS-CALC-TAM
            PERFORM P620-MODULO-11 THRU P620-EXIT
            COMPUTE WS-CALC-DV = 11 - WS-CALC-RESTO
            IF WS-CALC-DV > 9
               MOVE ZEROS TO WS-CALC-DV
            END-IF
            MOVE WS-CALC-DV TO WS-NN-DV

            MOVE REG-CFP001SF      TO WS-JR-ANTES
            MOVE WS-NOSSO-NUMERO-R TO CB-NOSSO-NUMERO
            REWRITE REG-CFP001SF
            END-REWRITE
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001SF'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE REG-CFP001SF TO WS-JR-DEPOIS
            MOVE 'COBRANCA'   TO WS-JR-ARQUIVO
            MOVE 'R'          TO WS-JR-OPERACAO
            CALL 'JORNMAST' USING WS-JORNAL-AREA
            IF WS-JR-MENSAGEM OF WS-JORNAL-AREA NOT = SPACES
               DISPLAY 'AVISO JORNMAST: '
                       WS-JR-MENSAGEM OF WS-JORNAL-AREA
            END-IF
            ADD 1 TO WS-R-NUMERADOS.
       P300-EXIT.
            EXIT.

      * >>> CODIGO DE BARRAS: BANCO, MOEDA 9, DV GERAL, FATOR DE
      * >>> VENCIMENTO, VALOR E CAMPO LIVRE (AGENCIA, CONTA, CARTEIRA
      * >>> E NOSSO NUMERO)
       S400 SECTION.
       P400-CODIGO-BARRAS.
            MOVE WS-CD-BANCO     TO WS-BR-BANCO
            MOVE 9               TO WS-BR-MOEDA
            MOVE ZEROS           TO WS-BR-DV
            PERFORM P410-FATOR THRU P410-EXIT
            MOVE WS-VL-SALDO     TO WS-BR-VALOR
            MOVE WS-CD-AGENCIA   TO WS-BR-AGENCIA
            MOVE WS-CD-CONTA     TO WS-BR-CONTA
            MOVE WS-CD-CARTEIRA  TO WS-BR-CARTEIRA
            MOVE CB-NOSSO-NUMERO TO WS-BR-NOSSO-NR

      * >>> DV GERAL: MODULO 11 SOBRE AS 43 POSICOES SEM A QUINTA;
      * >>> RESULTADO 0, 10 OU 11 VIRA 1
            MOVE SPACES TO WS-CALC-CAMPO
            STRING WS-BARRAS-X(1:4) WS-BARRAS-X(6:39)
                   DELIMITED BY SIZE INTO WS-CALC-CAMPO
            MOVE 43 TO WS-CALC-TAM
            PERFORM P620-MODULO-11 THRU P620-EXIT
            COMPUTE WS-CALC-DV = 11 - WS-CALC-RESTO
            IF WS-CALC-DV = 0 OR WS-CALC-DV > 9
               MOVE 1 TO WS-CALC-DV
            END-IF
            MOVE WS-CALC-DV TO WS-BR-DV.
       P400-EXIT.
            EXIT.

      * >>> FATOR DE VENCIMENTO: DIAS DESDE 07/10/1997; ESGOTADO O
      * >>> 9999 (22/02/2025) O FATOR RECOMECA EM 1000
       P410-FATOR.
            MOVE ZEROS TO WS-BR-FATOR
            IF CB-DT-VENCIMENTO IS NOT NUMERIC
               OR CB-DT-VENCIMENTO < 19971007
               GO TO P410-EXIT
            END-IF
            COMPUTE WS-DIAS-BASE =
                    FUNCTION INTEGER-OF-DATE (CB-DT-VENCIMENTO) -
                    FUNCTION INTEGER-OF-DATE (19971007)
            IF WS-DIAS-BASE < ZEROS
               GO TO P410-EXIT
            END-IF
            IF WS-DIAS-BASE > 9999
               SUBTRACT 10000 FROM WS-DIAS-BASE
               DIVIDE WS-DIAS-BASE BY 9000 GIVING WS-QUOCIENTE
                      REMAINDER WS-DIAS-BASE
               ADD 1000 TO WS-DIAS-BASE
            END-IF
            MOVE WS-DIAS-BASE TO WS-BR-FATOR.
       P410-EXIT.
            EXIT.

      * >>> LINHA DIGITAVEL: TRES CAMPOS COM DV MODULO 10, O DV GERAL
      * >>> E O FATOR + VALOR
       P450-LINHA-DIGITAVEL.
            MOVE SPACES TO WS-CALC-CAMPO
            STRING WS-BARRAS-X(1:4) WS-BARRAS-X(20:5)
                   DELIMITED BY SIZE INTO WS-CALC-CAMPO
            MOVE 9 TO WS-CALC-TAM
            PERFORM P610-MODULO-10 THRU P610-EXIT
            MOVE SPACES TO WS-LD-TRABALHO
            STRING WS-CALC-CAMPO(1:9) WS-CALC-DV(2:1)
                   DELIMITED BY SIZE INTO WS-LD-TRABALHO
            MOVE WS-LD-TRABALHO(1:5) TO WS-LD-CAMPO1A
            MOVE WS-LD-TRABALHO(6:5) TO WS-LD-CAMPO1B

            MOVE SPACES TO WS-CALC-CAMPO
            MOVE WS-BARRAS-X(25:10) TO WS-CALC-CAMPO
            MOVE 10 TO WS-CALC-TAM
            PERFORM P610-MODULO-10 THRU P610-EXIT
            MOVE SPACES TO WS-LD-TRABALHO
            STRING WS-CALC-CAMPO(1:10) WS-CALC-DV(2:1)
                   DELIMITED BY SIZE INTO WS-LD-TRABALHO
            MOVE WS-LD-TRABALHO(1:5)  TO WS-LD-CAMPO2A
            MOVE WS-LD-TRABALHO(6:6)  TO WS-LD-CAMPO2B

            MOVE SPACES TO WS-CALC-CAMPO
            MOVE WS-BARRAS-X(35:10) TO WS-CALC-CAMPO
            MOVE 10 TO WS-CALC-TAM
            PERFORM P610-MODULO-10 THRU P610-EXIT
            MOVE SPACES TO WS-LD-TRABALHO
            STRING WS-CALC-CAMPO(1:10) WS-CALC-DV(2:1)
                   DELIMITED BY SIZE INTO WS-LD-TRABALHO
            MOVE WS-LD-TRABALHO(1:5)  TO WS-LD-CAMPO3A
            MOVE WS-LD-TRABALHO(6:6)  TO WS-LD-CAMPO3B

            MOVE WS-BARRAS-X(5:1)   TO WS-LD-CAMPO4
            MOVE WS-BARRAS-X(6:14)  TO WS-LD-CAMPO5.
       P450-EXIT.
            EXIT.

      * >>> CADASTRO DE BOLETOS (NOSSO NUMERO -> COBRANCA) PARA O
      * >>> RETBANCO; NA REEMISSAO O REGISTRO E ATUALIZADO
       P480-GRAVA-BOLETO.
            MOVE CB-NOSSO-NUMERO TO BL-NOSSO-NUMERO
            READ CFP001T2
                 KEY IS BL-NOSSO-NUMERO
                 INVALID KEY
                      CONTINUE
            END-READ
            MOVE CB-ID-ALUNO        TO BL-ID-ALUNO
            MOVE CB-ANO-MES         TO BL-ANO-MES
            MOVE CB-NR-SEQ          TO BL-NR-SEQ
            MOVE WS-DT-EMISSAO      TO BL-DT-EMISSAO
            MOVE CB-DT-VENCIMENTO   TO BL-DT-VENCIMENTO
            MOVE WS-VL-SALDO        TO BL-VALOR
            MOVE WS-BARRAS-X        TO BL-CODIGO-BARRAS
            MOVE WS-LINHA-DIGITAVEL TO BL-LINHA-DIGITAVEL
            IF WS-FS-BOL = 00
               REWRITE REG-CFP001T2
               END-REWRITE
            ELSE
               WRITE REG-CFP001T2
               END-WRITE
            END-IF
            IF WS-FS-BOL NOT = 00
               MOVE WS-FS-BOL                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001T2'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P480-EXIT.
            EXIT.

      * >>> BOLETO: CEDENTE, SACADO, VENCIMENTO, VALOR, NOSSO NUMERO,
      * >>> INSTRUCOES DE MORA DO CALCJURO, LINHA DIGITAVEL E CODIGO
      * >>> DE BARRAS
       S500 SECTION.
       P500-IMPRIME.
      * >>> PAGAMENTO UM DIA APOS O VENCIMENTO DA A MULTA E OS JUROS
      * >>> DE UM DIA DE ATRASO SOBRE O SALDO
            MOVE WS-VL-SALDO      TO WS-JR-VALOR-BASE
            MOVE CB-DT-VENCIMENTO TO WS-JR-DT-VENCIMENTO
            MOVE ZEROS            TO WS-JR-DT-PAGAMENTO
            IF CB-DT-VENCIMENTO IS NUMERIC
               AND CB-DT-VENCIMENTO > ZEROS
               COMPUTE WS-JR-DT-PAGAMENTO =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (CB-DT-VENCIMENTO)
                        + 1)
            END-IF
            CALL 'CALCJURO' USING WS-JUROS-AREA
            MOVE WS-JR-VL-MULTA TO WS-ED-MULTA
            MOVE WS-JR-VL-JUROS TO WS-ED-JUROS

            MOVE ALL '=' TO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'BANCO ' WS-CD-BANCO '-9   '
                   WS-LINHA-DIGITAVEL
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT

            MOVE CB-NOSSO-NUMERO  TO WS-NOSSO-NUMERO-R
            MOVE CB-DT-VENCIMENTO TO WS-DATA-AUX
            PERFORM P590-EDITA-DATA THRU P590-EXIT
            MOVE WS-VL-SALDO      TO WS-ED-VALOR
            MOVE SPACES TO REL-LINHA
            STRING 'CEDENTE: ' WS-BC-CEDENTE
                   ' VENCIMENTO: ' WS-ED-DATA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'AGENCIA/CODIGO CEDENTE: ' WS-CD-AGENCIA '/'
                   WS-CD-CONTA-IMP
                   '   NOSSO NUMERO: ' WS-NN-SEQUENCIA '-' WS-NN-DV
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'DATA DOCUMENTO: ' WS-ED-EMISSAO
                   '   CARTEIRA: ' WS-CD-CARTEIRA
                   '   VALOR DOCUMENTO: ' WS-ED-VALOR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'REFERENTE: ALUNO ' CB-ID-ALUNO ' ' WS-NM-ALUNO
                   ' COMPETENCIA ' CB-ANO-MES
                   ' SEQ ' CB-NR-SEQ ' TIPO ' CB-TP-COBRANCA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE SPACES TO REL-LINHA
            MOVE 'INSTRUCOES (RESPONSABILIDADE DO CEDENTE):'
                 TO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE SPACES TO REL-LINHA
            STRING '  APOS O VENCIMENTO COBRAR MULTA DE R$'
                   WS-ED-MULTA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE SPACES TO REL-LINHA
            STRING '  MAIS JUROS DE R$' WS-ED-JUROS
                   ' POR DIA DE ATRASO'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE '  NAO RECEBER APOS 60 DIAS DO VENCIMENTO'
                 TO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'SACADO: ' WS-SC-NOME '  CPF: ' WS-SC-CPF
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            IF WS-SC-LOGRADOURO NOT = SPACES
               MOVE SPACES TO REL-LINHA
               STRING '        ' WS-SC-LOGRADOURO ', '
                      WS-SC-NUMERO ' - ' WS-SC-BAIRRO
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P580-ESCREVER THRU P580-EXIT
               MOVE SPACES TO REL-LINHA
               STRING '        ' WS-SC-CIDADE ' - ' WS-SC-UF
                      '  CEP ' WS-SC-CEP
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P580-ESCREVER THRU P580-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'CODIGO DE BARRAS: ' WS-BARRAS-X
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT
            MOVE SPACES TO REL-LINHA
            MOVE '- - - - - - - - - - - - - - CORTE AQUI - - - - - -'
                 TO REL-LINHA
            PERFORM P580-ESCREVER THRU P580-EXIT.
       P500-EXIT.
            EXIT.

       P580-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P580-EXIT.
            EXIT.

       P590-EDITA-DATA.
            MOVE WS-AUX-DIA TO WS-ED-DIA
            MOVE WS-AUX-MES TO WS-ED-MES
            MOVE WS-AUX-ANO TO WS-ED-ANO.
       P590-EXIT.
            EXIT.

      * >>> MODULO 10: PESOS 2,1,2,1... DA DIREITA PARA A ESQUERDA,
      * >>> PRODUTO ACIMA DE 9 SOMA OS ALGARISMOS; DV = 10 - RESTO
       S600 SECTION.
       P610-MODULO-10.
            MOVE ZEROS TO WS-CALC-SOMA
            MOVE 2     TO WS-CALC-PESO
            PERFORM VARYING WS-CALC-POS FROM WS-CALC-TAM BY -1
                    UNTIL WS-CALC-POS < 1
               MOVE WS-CALC-CAMPO(WS-CALC-POS:1) TO WS-CALC-DIGITO
               COMPUTE WS-CALC-PRODUTO = WS-CALC-DIGITO * WS-CALC-PESO
               IF WS-CALC-PRODUTO > 9
                  SUBTRACT 9 FROM WS-CALC-PRODUTO
               END-IF
               ADD WS-CALC-PRODUTO TO WS-CALC-SOMA
               IF WS-CALC-PESO = 2
                  MOVE 1 TO WS-CALC-PESO
               ELSE
                  MOVE 2 TO WS-CALC-PESO
               END-IF
            END-PERFORM
            DIVIDE WS-CALC-SOMA BY 10 GIVING WS-CALC-QUOC
                   REMAINDER WS-CALC-RESTO
            IF WS-CALC-RESTO = ZEROS
               MOVE ZEROS TO WS-CALC-DV
            ELSE
               COMPUTE WS-CALC-DV = 10 - WS-CALC-RESTO
            END-IF.
       P610-EXIT.
            EXIT.

      * >>> MODULO 11: PESOS 2 A 9 DA DIREITA PARA A ESQUERDA;
      * >>> DEVOLVE O RESTO, A REGRA DO DV FICA COM QUEM CHAMA
       P620-MODULO-11.
            MOVE ZEROS TO WS-CALC-SOMA
            MOVE 2     TO WS-CALC-PESO
            PERFORM VARYING WS-CALC-POS FROM WS-CALC-TAM BY -1
                    UNTIL WS-CALC-POS < 1
               MOVE WS-CALC-CAMPO(WS-CALC-POS:1) TO WS-CALC-DIGITO
               COMPUTE WS-CALC-PRODUTO = WS-CALC-DIGITO * WS-CALC-PESO
               ADD WS-CALC-PRODUTO TO WS-CALC-SOMA
               IF WS-CALC-PESO = 9
                  MOVE 2 TO WS-CALC-PESO
               ELSE
                  ADD 1 TO WS-CALC-PESO
               END-IF
            END-PERFORM
            DIVIDE WS-CALC-SOMA BY 11 GIVING WS-CALC-QUOC
                   REMAINDER WS-CALC-RESTO.
       P620-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SF
            CLOSE CFP001T2
            CLOSE CFP001S1
            CLOSE CFP001SL
            CLOSE CONTATOS
            CLOSE REL-BOLETO

            MOVE 'GERBOLET'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA GERBOLET'
            DISPLAY '**********************************'
            DISPLAY ' MENSAGEM: ' WS-MSG2
            DISPLAY ' CODIGO..: ' WS-MSG1
            DISPLAY '**********************************'
            MOVE WS-MSG1 TO WS-FSTAT-CODIGO
            CALL 'FSTATDIC' USING WS-FSTAT-AREA
            PERFORM P850-JORNAL-ERRO THRU P850-EXIT
            DISPLAY ' SEVERIDADE: ' WS-FSTAT-SEVERIDADE
            DISPLAY ' DETALHE...: ' WS-FSTAT-DESCRICAO
            DISPLAY '**********************************'
            MOVE 8 TO RETURN-CODE
            STOP RUN.
       P800-EXIT.
            EXIT.

      * >>> ACRESCENTA O ERRO AO JORNAL CENTRAL (ERRLOG)
       P850-JORNAL-ERRO.
            IF WS-EL-GRAVADO = 'S'
               GO TO P850-EXIT
            END-IF
            MOVE 'S' TO WS-EL-GRAVADO
            MOVE 'GERBOLET' TO WS-EL-PROGRAMA
            MOVE WS-FSTAT-CODIGO     TO WS-EL-CODIGO
            MOVE WS-FSTAT-SEVERIDADE TO WS-EL-SEVERIDADE
            MOVE WS-MSG2             TO WS-EL-MENSAGEM
            CALL 'ERRLOG' USING WS-ERRLOG-AREA
            IF WS-EL-RETORNO NOT = SPACES
               DISPLAY 'AVISO ERRLOG: ' WS-EL-RETORNO
            END-IF.
       P850-EXIT.
            EXIT.

       S999 SECTION.
       P999-FIM.
            DISPLAY '--------------------------------------'
            DISPLAY '>>>> PROGRAMA GERBOLET FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' COBRANCAS LIDAS........: ' WS-R-LIDOS
            DISPLAY ' BOLETOS EMITIDOS.......: ' WS-R-EMITIDOS
            DISPLAY ' NOVOS NOSSO NUMERO.....: ' WS-R-NUMERADOS
            DISPLAY ' REEMISSOES.............: ' WS-R-REEMITIDOS
            DISPLAY ' VALOR TOTAL............: ' WS-VL-TOTAL
            IF WS-R-SEM-CART > ZEROS
               DISPLAY ' COBRANCAS SEM CARTEIRA.: ' WS-R-SEM-CART
                       ' VALOR ' WS-VL-SEM-CART
            END-IF
            DISPLAY ' ARQUIVO................: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            MOVE 'GERBOLET' TO WS-LG-PROGRAMA
            MOVE 'BOLETOS EMITID ' TO WS-LG-CONTADOR
            MOVE WS-R-EMITIDOS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            IF WS-R-SEM-CART > ZEROS
               MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM GERBOLET.
