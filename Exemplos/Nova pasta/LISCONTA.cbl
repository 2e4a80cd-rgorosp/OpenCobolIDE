      *         EXECUCAO PASSAM A SER O FILTRO DE CATEGORIA (BRANCOS =
      *         TODAS), VALENDO PARA OS TRES MODOS DE SAIDA; O CSV
      *         GANHA A CATEGORIA COMO TERCEIRA COLUNA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISCONTA.
           03 WS-LINHAS-PAG       PIC 9(02) VALUE ZEROS.
           03 WS-PAGINA           PIC 9(03) VALUE ZEROS.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-MENSAGEM
            INITIALIZE WS-VAR WS-REL-CTRL
            PERFORM P010-PARAMETRO THRU P010-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'LISCONTA' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

      * >>> DEFINE QUAL ARQUIVO INDEXADO E QUAL MODO DE SAIDA SERAO
      * >>> USADOS: POSICAO 1 = FONTE (S/U), POSICAO 2 = MODO (C/R/X)
       S010 SECTION.
