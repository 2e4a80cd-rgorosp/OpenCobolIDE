      *          RESTAURACAO SO E DECLARADA BEM-SUCEDIDA DEPOIS DE
      *          CONFERIR A QUANTIDADE DE REGISTROS CARREGADOS CONTRA
      *          A QUANTIDADE DE LINHAS DO BACKUP
      * Update: 15-10-26 - LINHA DO .BAK AMPLIADA PARA 150 POSICOES,
      *         COMO NO BACKMAST (NOVO CAMPO RA-ALUNO NO REGISTRO)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTMAST.
       FD  CAT-BACKUP.
       01  CAT-LINHA              PIC X(14).
       FD  ARQ-BACKUP.
       01  BAK-LINHA              PIC X(150).
       FD  CONTATOS.
           COPY REGCONTT.
       FD  CFP001S1.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.


       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA RESTMAST - INICIADO'
            PERFORM P100-LISTAR-GERACOES THRU P100-EXIT
            IF WS-TEM-GERACAO = 'N'
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RESTMAST' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

      * >>> LISTA AS GERACOES REGISTRADAS PELO BACKMAST NO CATALOGO
       S100 SECTION.
       P100-LISTAR-GERACOES.
