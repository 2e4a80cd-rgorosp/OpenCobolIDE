      *         TIMESTAMP NO CATALOGO BACKMAST.CAT, QUE O UTILITARIO
      *         DE RESTAURACAO (RESTMAST) USA PARA LISTAR AS
      *         GERACOES DISPONIVEIS
      * Update: 15-10-26 - LINHAS DOS .BAK AMPLIADAS PARA 150
      *         POSICOES: O REGISTRO DE ALUNOS PASSOU DE 100 COM O
      *         NOVO CAMPO RA-ALUNO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKMAST.
       FD  CFP001S3.
           COPY REGMATER.
       FD  BAK-CONTATOS.
       01  BAK-LINHA-CONTATOS       PIC X(150).
       FD  BAK-ALUNOS.
       01  BAK-LINHA-ALUNOS         PIC X(150).
       FD  BAK-MATERIAS.
       01  BAK-LINHA-MATERIAS       PIC X(150).
       FD  CAT-BACKUP.
       01  CAT-LINHA                PIC X(14).

           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.


       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            PERFORM P040-MONTA-NOMES THRU P040-EXIT
            PERFORM P050-ABRIR
            PERFORM P100-COPIA-CONTATOS THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'BACKMAST' TO WS-LY-PROGRAMA
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

      * >>> MONTA OS NOMES DOS TRES ARQUIVOS .BAK COM A DATA/HORA DA
      * >>> RODADA (YYYYMMDDHHMMSS), PARA QUE CADA EXECUCAO NOTURNA
      * >>> PRESERVE O BACKUP DA RODADA ANTERIOR
