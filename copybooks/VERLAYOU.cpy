      * >>> SELO DE LAYOUT DOS MESTRES - VERSAO CORRENTE DE CADA COPY
      * >>> DE MESTRE, CONFERIDA PELO CHKLAYOU CONTRA O SELO GRAVADO
      * >>> NO LAYOUTS.DAT JUNTO COM O TAMANHO DO REGISTRO (LENGTH OF)
      * >>> COMPILADO NO PROGRAMA. QUANDO UM DESSES COPYS GANHAR CAMPO,
      * >>> SOMAR 1 NA VERSAO AQUI, RECOMPILAR OS PROGRAMAS E CONVERTER
      * >>> O ARQUIVO COM O CNVLAYOU. HISTORICO:
      * >>>   ALUNOS   001 ATE UN-ALUNO / 002 RA-ALUNO
      * >>>   COBRANCA 001 ATE CB-NR-PLANO / 002 CB-TP-AJUSTE A CB-TXID
      * >>>   PAGDETAL 001 ATE PD-FORMA / 002 PD-CARTEIRA
      * >>>   DEMAIS   001
       01  WS-LY-AREA.
           03 WS-LY-PROGRAMA     PIC X(08) VALUE SPACES.
           03 WS-LY-ARQUIVO      PIC X(08) VALUE SPACES.
           03 WS-LY-VERSAO       PIC 9(03) VALUE ZEROS.
           03 WS-LY-TAMANHO      PIC 9(05) VALUE ZEROS.
           03 WS-LY-RETORNO      PIC X(01) VALUE 'S'.
              88 LY-ACEITO       VALUE 'S'.
              88 LY-RECUSADO     VALUE 'N'.
       01  WS-LY-VERSOES.
           03 WS-LY-V-CONTATOS   PIC 9(03) VALUE 001.
           03 WS-LY-V-ALUNOS     PIC 9(03) VALUE 002.
           03 WS-LY-V-MATERIAS   PIC 9(03) VALUE 001.
           03 WS-LY-V-MATRICUL   PIC 9(03) VALUE 001.
           03 WS-LY-V-NOTAS      PIC 9(03) VALUE 001.
           03 WS-LY-V-COBRANCA   PIC 9(03) VALUE 002.
           03 WS-LY-V-PAGDETAL   PIC 9(03) VALUE 002.
           03 WS-LY-V-CLIENTES   PIC 9(03) VALUE 001.
