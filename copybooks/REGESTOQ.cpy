       01  REG-CFP001U1.
           03 EQ-CD-ITEM               PIC 9(05).
           03 EQ-DESCRICAO             PIC X(30).
           03 EQ-TP-ITEM               PIC X(02).
              88 ITEM-UNIFORME         VALUE 'UN'.
              88 ITEM-MATERIAL         VALUE 'MD'.
           03 EQ-TAMANHO               PIC X(03).
           03 EQ-SERIE                 PIC X(10).
           03 EQ-VL-UNITARIO           PIC 9(05)V99.
           03 EQ-QT-ESTOQUE            PIC 9(05).
           03 EQ-QT-MINIMO             PIC 9(05).
           03 EQ-ST-ITEM               PIC X(01).
              88 ITEM-ATIVO            VALUE 'A'.
              88 ITEM-INATIVO          VALUE 'I'.
           03 EQ-DT-ULT-ENTRADA        PIC 9(08).
           03 EQ-DT-ULT-SAIDA          PIC 9(08).
           03 EQ-OPERADOR              PIC X(08).
