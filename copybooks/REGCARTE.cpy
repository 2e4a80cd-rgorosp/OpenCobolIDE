       01  REG-CFP001W4.
           03 CE-NR-CARTAO             PIC 9(08).
           03 CE-ID-ALUNO              PIC 9(05).
           03 CE-VIA                   PIC 9(02).
           03 CE-DT-EMISSAO            PIC 9(08).
           03 CE-ST-CARTAO             PIC X(01).
              88 CARTAO-ATIVO          VALUE 'A'.
              88 CARTAO-SUBSTITUIDO    VALUE 'S'.
              88 CARTAO-CANCELADO      VALUE 'C'.
           03 CE-MOTIVO                PIC X(01).
              88 EMISSAO-NOVA          VALUE 'N'.
              88 EMISSAO-PERDA         VALUE 'P'.
              88 EMISSAO-DANO          VALUE 'D'.
              88 EMISSAO-DADOS         VALUE 'T'.
           03 CE-TURMA                 PIC X(05).
           03 CE-UNIDADE               PIC X(03).
           03 CE-FOTO                  PIC X(30).
           03 CE-DT-BAIXA              PIC 9(08).
