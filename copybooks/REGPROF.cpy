           03 PR-ST-PROF               PIC X(01).
              88 PROF-ATIVO            VALUE 'A'.
              88 PROF-INATIVO          VALUE 'I'.
           03 PR-ID-FUNC               PIC 9(05).
