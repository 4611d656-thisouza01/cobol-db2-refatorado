           END-EXEC.
       77  WK-DEPTOFUN-ANTIGO        PIC X(03).
       77  WK-DEPTOFUN-NOVO          PIC X(03).
       77  WK-CODFUN                 PIC X(07)       VALUE SPACES.
       77  WK-QTDE-TRANSFERIDA       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-NO-BLOCO          PIC 9(03)       VALUE ZEROS.
       77  WK-SQLCODE-EDIT           PIC -999        VALUE ZEROS.
      *    CONFIRMADO, GRAVADOS A CADA BLOCO DE COMMIT.
       77  WK-ITEM-SYSIN             PIC 9(04)       VALUE ZEROS.
       77  WK-REST-ITEM              PIC 9(04)       VALUE ZEROS.
       77  WK-REST-CODFUN            PIC X(07)       VALUE SPACES.
       77  WK-EM-RESTART             PIC X           VALUE 'N'.
           88  EM-RESTART                            VALUE 'S'.
       77  WK-FREQ-COMMIT            PIC 9(03)       VALUE 100.
