      *
       01  TAB-ATIVOS.
           05  TA-ENTRADA            OCCURS 5000 TIMES.
               10  TA-CODFUN         PIC X(07).
               10  TA-NOMEFUN        PIC X(30).
               10  TA-NOME-NORMAL    PIC X(30).
               10  TA-DEPTOFUN       PIC X(03).
       77  WK-QTDE-PARES             PIC 9(05)       VALUE ZEROS.
      *
       01  WK-LINHA-PAR.
           05  WL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
