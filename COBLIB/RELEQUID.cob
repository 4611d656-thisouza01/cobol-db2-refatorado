           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RQ-CARGOFUN          PIC X(04).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RQ-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RQ-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
      *
       01  TAB-ATIVOS.
           05  TA-ENTRADA            OCCURS 5000 TIMES.
               10  TA-CODFUN         PIC X(07).
               10  TA-NOMEFUN        PIC X(30).
               10  TA-DEPTOFUN       PIC X(03).
               10  TA-CARGOFUN       PIC X(04).
