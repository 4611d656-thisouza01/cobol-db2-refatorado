       01  REG-RELSENIOR.
           05  RS-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RS-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RS-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
