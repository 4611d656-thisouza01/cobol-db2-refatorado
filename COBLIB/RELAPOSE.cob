       01  REG-RELAPOSE.
           05  RA-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
