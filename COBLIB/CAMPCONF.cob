       01  REG-RELATORIO.
           05  RL-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
