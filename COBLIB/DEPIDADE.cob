       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-SEQDEP            PIC 9(02).
           05  FILLER               PIC X(02)       VALUE SPACES.
