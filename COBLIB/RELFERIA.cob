       FILE SECTION.
       FD  ARQ-RELFERIA.
       01  REG-RELFERIA.
           05  RF-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RF-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
