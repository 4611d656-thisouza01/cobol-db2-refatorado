       FILE SECTION.
       FD  ARQ-RELPROBA.
       01  REG-RELPROBA.
           05  RP-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RP-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
