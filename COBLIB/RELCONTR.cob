       FILE SECTION.
       FD  ARQ-RELCONTR.
       01  REG-RELCONTR.
           05  RC-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RC-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
