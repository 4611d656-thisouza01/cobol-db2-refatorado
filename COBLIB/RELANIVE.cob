       FILE SECTION.
       FD  ARQ-RELANIVE.
       01  REG-RELANIVE.
           05  RA-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
