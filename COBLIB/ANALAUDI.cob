           05  FILLER               PIC X(02)       VALUE SPACES.
           05  SR-USERID            PIC X(08).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  SR-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  SR-DETALHE           PIC X(50).
      *
