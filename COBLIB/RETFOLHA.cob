       FILE SECTION.
       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           05  RT-CODFUN            PIC X(07).
           05  RT-MOTIVO-COD        PIC X(03).
           05  RT-MOTIVO-DESC       PIC X(40).
           05  FILLER               PIC X(33).
      *
       FD  ARQ-REJEICAO.
       01  REG-REJEICAO.
           05  RJ-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RJ-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
