      *     DEIXA DE SER DOLOROSA.                     *
      *                                                *
      * LEIAUTE DO EXTRATO (EXTADIA):                  *
      *   CODFUN   X(07)                               *
      *   NOMEFUN  X(30)                               *
      *   DEPTOFUN X(03)                               *
      *   VALOR    9(07)V99                            *
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-VALOR             PIC 9(07)V99.
      *
       FD  ARQ-CONTROLE.
       01  REG-CONTROLE.
           05  RC-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RC-SALARIO           PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
