      *    MESMO LEIAUTE DO EXTRATO DE BENEFICIOS (EXTRBEN).
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-CODBEN            PIC X(03).
      *
       FD  ARQ-MUDANCA.
       01  REG-MUDANCA.
           05  RM-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RM-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
