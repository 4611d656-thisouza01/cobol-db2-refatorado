      * PARM='PERIODO=AAAAMM' (SEM PARM, MES CORRENTE).*
      *                                                *
      * LEIAUTE DO EXTRATO (EXTPENS):                  *
      *   CODFUN   X(07)                               *
      *   NOMEFUN  X(30)                               *
      *   DEPTOFUN X(03)                               *
      *   SEQ      9(02)                               *
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-SEQ               PIC 9(02).
       01  REG-CONTROLE.
           05  RC-PROCESSO          PIC X(20).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RC-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RC-BENEFICIARIO      PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
