      * CONTRIBUICAO.                                  *
      *                                                *
      * LEIAUTE DO EXTRATO (EXTSIND):                  *
      *   CODFUN   X(07)                               *
      *   NOMEFUN  X(30)                               *
      *   DEPTOFUN X(03)                               *
      *   CODSIND  X(03)                               *
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-CODSIND           PIC X(03).
