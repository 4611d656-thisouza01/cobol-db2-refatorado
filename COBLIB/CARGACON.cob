      * CONSULTA ANTES DE ABONAR UM CONTRATO NOVO.     *
      *                                                *
      * LEIAUTE DO ARQUIVO DO BANCO (CONSIGIN):        *
      *   CODFUN   X(07)                               *
      *   CONTRATO X(10)                               *
      *   PARCELA  9(07)V99                            *
      *                                                *
       FILE SECTION.
       FD  ARQ-BANCO.
       01  REG-BANCO.
           05  RB-CODFUN            PIC X(07).
           05  RB-CONTRATO          PIC X(10).
           05  RB-PARCELA           PIC 9(07)V99.
      *
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-CONTRATO          PIC X(10).
      *
       FD  ARQ-REJEICAO.
       01  REG-REJEICAO.
           05  RJ-CODFUN            PIC X(07).
           05  RJ-CONTRATO          PIC X(10).
           05  RJ-PARCELA           PIC 9(07)V99.
           05  RJ-MOTIVO            PIC X(02).
      *
       FD  ARQ-MARGEM.
       01  REG-MARGEM.
           05  RM-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RM-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
