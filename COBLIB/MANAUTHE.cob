      * DEIXA DE DESCOBRIR A EXTRA NO RAZAO CONTABIL.  *
      *                                                *
      * EAD719.AUTHE:                                  *
      *   CODFUN   X(07)  (BRANCO = ESCOPO POR DEPTO)  *
      *   DEPTOFUN X(03)  (BRANCO = ESCOPO POR CODFUN) *
      *   PERIODO  9(06)  AAAAMM                       *
      *   HORASAUT DEC(5,2)                            *
      *                   E=EXCLUI AUTORIZACAO         *
      *                   W=LISTA A FILA DE REVISAO    *
      *                   A=APROVA RETIDO  R=REJEITA   *
      *   CODFUN   X(07)                               *
      *   DEPTOFUN X(03)                               *
      *   PERIODO  X(06)  AAAAMM                       *
      *   HORAS    X(05)  999V99 (SO EM I)             *
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-CODFUN            PIC X(07).
           05  RS-DEPTOFUN          PIC X(03).
           05  RS-PERIODO           PIC X(06).
           05  RS-HORAS             PIC X(05).
      *
       FD  ARQ-WORKLIST.
       01  REG-WORKLIST.
           05  WL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
