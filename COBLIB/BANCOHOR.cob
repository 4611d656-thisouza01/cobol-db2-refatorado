      * NA RESCISAO E QUITADO PELO TERMINA.            *
      *                                                *
      * EAD719.BANCOHRS:                               *
      *   CODFUN   X(07)                               *
      *   PERIODO  9(06)  AAAAMM DO EVENTO             *
      *   TIPO     X(01)  C=CREDITO D=DEBITO           *
      *                   E=EXPIRADO/QUITADO (PAGO)    *
      *                     PERIODO  D=DEBITA FOLGA    *
      *                   V=VENCIMENTO (EXPIRA)        *
      *                   E=EXTRATO DO FUNCIONARIO     *
      *   CODFUN   X(07)  (EM BRANCO EM V)             *
      *   PERIODO  X(06)  AAAAMM (C E D)               *
      *   HORAS    X(05)  999V99 (SO D)                *
      *   MESES    X(02)  JANELA DO ACORDO (SO V,      *
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-CODFUN            PIC X(07).
           05  RS-PERIODO           PIC X(06).
           05  RS-HORAS             PIC X(05).
           05  RS-MESES             PIC X(02).
      *    ATUAL, BASE 220 HORAS).
       FD  ARQ-PAGAMENTO.
       01  REG-PAGAMENTO.
           05  RP-CODFUN            PIC X(07).
           05  RP-NOMEFUN           PIC X(30).
           05  RP-DEPTOFUN          PIC X(03).
           05  RP-PERIODO           PIC 9(06).
