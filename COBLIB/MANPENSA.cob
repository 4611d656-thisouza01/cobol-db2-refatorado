      * EMPRESA, ENTAO TUDO AQUI E AUDITADO.           *
      *                                                *
      * EAD719.PENSAO:                                 *
      *   CODFUN       X(07)                           *
      *   SEQ          DEC(2,0)                        *
      *   BENEFICIARIO X(30)                           *
      *   BANCO/AGENCIA/CONTA/DIGITO  X(3/4/8/1)       *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO     X(01)  I=INCLUI C=CANCELA       *
      *   CODFUN       X(07)                           *
      *   SEQ          X(02)  (SO EM C)                *
      *   BENEFICIARIO X(30)                           *
      *   BANCO        X(03)                           *
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-CODFUN            PIC X(07).
           05  RS-SEQ               PIC X(02).
           05  RS-BENEFICIARIO      PIC X(30).
           05  RS-BANCO             PIC X(03).
