      * PRECISA DO PRONTUARIO NA FRENTE.               *
      *                                                *
      * EAD719.DISCIPLIN:                              *
      *   CODFUN  X(07)                                *
      *   SEQ     DEC(3,0)                             *
      *   TIPO    X(01)  A=ADVERTENCIA S=SUSPENSAO     *
      *   DATAMED X(10)  DD/MM/AAAA                    *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO X(01)  I=INCLUI L=LISTA HISTORICO   *
      *   CODFUN   X(07)                               *
      *   TIPO     X(01)                               *
      *   DATA     X(11)  DD/MM/AAAA                   *
      *   DIAS     X(02)                               *
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-CODFUN            PIC X(07).
           05  RS-TIPO              PIC X(01).
           05  RS-DATA              PIC X(11).
           05  RS-DIAS              PIC X(02).
      *
       FD  ARQ-HISTORICO.
       01  REG-HISTORICO.
           05  RH-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RH-DATA              PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
