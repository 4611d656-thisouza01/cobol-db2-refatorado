      * VENCEM. O RELASO COBRA OS VENCIDOS.            *
      *                                                *
      * LEIAUTE DO ARQUIVO DA CLINICA (ASOIN):         *
      *   CODFUN     X(07)                             *
      *   TIPO       X(01)  A=ADMISSIONAL P=PERIODICO  *
      *                     D=DEMISSIONAL              *
      *   DATA EXAME X(10)  DD/MM/AAAA                 *
       FILE SECTION.
       FD  ARQ-CLINICA.
       01  REG-CLINICA.
           05  RC-CODFUN            PIC X(07).
           05  RC-TIPO              PIC X(01).
           05  RC-DATAEXAME         PIC X(10).
      *
       FD  ARQ-ERROS.
       01  REG-ERROS.
           05  RE-REGISTRO          PIC X(18).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RE-MOTIVO            PIC X(40).
      *
