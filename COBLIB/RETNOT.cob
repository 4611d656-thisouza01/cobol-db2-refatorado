      * MAILOUT MAIS O MOTIVO DO GATEWAY:              *
      *   EMAIL      X(30)                             *
      *   TEMPLATE   X(08)                             *
      *   CODFUN     X(07)                             *
      *   EVENTO     X(01)                             *
      *   DATAEVENTO X(10)                             *
      *   PAYLOAD    X(100)                            *
      *   MOTIVO     X(20)                             *
      **************************************************
       ENVIRONMENT DIVISION.
       01  REG-BOUNCE.
           05  RB-EMAIL             PIC X(30).
           05  RB-TEMPLATE          PIC X(08).
           05  RB-CODFUN            PIC X(07).
           05  RB-EVENTO            PIC X(01).
           05  RB-DATAEVENTO        PIC X(10).
           05  RB-PAYLOAD           PIC X(100).
           05  RB-MOTIVO            PIC X(20).
      *
       FD  ARQ-WORKLIST.
       01  REG-WORKLIST.
           05  WL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
              WHERE CODFUN   = :DB2-CODFUN
                AND EVENTO   = :RB-EVENTO
                AND TEMPLATE = :RB-TEMPLATE
                AND COALESCE(PAYLOAD, ' ') = :RB-PAYLOAD
                AND ENVIADA  = 'S'
          END-EXEC.
          EVALUATE SQLCODE
