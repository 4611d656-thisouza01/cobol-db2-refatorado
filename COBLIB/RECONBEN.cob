      * APROVACAO DO PAGAMENTO.                        *
      *                                                *
      * LEIAUTE DA FATURA (FATURAIN):                  *
      *   CODFUN  X(07)                                *
      *   SEQDEP  9(02)  00 = TITULAR                  *
      *   CODBEN  X(03)                                *
      *   VALOR   9(07)V99                             *
       FILE SECTION.
       FD  ARQ-FATURA.
       01  REG-FATURA.
           05  RF-CODFUN            PIC X(07).
           05  RF-SEQDEP            PIC 9(02).
           05  RF-CODBEN            PIC X(03).
           05  RF-VALOR             PIC 9(07)V99.
       01  REG-RELATORIO.
           05  RL-CLASSE            PIC X(01).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-SEQDEP            PIC Z9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           88  FIM-FATURA                            VALUE 'S'.
       77  WK-PERC-PATRONAL          PIC 9(03)       VALUE 50.
      *
       77  WK-FAT-CODFUN             PIC X(07)       VALUE SPACES.
       77  WK-FAT-SEQDEP             PIC 9(02)       VALUE ZEROS.
       77  WK-FAT-CODBEN             PIC X(03)       VALUE SPACES.
       77  WK-FAT-VALOR              PIC 9(07)V99    VALUE ZEROS.
