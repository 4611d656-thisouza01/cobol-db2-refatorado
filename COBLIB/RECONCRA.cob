      * EMPREGADOS E COM CRACHA.                       *
      *                                                *
      * LEIAUTE DO EXPORT (CRACHAIN):                  *
      *   CODFUN X(07)                                 *
      *   NOME   X(30)                                 *
      **************************************************
       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  ARQ-CRACHAS.
       01  REG-CRACHAS.
           05  RC-CODFUN            PIC X(07).
           05  RC-NOME              PIC X(30).
      *
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-CLASSE            PIC X(01).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-NOME              PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
      *
       77  WK-EOF-CRACHAS            PIC X           VALUE 'N'.
           88  FIM-CRACHAS                           VALUE 'S'.
       77  WK-CRA-CODFUN             PIC X(07)       VALUE SPACES.
       77  WK-CRA-NOME               PIC X(30)       VALUE SPACES.
      *
       77  WK-QTDE-CARREGADA         PIC 9(06)       VALUE ZEROS.
