      * ERROS COM O MOTIVO.                            *
      *                                                *
      * LEIAUTE DO ARQUIVO (TREINAIN):                 *
      *   CODFUN    X(07)                              *
      *   CODCURSO  X(06)                              *
      *   DATACONCL X(10)  DD/MM/AAAA                  *
      **************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TREINA.
       01  REG-TREINA               PIC X(100).
       01  REG-TRE-HEADER REDEFINES REG-TREINA.
           05  TH-TIPO              PIC X(01).
           05  TH-DATA-ARQUIVO      PIC 9(08).
           05  TH-ORIGEM            PIC X(08).
           05  FILLER               PIC X(83).
       01  REG-TRE-TRAILER REDEFINES REG-TREINA.
           05  TT-TIPO              PIC X(01).
           05  TT-QTDE-REG          PIC 9(07).
           05  TT-HASH-CODFUN       PIC 9(13).
           05  FILLER               PIC X(79).
       01  REG-TRE-DADOS REDEFINES REG-TREINA.
           05  TD-CODFUN            PIC X(07).
           05  TD-CODCURSO          PIC X(06).
           05  TD-DATACONCL         PIC X(10).
           05  FILLER               PIC X(77).
      *
       FD  ARQ-ERROS.
       01  REG-ERROS.
      *    COMO NO CARGAHRIS.
       77  WK-LOTE-QTDEREG           PIC 9(07)       VALUE ZEROS.
       77  WK-LOTE-HASH              PIC 9(13)       VALUE ZEROS.
       77  WK-CODFUN-NUMERICO        PIC 9(07)       VALUE ZEROS.
       77  WK-REG-ANTERIOR           PIC X(100)      VALUE SPACES.
       77  WK-TEM-ANTERIOR           PIC X           VALUE 'N'.
           88  TEM-REG-ANTERIOR                      VALUE 'S'.
       77  WK-DATA-RESTANTE          PIC 9(07)       VALUE ZEROS.
                NOT AT END
                   IF  TEM-REG-ANTERIOR
                      ADD 1 TO WK-LOTE-QTDEREG
                      IF  WK-REG-ANTERIOR(1:7) IS NUMERIC
                         MOVE WK-REG-ANTERIOR(1:7)
                              TO WK-CODFUN-NUMERICO
                         ADD WK-CODFUN-NUMERICO TO WK-LOTE-HASH
                      END-IF
