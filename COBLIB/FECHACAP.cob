      * PARA O SYSIN DO PROGMAIN - HEADER '0' COM DATA *
      * E ORIGEM 'CONTING ', OS REGISTROS CAPTURADOS   *
      * NA ORDEM, E TRAILER '9' COM A QUANTIDADE E O   *
      * HASH DOS CODFUN (COLUNAS 2-8), EXATAMENTE COMO *
      * O PROGMAIN CONFERE NA PASSADA PREVIA. A        *
      * RECUPERACAO DA CONTINGENCIA VIRA UMA RODADA    *
      * NORMAL DO LOTE, COM VALIDACAO PLENA, AUDITORIA *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CAPTURA.
       01  REG-CAPTURA              PIC X(100).
      *
       FD  ARQ-SYSIN-SAIDA.
       01  REG-SAIDA                PIC X(100).
       01  REG-SAIDA-HEADER REDEFINES REG-SAIDA.
           05  SH-TIPO              PIC X(01).
           05  SH-DATA-ARQUIVO      PIC 9(08).
           05  SH-ORIGEM            PIC X(08).
           05  FILLER               PIC X(83).
       01  REG-SAIDA-TRAILER REDEFINES REG-SAIDA.
           05  ST-TIPO              PIC X(01).
           05  ST-QTDE-REG          PIC 9(07).
           05  ST-HASH-CODFUN       PIC 9(13).
           05  FILLER               PIC X(79).
      *
       WORKING-STORAGE SECTION.
       77  WK-EOF-CAPTURA            PIC X           VALUE 'N'.
           88  FIM-CAPTURA                           VALUE 'S'.
       77  WK-QTDE-REG               PIC 9(07)       VALUE ZEROS.
       77  WK-HASH-CODFUN            PIC 9(13)       VALUE ZEROS.
       77  WK-CODFUN-NUMERICO        PIC 9(07)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
       200-PROCESSAR SECTION.
       201-PROCESSAR.
      *    CADA REGISTRO CAPTURADO PASSA DIRETO - A IDENTIDADE
      *    (QUANTIDADE + HASH DOS CODFUN DAS COLUNAS 2-8) E APURADA
      *    DO MESMO JEITO QUE O PROGMAIN CONFERE.
          MOVE REG-CAPTURA TO REG-SAIDA.
          WRITE REG-SAIDA.
          ADD 1 TO WK-QTDE-REG.
          IF   REG-CAPTURA(2:7) IS NUMERIC
             MOVE REG-CAPTURA(2:7) TO WK-CODFUN-NUMERICO
             ADD WK-CODFUN-NUMERICO TO WK-HASH-CODFUN
          END-IF.
          PERFORM 110-LER-CAPTURA.
