      * LEIAUTE DO ARQUIVO DE INTERFACE (CDCOUT):      *
      *   TIPO        X(01)  A=ADMISSAO C=ALTERACAO    *
      *                      D=DESLIGAMENTO            *
      *   CODFUN      X(07)                            *
      *   CAMPOALT    X(10)                            *
      *   VALORANTIGO X(30)                            *
      *   VALORNOVO   X(30)                            *
       FD  ARQ-CDCOUT.
       01  REG-CDCOUT.
           05  CD-TIPO              PIC X(01).
           05  CD-CODFUN            PIC X(07).
           05  CD-CAMPOALT          PIC X(10).
           05  CD-VALORANTIGO       PIC X(30).
           05  CD-VALORNOVO         PIC X(30).
      *    GERADO EM EAD719.MANIFEST, QUE O RECONACK CONCILIA COM A
      *    CONFIRMACAO DO CONSUMIDOR.
       77  WK-HASH-SAIDA             PIC 9(13)       VALUE ZEROS.
       77  WK-CODFUN-NUM-HASH        PIC 9(07)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-CDC CURSOR FOR
