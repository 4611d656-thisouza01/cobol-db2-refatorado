       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-SEQDEP            PIC 9(02).
           05  RE-NOMEDEP           PIC X(30).
      *    GERADO EM EAD719.MANIFEST, QUE O RECONACK CONCILIA COM A
      *    CONFIRMACAO DO CONSUMIDOR.
       77  WK-HASH-SAIDA             PIC 9(13)       VALUE ZEROS.
       77  WK-CODFUN-NUM-HASH        PIC 9(07)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-EXTRDEP CURSOR FOR
