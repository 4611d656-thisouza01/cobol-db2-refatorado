      *   CCUSTO   X(06)                               *
      *   DEBITO   X(10)                               *
      *   CREDITO  X(10)                               *
      *   PROVFER  X(10)  PASSIVO DA PROVISAO DE FERIAS*
      *   PROV13   X(10)  PASSIVO DA PROVISAO DE 13O   *
      * AS DUAS CONTAS DE PROVISAO SAO OPCIONAIS; SEM   *
      * ELAS O CENTRO FICA FORA DO JORNAL DO PROVISAO. *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RS-CCUSTO            PIC X(06).
           05  RS-DEBITO            PIC X(10).
           05  RS-CREDITO           PIC X(10).
           05  RS-PROVFER           PIC X(10).
           05  RS-PROV13            PIC X(10).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
                END-EXEC
                EXEC SQL
                   INSERT INTO EAD719.CONTABCC
                      (CCUSTO, CONTADEBITO, CONTACREDITO,
                       CONTAPROVFER, CONTAPROV13)
                      VALUES (:RS-CCUSTO, :RS-DEBITO, :RS-CREDITO,
                              :RS-PROVFER, :RS-PROV13)
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY 'DE-PARA DO CENTRO ' RS-CCUSTO
                           ' GRAVADO (' RS-DEBITO '/' RS-CREDITO
                           ')'
                   IF   RS-PROVFER = SPACES OR RS-PROV13 = SPACES
                      DISPLAY 'AVISO: CENTRO ' RS-CCUSTO ' SEM CONTA '
                              'DE PROVISAO DE FERIAS OU DE 13O'
                   END-IF
                ELSE
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'DE-PARA NAO GRAVADO - SQLCODE ' SQLCODE
