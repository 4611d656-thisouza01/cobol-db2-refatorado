      * E AVISADO E IGNORADO.                          *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR CONSULTA):   *
      *   CODFUN X(07)                                 *
      *   DATA   X(11)  DD/MM/AAAA                     *
      **************************************************
       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-CODFUN            PIC X(07).
           05  RS-DATA              PIC X(11).
      *
       WORKING-STORAGE SECTION.
      *
       77  DB2-NASCFUN               PIC X(11)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  DB2-STATUSFUN             PIC X(01)       VALUE SPACES.
      *
       01  WK-DATA-PARTES.
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
      *    DESLIGADO JA MOVIDO PELO ARQFUNC: O REGISTRO ATUAL ESTA NO
      *    CADASTRO DE EX-FUNCIONARIOS, O HISTORICO CONTINUA O MESMO.
          IF   SQLCODE = 100
             EXEC SQL
                SELECT NOMEFUN, SALARIOFUN, DEPTOFUN, ADMISSFUN,
                       NASCFUN, EMAILFUN, CARGOFUN, GESTOR, STATUSFUN
                  INTO :DB2-NOMEFUN, :DB2-SALARIOFUN, :DB2-DEPTOFUN,
                       :DB2-ADMISSFUN, :DB2-NASCFUN, :DB2-EMAILFUN,
                       :DB2-CARGOFUN, :DB2-GESTOR, :DB2-STATUSFUN
                  FROM EAD719.FUNCIONARIOS_EX
                 WHERE CODFUN = :DB2-CODFUN
             END-EXEC
          END-IF.

          IF   SQLCODE NOT = 0
             DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO EXISTE NO '
                MOVE DB2-HIST-ANTIGO(1:4)  TO DB2-CARGOFUN
                MOVE '*' TO WK-MARCA-CARGO
             WHEN 'GESTOR'
                MOVE DB2-HIST-ANTIGO(1:7)  TO DB2-GESTOR
                MOVE '*' TO WK-MARCA-GESTOR
             WHEN 'STATUSFUN'
                MOVE DB2-HIST-ANTIGO(1:1)  TO DB2-STATUSFUN
