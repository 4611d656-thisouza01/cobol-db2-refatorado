      * (RELTEND) QUE O PLANEJAMENTO PEDE TODO CICLO.  *
      * REEXECUCAO NO MESMO MES REGRAVA A FOTOGRAFIA   *
      * DO MES (APAGA E INSERE), SEM DUPLICAR.         *
      * O PAI E A EMPRESA DE CADA DEPARTAMENTO FICAM   *
      * NA FOTOGRAFIA COMO ESTAVAM NO MES: OS          *
      * SUBTOTAIS POR AREA DO RELTEND E DO RELORCAM    *
      * SOBREVIVEM A UMA REORGANIZACAO.                *
      *                                                *
      * EAD719.SNAPDEPTO:                              *
      *   ANOMES     DEC(6,0)   AAAAMM                 *
      *   DEPTOFUN   X(03)                             *
      *   QTDEFUNC   DEC(5,0)                          *
      *   TOTALSAL   DEC(11,2)                         *
      *   DEPTOPAI   X(03)      BRANCO = RAIZ          *
      *   EMPRESADEP X(03)                             *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       EXEC SQL
           DECLARE CUR-SNAP CURSOR WITH HOLD FOR
               SELECT D.DEPTOFUN,
                      COALESCE(D.DEPTOPAI, ' '),
                      COALESCE(D.EMPRESADEP, ' '),
                      COUNT(F.CODFUN),
                      COALESCE(SUM(F.SALARIOFUN), 0)
                 FROM EAD719.DEPARTAMENTOS D
                 LEFT JOIN EAD719.FUNCIONARIOS F
                        ON F.DEPTOFUN = D.DEPTOFUN
                       AND F.STATUSFUN = 'A'
                GROUP BY D.DEPTOFUN, D.DEPTOPAI, D.EMPRESADEP
                ORDER BY D.DEPTOFUN
       END-EXEC.
      *
       77  WK-QTDEFUNC               PIC 9(05)       VALUE ZEROS.
       77  WK-TOTALSAL               PIC 9(09)V99    VALUE ZEROS.
       77  WK-QTDE-GRAVADA           PIC 9(05)       VALUE ZEROS.
       77  WK-DEPTO-PAI              PIC X(03)       VALUE SPACES.
       77  WK-EMPRESA                PIC X(03)       VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-SNAP
                  INTO :DB2-DEPTO-COD, :WK-DEPTO-PAI, :WK-EMPRESA,
                       :WK-QTDEFUNC, :WK-TOTALSAL
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-GRAVA-FOTOGRAFIA
       210-GRAVA-FOTOGRAFIA.
          EXEC SQL
             INSERT INTO EAD719.SNAPDEPTO
                (ANOMES, DEPTOFUN, QTDEFUNC, TOTALSAL, DEPTOPAI,
                 EMPRESADEP)
                VALUES (:WK-ANOMES, :DB2-DEPTO-COD,
                        :WK-QTDEFUNC, :WK-TOTALSAL, :WK-DEPTO-PAI,
                        :WK-EMPRESA)
          END-EXEC.
          IF   SQLCODE = 0
             ADD 1 TO WK-QTDE-GRAVADA
