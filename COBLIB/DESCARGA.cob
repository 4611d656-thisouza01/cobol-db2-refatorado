           05  DD-DESCDEPTO         PIC X(30).
           05  DD-LIMITE            PIC 9(04).
           05  DD-EMPRESADEP        PIC X(03).
           05  DD-FILIALDEP         PIC X(04).
      *
       FD  ARQ-FUNC.
       01  REG-FUNC.
           05  DF-CODFUN            PIC X(07).
           05  DF-NOMEFUN           PIC X(30).
           05  DF-SALARIOFUN        PIC 9(06)V99.
           05  DF-DEPTOFUN          PIC X(03).
           05  DF-STATUSFUN         PIC X(01).
           05  DF-DATADESLIG        PIC X(10).
           05  DF-CARGOFUN          PIC X(04).
           05  DF-GESTOR            PIC X(07).
           05  DF-CPFFUN            PIC X(11).
           05  DF-SITPROBAT         PIC X(01).
           05  DF-EMPRESAFUN        PIC X(03).
      *
       FD  ARQ-HIST.
       01  REG-HIST.
           05  DH-CODFUN            PIC X(07).
           05  DH-CAMPOALT          PIC X(10).
           05  DH-VALORANTIGO       PIC X(30).
           05  DH-VALORNOVO         PIC X(30).
       FD  ARQ-AUDIT.
       01  REG-AUDIT.
           05  DA-FUNCAO            PIC X(01).
           05  DA-CODFUN            PIC X(07).
           05  DA-USERID            PIC X(08).
           05  DA-DATAHORA          PIC X(26).
      *
       77  DB2-NASCFUN               PIC X(11)       VALUE SPACES.
       77  DB2-STATUSFUN             PIC X(01)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  DB2-CPFFUN                PIC X(11)       VALUE SPACES.
       77  DB2-SITPROBAT             PIC X(01)       VALUE SPACES.
       77  WK-DATADESLIG             PIC X(10)       VALUE SPACES.
       77  DB2-DEPTO-EMPRESA         PIC X(03)       VALUE SPACES.
       77  DB2-DEPTO-FILIAL          PIC X(04)       VALUE SPACES.
       77  DB2-EMPRESAFUN            PIC X(03)       VALUE SPACES.
       77  DB2-TIPOCONTR             PIC X(01)       VALUE SPACES.
       77  DB2-FIMCONTR              PIC X(11)       VALUE SPACES.
       EXEC SQL
           DECLARE CUR-DEPTO CURSOR FOR
               SELECT DEPTOFUN, DESCDEPTO, LIMITEFUN,
                      COALESCE(EMPRESADEP, ' '),
                      COALESCE(FILIALDEP, ' ')
                 FROM EAD719.DEPARTAMENTOS
                ORDER BY DEPTOFUN
       END-EXEC.
             EXEC SQL
                FETCH CUR-DEPTO
                  INTO :DB2-DEPTO-COD, :DB2-DEPTO-DESC,
                       :DB2-DEPTO-LIMITE, :DB2-DEPTO-EMPRESA,
                       :DB2-DEPTO-FILIAL
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES          TO REG-DEPTO
                MOVE DB2-DEPTO-DESC  TO DD-DESCDEPTO
                MOVE DB2-DEPTO-LIMITE TO DD-LIMITE
                MOVE DB2-DEPTO-EMPRESA TO DD-EMPRESADEP
                MOVE DB2-DEPTO-FILIAL TO DD-FILIALDEP
                WRITE REG-DEPTO
                ADD 1 TO WK-QTDE-DEPTO
             END-IF
