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
       01  WK-NOME-MASCARADO.
           05  FILLER               PIC X(21)
               VALUE 'FUNCIONARIO DE TESTE '.
           05  WK-NOME-MASC-COD     PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
      *    O SUFIXO DO NOME MASCARADO E O CODFUN COM OS ALGARISMOS
      *    TROCADOS POR LETRAS (0-9 -> A-J) - O NOME CONTINUA UNICO
      *    E SO COM LETRAS, ENTAO PASSA NO VALNOME.
           'ABCDEFGHIJ'.
       01  WK-EMAIL-MASCARADO.
           05  FILLER               PIC X(04)       VALUE 'func'.
           05  WK-EMAIL-MASC-COD    PIC X(07).
           05  FILLER               PIC X(13)
               VALUE '@teste.com.br'.
           05  FILLER               PIC X(06)       VALUE SPACES.
      *
       77  WK-QTDE-DEPTO             PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-FUNC              PIC 9(05)       VALUE ZEROS.
                   MOVE DD-DESCDEPTO  TO DB2-DEPTO-DESC
                   MOVE DD-LIMITE     TO DB2-DEPTO-LIMITE
                   MOVE DD-EMPRESADEP TO DB2-DEPTO-EMPRESA
                   MOVE DD-FILIALDEP  TO DB2-DEPTO-FILIAL
                   EXEC SQL
                      INSERT INTO EAD719.DEPARTAMENTOS
                         (DEPTOFUN, DESCDEPTO, LIMITEFUN,
                          EMPRESADEP, FILIALDEP)
                         VALUES (:DB2-DEPTO-COD, :DB2-DEPTO-DESC,
                                 :DB2-DEPTO-LIMITE,
                                 :DB2-DEPTO-EMPRESA,
                                 :DB2-DEPTO-FILIAL)
                   END-EXEC
                   PERFORM 291-CONFERE-INSERT
                   ADD 1 TO WK-QTDE-DEPTO
