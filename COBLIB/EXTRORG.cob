       FILE SECTION.
       FD  ARQ-EXTRORG.
       01  REG-EXTRORG.
           05  RO-GESTOR            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RO-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RO-NIVEL             PIC 9(02).
           05  FILLER               PIC X(02)       VALUE SPACES.
      *    GESTOR INTERINO (DELEGACAO VIGENTE DO MANDELEG), QUANDO
      *    O GESTOR TITULAR ESTA COM DELEGACAO ATIVA NA DATA.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RO-INTERINO          PIC X(07).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
      *    FILTRO DE EMPRESA (PARM='EMPRESA=XXX'): EM BRANCO, TODAS
      *    AS EMPRESAS SAEM JUNTAS, COMO ANTES DA SEGUNDA ENTIDADE.
       77  WK-EMPRESA-FILTRO         PIC X(03)       VALUE SPACES.
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  WK-INTERINO               PIC X(07)       VALUE SPACES.
       01  WK-HOJE-TEXTO             PIC X(08)       VALUE SPACES.
       01  WK-DATA-ATUAL-DEL.
           05  WK-DATA-AAAAMMDD-DEL PIC 9(08).
                                     DEPENDING ON WK-QTDE-CARREGADA
                                     ASCENDING KEY IS TF-CODFUN
                                     INDEXED BY TF-IDX.
               10  TF-CODFUN         PIC X(07).
               10  TF-GESTOR         PIC X(07).
               10  TF-NOMEFUN        PIC X(30).
               10  TF-DEPTOFUN       PIC X(03).
               10  TF-DESCDEPTO      PIC X(30).
               10  TF-INTERINO       PIC X(07).
               10  TF-EMAILFUN       PIC X(30).
       77  WK-POS-ATUAL              PIC 9(05)       VALUE ZEROS.
       77  WK-GESTOR-BUSCA           PIC X(07)       VALUE SPACES.
       77  WK-NIVEL                  PIC 9(02)       VALUE ZEROS.
       77  WK-NIVEL-MAXIMO           PIC 9(02)       VALUE 20.
       77  WK-SUBIDA-ENCERRADA       PIC X           VALUE 'N'.
