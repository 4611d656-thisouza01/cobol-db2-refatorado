       01  REG-RELATORIO.
           05  RL-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
       COPY CPYNOTIF.
       COPY CPYSQLMSG.
      *
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  WK-CODCURSO               PIC X(06)       VALUE SPACES.
       77  WK-VALIDADEMES            PIC 9(03)       VALUE ZEROS.
      *    GESTOR AUSENTE COM DELEGADO ATIVO RECEBE PELO DELEGADO -
      *    MESMA CONSULTA DO APRSALAR (DATAS TEXTO DD/MM/AAAA
      *    REORDENADAS PARA AAAAMMDD).
       77  WK-DELEGADO               PIC X(07)       VALUE SPACES.
       77  WK-DESTINO-NOTIF          PIC X(07)       VALUE SPACES.
       01  WK-HOJE-TEXTO             PIC X(08)       VALUE SPACES.
      *
       01  WK-CONCL-PARTES.
