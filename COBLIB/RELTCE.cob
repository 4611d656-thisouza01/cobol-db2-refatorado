        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELTCE.
        AUTHOR.        THIAGO.
      **************************************************
      * RELATORIO MENSAL DE TERMOS DE ESTAGIO A VENCER:*
      * LISTA OS ESTAGIARIOS ATIVOS (CONTRATO G) CUJO  *
      * TCE (EAD719.ESTAGIO, MANESTAG) TERMINA DENTRO  *
      * DOS PROXIMOS N DIAS (PARM='DIAS=NNN', PADRAO   *
      * 60), COM A INSTITUICAO DE ENSINO E O           *
      * SUPERVISOR, PARA O RH ACERTAR O TERMO ADITIVO  *
      * COM A ESCOLA OU ENCERRAR O ESTAGIO EM TEMPO -  *
      * MOLDE DO RELCONTR.                             *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELTCE        ASSIGN TO RELTCE
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELTCE.
       01  REG-RELTCE.
           05  RT-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RT-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RT-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RT-INSTENSINO        PIC X(40).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RT-NUMTCE            PIC X(15).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RT-FIMTCE            PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RT-SUPERVISOR        PIC X(07).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE BOOKFUNC
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
      *
       77  WK-INSTENSINO             PIC X(40)       VALUE SPACES.
       77  WK-NUMTCE                 PIC X(15)       VALUE SPACES.
       77  WK-FIMTCE                 PIC X(10)       VALUE SPACES.
       77  WK-SUPERVISOR             PIC X(07)       VALUE SPACES.
      *
       EXEC SQL
           DECLARE CUR-TERMOS CURSOR FOR
               SELECT F.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                      E.INSTENSINO, E.NUMTCE, E.FIMTCE,
                      E.SUPERVISOR
                 FROM EAD719.ESTAGIO E
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = E.CODFUN
                WHERE F.STATUSFUN NOT = 'D'
                  AND F.TIPOCONTR = 'G'
                ORDER BY F.DEPTOFUN, F.CODFUN
       END-EXEC.
      *
       01  WK-FIMTCE-PARTES.
           05  WK-FIM-DIA           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-FIM-MES           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-FIM-ANO           PIC X(04).
       77  WK-FIM-INT                PIC 9(07)       VALUE ZEROS.
       77  WK-HOJE-INT               PIC 9(07)       VALUE ZEROS.
       77  WK-LIMITE-INT             PIC 9(07)       VALUE ZEROS.
       77  WK-FIM-AAAAMMDD           PIC 9(08)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
      *
       77  WK-JANELA-DIAS            PIC 9(03)       VALUE 60.
       77  WK-QTDE-LISTADA           PIC 9(05)       VALUE ZEROS.
      *
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-TAM           PIC S9(4)       COMP.
           05  LK-PARM-TEXTO         PIC X(20).
      *
       PROCEDURE DIVISION USING LK-PARM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:5) = 'DIAS='
                 AND LK-PARM-TEXTO(6:3) IS NUMERIC
                MOVE LK-PARM-TEXTO(6:3) TO WK-JANELA-DIAS
             END-IF
          END-IF.
          DISPLAY 'RELTCE: TERMOS DE ESTAGIO VENCENDO EM ATE '
                  WK-JANELA-DIAS ' DIA(S)'.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          COMPUTE WK-HOJE-INT =
                  FUNCTION INTEGER-OF-DATE(WK-DATA-AAAAMMDD).
          COMPUTE WK-LIMITE-INT = WK-HOJE-INT + WK-JANELA-DIAS.
          OPEN OUTPUT ARQ-RELTCE.
          EXEC SQL
             OPEN CUR-TERMOS
          END-EXEC.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-TERMOS
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :WK-INSTENSINO, :WK-NUMTCE, :WK-FIMTCE,
                       :WK-SUPERVISOR
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-AVALIA-VENCIMENTO
             END-IF
          END-PERFORM.
      *
       210-AVALIA-VENCIMENTO.
          MOVE WK-FIMTCE TO WK-FIMTCE-PARTES.
          IF   WK-FIM-DIA NOT NUMERIC
           OR  WK-FIM-MES NOT NUMERIC
           OR  WK-FIM-ANO NOT NUMERIC
             DISPLAY 'AVISO: FIM DO TERMO DE ESTAGIO ILEGIVEL PARA '
                     'O FUNCIONARIO ' DB2-CODFUN
          ELSE
             COMPUTE WK-FIM-AAAAMMDD =
                     FUNCTION NUMVAL(WK-FIM-ANO) * 10000
                   + FUNCTION NUMVAL(WK-FIM-MES) * 100
                   + FUNCTION NUMVAL(WK-FIM-DIA)
             COMPUTE WK-FIM-INT =
                     FUNCTION INTEGER-OF-DATE(WK-FIM-AAAAMMDD)
             IF   WK-FIM-INT NOT < WK-HOJE-INT
              AND WK-FIM-INT NOT > WK-LIMITE-INT
                MOVE SPACES           TO REG-RELTCE
                MOVE DB2-CODFUN       TO RT-CODFUN
                MOVE DB2-NOMEFUN-TEXT TO RT-NOMEFUN
                MOVE DB2-DEPTOFUN     TO RT-DEPTOFUN
                MOVE WK-INSTENSINO    TO RT-INSTENSINO
                MOVE WK-NUMTCE        TO RT-NUMTCE
                MOVE WK-FIMTCE        TO RT-FIMTCE
                MOVE WK-SUPERVISOR    TO RT-SUPERVISOR
                WRITE REG-RELTCE
                ADD 1 TO WK-QTDE-LISTADA
             END-IF
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          EXEC SQL
             CLOSE CUR-TERMOS
          END-EXEC.
          CLOSE ARQ-RELTCE.
          DISPLAY WK-QTDE-LISTADA ' TERMO(S) DE ESTAGIO VENCENDO NA '
                  'JANELA'.
          EXIT.
