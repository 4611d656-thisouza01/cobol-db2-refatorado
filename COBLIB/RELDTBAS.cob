        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELDTBAS.
        AUTHOR.        THIAGO.
      **************************************************
      * RELATORIO DE DATA-BASE SINDICAL A VENCER: PARA *
      * CADA SINDICATO CUJA DATA-BASE (DIA 1 DO MES DA *
      * DATA-BASE DA CONVENCAO VIGENTE, EAD719.CONVCOL *
      * - CADASTRADA NO MANCONV) CAI DENTRO DOS        *
      * PROXIMOS N DIAS (PARM='DIAS=NNN', PADRAO 60),  *
      * LISTA OS FILIADOS NAO DESLIGADOS (SINDFUN) COM *
      * CARGO E SALARIO ATUAIS E TOTALIZA A FOLHA DO   *
      * SINDICATO - BASE PARA PLANEJAR O REAJUSTE QUE  *
      * O AJUSTSAL VAI APLICAR. CONVENCAO VENCIDA,     *
      * AINDA SEM A NOVA CADASTRADA, CONTINUA DANDO O  *
      * MES DA DATA-BASE (E SAI MARCADA COMO VENCIDA). *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELDTBAS      ASSIGN TO RELDTBAS
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELDTBAS.
       01  REG-RELDTBAS             PIC X(100).
       01  REG-RELDTBAS-SINDICATO REDEFINES REG-RELDTBAS.
           05  RS-CODSIND           PIC X(03).
           05  FILLER               PIC X(02).
           05  RS-NOMESIND          PIC X(30).
           05  FILLER               PIC X(02).
           05  RS-DATABASE          PIC X(10).
           05  FILLER               PIC X(02).
           05  RS-DIAS              PIC ZZ9.
           05  FILLER               PIC X(02).
           05  RS-VIGINI            PIC X(10).
           05  FILLER               PIC X(01).
           05  RS-VIGFIM            PIC X(10).
           05  FILLER               PIC X(02).
           05  RS-PISO-GERAL        PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RS-SITUACAO          PIC X(08).
           05  FILLER               PIC X(03).
       01  REG-RELDTBAS-FILIADO REDEFINES REG-RELDTBAS.
           05  FILLER               PIC X(05).
           05  RF-CODFUN            PIC X(07).
           05  FILLER               PIC X(02).
           05  RF-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02).
           05  RF-CARGOFUN          PIC X(04).
           05  FILLER               PIC X(02).
           05  RF-STATUSFUN         PIC X(01).
           05  FILLER               PIC X(02).
           05  RF-SALARIO           PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(35).
       01  REG-RELDTBAS-TOTAL REDEFINES REG-RELDTBAS.
           05  FILLER               PIC X(05).
           05  RT-ROTULO            PIC X(30).
           05  FILLER               PIC X(02).
           05  RT-QTDE              PIC ZZ.ZZ9.
           05  FILLER               PIC X(02).
           05  RT-FOLHA             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(38).
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
       COPY CPYSQLMSG.
      *
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  DB2-STATUSFUN             PIC X(01)       VALUE SPACES.
      *
      *    CONVENCAO DE REFERENCIA DO SINDICATO (A MAIS RECENTE QUE
      *    JA COMECOU) LIDA DO CURSOR.
       77  WK-CODSIND                PIC X(03)       VALUE SPACES.
       77  WK-NOMESIND               PIC X(30)       VALUE SPACES.
       77  WK-MESBASE                PIC 9(02)       VALUE ZEROS.
       77  WK-VIGINI                 PIC X(10)       VALUE SPACES.
       77  WK-VIGFIM                 PIC X(10)       VALUE SPACES.
       77  WK-VENCIDA                PIC X(01)       VALUE 'N'.
           88  CONVENCAO-VENCIDA                     VALUE 'S'.
       77  WK-PISO-GERAL             PIC 9(06)V99    VALUE ZEROS.
      *
       77  WK-FIM-CONVENCOES         PIC X(01)       VALUE 'N'.
           88  FIM-CONVENCOES                        VALUE 'S'.
       77  WK-FIM-FILIADOS           PIC X(01)       VALUE 'N'.
           88  FIM-FILIADOS                          VALUE 'S'.
      *
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD     PIC 9(08).
           05  WK-DATA-PARTES-HOJE REDEFINES WK-DATA-AAAAMMDD.
               10  WK-HOJE-ANO      PIC 9(04).
               10  WK-HOJE-MMDD     PIC 9(04).
           05  FILLER               PIC X(13).
       77  WK-HOJE-INT               PIC 9(07)       VALUE ZEROS.
       77  WK-BASE-INT               PIC 9(07)       VALUE ZEROS.
       77  WK-DIAS-FALTAM            PIC 9(05)       VALUE ZEROS.
       01  WK-BASE-AAAAMMDD          PIC 9(08)       VALUE ZEROS.
       01  WK-BASE-PARTES REDEFINES WK-BASE-AAAAMMDD.
           05  WK-BASE-ANO          PIC 9(04).
           05  WK-BASE-MES          PIC 9(02).
           05  WK-BASE-DIA          PIC 9(02).
       01  WK-BASE-EDIT.
           05  WK-BED-DIA           PIC 9(02).
           05  FILLER               PIC X(01)       VALUE '/'.
           05  WK-BED-MES           PIC 9(02).
           05  FILLER               PIC X(01)       VALUE '/'.
           05  WK-BED-ANO           PIC 9(04).
      *
       77  WK-JANELA-DIAS            PIC 9(03)       VALUE 60.
       77  WK-QTDE-FILIADOS          PIC 9(05)       VALUE ZEROS.
       77  WK-FOLHA-SIND             PIC 9(11)V99    VALUE ZEROS.
       77  WK-QTDE-SINDICATOS        PIC 9(05)       VALUE ZEROS.
       77  WK-TOT-FILIADOS           PIC 9(07)       VALUE ZEROS.
       77  WK-TOT-FOLHA              PIC 9(11)V99    VALUE ZEROS.
       77  WK-FOLHA-EDIT             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       EXEC SQL
           DECLARE CUR-CONVENCOES CURSOR FOR
               SELECT C.CODSIND, S.NOMESIND, C.MESBASE,
                      CHAR(C.DATAINI, EUR), CHAR(C.DATAFIM, EUR),
                      CASE WHEN C.DATAFIM < CURRENT DATE
                           THEN 'S' ELSE 'N' END,
                      COALESCE((SELECT P.PISO
                                  FROM EAD719.PISOCONV P
                                 WHERE P.CODSIND    = C.CODSIND
                                   AND P.DATAINI    = C.DATAINI
                                   AND P.GRUPOCARGO = ' '), 0)
                 FROM EAD719.CONVCOL C
                 JOIN EAD719.SINDICATO S
                   ON S.CODSIND = C.CODSIND
                WHERE C.DATAINI =
                      (SELECT MAX(C2.DATAINI)
                         FROM EAD719.CONVCOL C2
                        WHERE C2.CODSIND = C.CODSIND
                          AND C2.DATAINI NOT > CURRENT DATE)
                ORDER BY C.CODSIND
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-FILIADOS CURSOR FOR
               SELECT CODFUN, NOMEFUN, COALESCE(CARGOFUN, ' '),
                      STATUSFUN, SALARIOFUN
                 FROM EAD719.FUNCIONARIOS
                WHERE SINDFUN    = :WK-CODSIND
                  AND STATUSFUN NOT = 'D'
                ORDER BY CODFUN
       END-EXEC.
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
          PERFORM 201-PROCESSAR UNTIL FIM-CONVENCOES.
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
          DISPLAY 'RELDTBAS: DATAS-BASE SINDICAIS EM ATE '
                  WK-JANELA-DIAS ' DIA(S)'.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          COMPUTE WK-HOJE-INT =
                  FUNCTION INTEGER-OF-DATE(WK-DATA-AAAAMMDD).
          OPEN OUTPUT ARQ-RELDTBAS.
          EXEC SQL
             OPEN CUR-CONVENCOES
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EXEC SQL
             FETCH CUR-CONVENCOES
               INTO :WK-CODSIND, :WK-NOMESIND, :WK-MESBASE,
                    :WK-VIGINI, :WK-VIGFIM, :WK-VENCIDA,
                    :WK-PISO-GERAL
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                PERFORM 210-CALCULA-DATABASE
                IF   WK-DIAS-FALTAM NOT > WK-JANELA-DIAS
                   PERFORM 220-LISTA-SINDICATO
                END-IF
             WHEN 100
                SET FIM-CONVENCOES TO TRUE
             WHEN OTHER
                PERFORM 990-ERRO-SQL
          END-EVALUATE.
      *
       210-CALCULA-DATABASE.
      *    PROXIMA DATA-BASE: DIA 1 DO MES DA DATA-BASE NESTE ANO; SE
      *    JA PASSOU, NO ANO QUE VEM. A PROPRIA DATA-BASE DE HOJE
      *    AINDA ENTRA (FALTAM ZERO DIAS).
          MOVE WK-HOJE-ANO TO WK-BASE-ANO.
          MOVE WK-MESBASE  TO WK-BASE-MES.
          MOVE 1           TO WK-BASE-DIA.
          IF   WK-BASE-AAAAMMDD < WK-DATA-AAAAMMDD
             ADD 1 TO WK-BASE-ANO
          END-IF.
          COMPUTE WK-BASE-INT =
                  FUNCTION INTEGER-OF-DATE(WK-BASE-AAAAMMDD).
          COMPUTE WK-DIAS-FALTAM = WK-BASE-INT - WK-HOJE-INT.
          MOVE WK-BASE-DIA TO WK-BED-DIA.
          MOVE WK-BASE-MES TO WK-BED-MES.
          MOVE WK-BASE-ANO TO WK-BED-ANO.
      *
       220-LISTA-SINDICATO.
          ADD 1 TO WK-QTDE-SINDICATOS.
          MOVE ZEROS TO WK-QTDE-FILIADOS.
          MOVE ZEROS TO WK-FOLHA-SIND.
          MOVE SPACES          TO REG-RELDTBAS.
          MOVE WK-CODSIND      TO RS-CODSIND.
          MOVE WK-NOMESIND     TO RS-NOMESIND.
          MOVE WK-BASE-EDIT    TO RS-DATABASE.
          MOVE WK-DIAS-FALTAM  TO RS-DIAS.
          MOVE WK-VIGINI       TO RS-VIGINI.
          MOVE WK-VIGFIM       TO RS-VIGFIM.
          MOVE WK-PISO-GERAL   TO RS-PISO-GERAL.
          IF   CONVENCAO-VENCIDA
             MOVE 'VENCIDA'    TO RS-SITUACAO
          END-IF.
          WRITE REG-RELDTBAS.

          MOVE 'N' TO WK-FIM-FILIADOS.
          EXEC SQL
             OPEN CUR-FILIADOS
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
          PERFORM 230-LISTA-FILIADO UNTIL FIM-FILIADOS.
          EXEC SQL
             CLOSE CUR-FILIADOS
          END-EXEC.

          MOVE SPACES           TO REG-RELDTBAS.
          MOVE 'TOTAL DO SINDICATO' TO RT-ROTULO.
          MOVE WK-QTDE-FILIADOS TO RT-QTDE.
          MOVE WK-FOLHA-SIND    TO RT-FOLHA.
          WRITE REG-RELDTBAS.
          MOVE SPACES           TO REG-RELDTBAS.
          WRITE REG-RELDTBAS.

          ADD WK-QTDE-FILIADOS TO WK-TOT-FILIADOS.
          ADD WK-FOLHA-SIND    TO WK-TOT-FOLHA.
          MOVE WK-FOLHA-SIND   TO WK-FOLHA-EDIT.
          DISPLAY '  SINDICATO ' WK-CODSIND ' DATA-BASE '
                  WK-BASE-EDIT ' (' WK-DIAS-FALTAM ' DIAS) - '
                  WK-QTDE-FILIADOS ' FILIADO(S), FOLHA '
                  WK-FOLHA-EDIT.
          IF   CONVENCAO-VENCIDA
             DISPLAY '    AVISO: CONVENCAO VIGENTE DESDE ' WK-VIGINI
                     ' VENCEU EM ' WK-VIGFIM ' - CADASTRE A NOVA '
                     '(MANCONV)'
          END-IF.
      *
       230-LISTA-FILIADO.
          EXEC SQL
             FETCH CUR-FILIADOS
               INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-CARGOFUN,
                    :DB2-STATUSFUN, :DB2-SALARIOFUN
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WK-QTDE-FILIADOS
                ADD DB2-SALARIOFUN TO WK-FOLHA-SIND
                MOVE SPACES           TO REG-RELDTBAS
                MOVE DB2-CODFUN       TO RF-CODFUN
                MOVE DB2-NOMEFUN-TEXT TO RF-NOMEFUN
                MOVE DB2-CARGOFUN     TO RF-CARGOFUN
                MOVE DB2-STATUSFUN    TO RF-STATUSFUN
                MOVE DB2-SALARIOFUN   TO RF-SALARIO
                WRITE REG-RELDTBAS
             WHEN 100
                SET FIM-FILIADOS TO TRUE
             WHEN OTHER
                PERFORM 990-ERRO-SQL
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          EXEC SQL
             CLOSE CUR-CONVENCOES
          END-EXEC.
          CLOSE ARQ-RELDTBAS.
          MOVE WK-TOT-FOLHA TO WK-FOLHA-EDIT.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DAS DATAS-BASE SINDICAIS A VENCER'.
          DISPLAY '  SINDICATOS NA JANELA .. ' WK-QTDE-SINDICATOS.
          DISPLAY '  FILIADOS ALCANCADOS ... ' WK-TOT-FILIADOS.
          DISPLAY '  FOLHA ATUAL ........... ' WK-FOLHA-EDIT.
          DISPLAY '================================================'.
          EXIT.
      *
       990-ERRO-SQL.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'RELDTBAS: ERRO ' WK-SQLCODE-EDIT ' - '
                  WK-SQLCODE-MSG.
          CLOSE ARQ-RELDTBAS.
          MOVE 12 TO RETURN-CODE.
          STOP RUN.
