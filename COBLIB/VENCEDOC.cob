        IDENTIFICATION DIVISION.
        PROGRAM-ID.    VENCEDOC.
        AUTHOR.        THIAGO.
      **************************************************
      * VENCIMENTO DOS DOCUMENTOS PROFISSIONAIS        *
      * (EAD719.DOCFUN, MANDOCUM) DO FUNCIONARIO       *
      * ATIVO OU EM FERIAS - REGISTRO NO CONSELHO,     *
      * HABILITACAO E AUTORIZACAO DE TRABALHO:         *
      * - A 60 E A 15 DIAS DO VENCIMENTO, O PROPRIO    *
      *   FUNCIONARIO E O GESTOR (OU O DELEGADO COM    *
      *   DELEGACAO VIGENTE) SAO AVISADOS PELA FILA    *
      *   EAD719.NOTIFICA (DOCVEN60 / DOCVEN15). O     *
      *   AVISO DADO FICA MARCADO NO DOCUMENTO (AVISO  *
      *   '6' OU '1') E NAO SE REPETE - A RODADA       *
      *   MENSAL MANDA O AVISO QUE JA ESTIVER NO       *
      *   PRAZO, E A RENOVACAO PELO MANDOCUM ZERA A    *
      *   MARCA;                                       *
      * - DOCUMENTO JA VENCIDO VAI PARA O RELATORIO    *
      *   (DOCVENC) POR DEPARTAMENTO, EM TODA RODADA   *
      *   ATE SER RENOVADO, E O PASSO TERMINA COM      *
      *   RETURN-CODE 4.                               *
      * DOCUMENTO SEM VALIDADE NAO VENCE.              *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO     ASSIGN TO DOCVENC
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CARGOFUN          PIC X(04).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-TIPODOC           PIC X(02).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-NUMERO            PIC X(20).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-VALIDADE          PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-DIAS-VENCIDO      PIC ZZZZ9.
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
       COPY CPYNOTIF.
       COPY CPYSQLMSG.
      *
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  WK-TIPODOC                PIC X(02)       VALUE SPACES.
       77  WK-NUMERO                 PIC X(20)       VALUE SPACES.
       77  WK-VALIDADE               PIC X(10)       VALUE SPACES.
       77  WK-AVISO                  PIC X(01)       VALUE SPACES.
       77  WK-NOVO-AVISO             PIC X(01)       VALUE SPACES.
       77  WK-TEMPLATE               PIC X(08)       VALUE SPACES.
       77  WK-EMAIL-FUNC             PIC X(30)       VALUE SPACES.
      *    DELEGACAO VIGENTE DO GESTOR (EAD719.DELEGACA, MANDELEG):
      *    MESMA CONSULTA DO RELTREIN.
       77  WK-DELEGADO               PIC X(07)       VALUE SPACES.
       77  WK-DESTINO-NOTIF          PIC X(07)       VALUE SPACES.
       01  WK-HOJE-TEXTO             PIC X(08)       VALUE SPACES.
      *
       01  WK-VALIDADE-PARTES.
           05  WK-VAL-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-VAL-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-VAL-ANO           PIC 9(04).
       77  WK-VALIDADE-NUM           PIC 9(08)       VALUE ZEROS.
       77  WK-DIAS-RESTANTES         PIC S9(05)      VALUE ZEROS.
       77  WK-DIAS-AVISO-1           PIC 9(03)       VALUE 60.
       77  WK-DIAS-AVISO-2           PIC 9(03)       VALUE 15.
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
      *
       77  WK-QTDE-AVISO-60          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-AVISO-15          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-VENCIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ILEGIVEL          PIC 9(05)       VALUE ZEROS.
      *
      *    DOCUMENTOS COM VALIDADE DE QUEM ESTA NO QUADRO, NA ORDEM
      *    DO RELATORIO. WITH HOLD: CADA AVISO E CONFIRMADO.
       EXEC SQL
           DECLARE CUR-DOCUMENTOS CURSOR WITH HOLD FOR
               SELECT F.CODFUN, F.NOMEFUN, F.DEPTOFUN, F.CARGOFUN,
                      COALESCE(F.GESTOR, ' '), F.EMAILFUN,
                      D.TIPODOC, D.NUMERO, D.VALIDADE, D.AVISO
                 FROM EAD719.DOCFUN D
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = D.CODFUN
                WHERE F.STATUSFUN IN ('A', 'V')
                  AND D.VALIDADE NOT = ' '
                ORDER BY F.DEPTOFUN, F.CODFUN, D.TIPODOC
       END-EXEC.
      *
       PROCEDURE DIVISION.
      * Grava uma notificacao pendente na fila NOTIFICA
           COPY GRAVANOTIF.
      *
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          MOVE WK-DATA-ATUAL(1:8)    TO WK-HOJE-TEXTO.
          OPEN OUTPUT ARQ-RELATORIO.
          EXEC SQL
             OPEN CUR-DOCUMENTOS
          END-EXEC.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-DOCUMENTOS
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-CARGOFUN, :DB2-GESTOR, :DB2-EMAILFUN,
                       :WK-TIPODOC, :WK-NUMERO, :WK-VALIDADE,
                       :WK-AVISO
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-AVALIA-DOCUMENTO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-DOCUMENTOS
          END-EXEC.
      *
       210-AVALIA-DOCUMENTO.
          MOVE WK-VALIDADE TO WK-VALIDADE-PARTES.
          IF   WK-VALIDADE-PARTES(1:2) NOT NUMERIC
           OR  WK-VALIDADE-PARTES(4:2) NOT NUMERIC
           OR  WK-VALIDADE-PARTES(7:4) NOT NUMERIC
             ADD 1 TO WK-QTDE-ILEGIVEL
             DISPLAY 'AVISO: VALIDADE ILEGIVEL DO DOCUMENTO '
                     WK-TIPODOC ' DO FUNCIONARIO ' DB2-CODFUN ' ('
                     WK-VALIDADE ')'
          ELSE
             COMPUTE WK-VALIDADE-NUM = WK-VAL-ANO * 10000
                                     + WK-VAL-MES * 100 + WK-VAL-DIA
             COMPUTE WK-DIAS-RESTANTES =
                     FUNCTION INTEGER-OF-DATE(WK-VALIDADE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WK-DATA-AAAAMMDD)
             MOVE SPACES TO WK-NOVO-AVISO
             EVALUATE TRUE
                WHEN WK-DIAS-RESTANTES < ZERO
                   PERFORM 220-RELATA-VENCIDO
                WHEN WK-DIAS-RESTANTES NOT > WK-DIAS-AVISO-2
                 AND WK-AVISO NOT = '1'
                   MOVE '1'        TO WK-NOVO-AVISO
                   MOVE 'DOCVEN15' TO WK-TEMPLATE
                   ADD 1 TO WK-QTDE-AVISO-15
                WHEN WK-DIAS-RESTANTES NOT > WK-DIAS-AVISO-1
                 AND WK-AVISO = SPACES
                   MOVE '6'        TO WK-NOVO-AVISO
                   MOVE 'DOCVEN60' TO WK-TEMPLATE
                   ADD 1 TO WK-QTDE-AVISO-60
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             IF   WK-NOVO-AVISO NOT = SPACES
                PERFORM 230-AVISA-VENCIMENTO
             END-IF
          END-IF.
      *
       220-RELATA-VENCIDO.
          MOVE SPACES            TO REG-RELATORIO.
          MOVE DB2-DEPTOFUN      TO RL-DEPTOFUN.
          MOVE DB2-CODFUN        TO RL-CODFUN.
          MOVE DB2-NOMEFUN-TEXT  TO RL-NOMEFUN.
          MOVE DB2-CARGOFUN      TO RL-CARGOFUN.
          MOVE WK-TIPODOC        TO RL-TIPODOC.
          MOVE WK-NUMERO         TO RL-NUMERO.
          MOVE WK-VALIDADE       TO RL-VALIDADE.
          COMPUTE RL-DIAS-VENCIDO = 0 - WK-DIAS-RESTANTES.
          WRITE REG-RELATORIO.
          ADD 1 TO WK-QTDE-VENCIDA.
      *
       230-AVISA-VENCIMENTO.
      *    O PROPRIO FUNCIONARIO E O GESTOR - OU O DELEGADO COM
      *    DELEGACAO VIGENTE (MANDELEG) - PELA FILA DE SEMPRE.
          MOVE DB2-EMAILFUN-TEXT TO WK-EMAIL-FUNC.
          MOVE DB2-CODFUN        TO DB2-NOT-CODFUN.
          MOVE 'C'               TO DB2-NOT-EVENTO.
          MOVE WK-EMAIL-FUNC     TO DB2-NOT-EMAIL.
          MOVE WK-TEMPLATE       TO DB2-NOT-TEMPLATE.
          PERFORM GRAVA-NOTIFICACAO.
          IF   DB2-GESTOR NOT = SPACES
             MOVE SPACES TO WK-DELEGADO
             EXEC SQL
                SELECT COALESCE(MIN(CODDELEGADO), ' ')
                  INTO :WK-DELEGADO
                  FROM EAD719.DELEGACA
                 WHERE CODDELEGANTE = :DB2-GESTOR
                   AND SUBSTR(DATAINI, 7, 4)
                       || SUBSTR(DATAINI, 4, 2)
                       || SUBSTR(DATAINI, 1, 2)
                       NOT > :WK-HOJE-TEXTO
                   AND SUBSTR(DATAFIM, 7, 4)
                       || SUBSTR(DATAFIM, 4, 2)
                       || SUBSTR(DATAFIM, 1, 2)
                       NOT < :WK-HOJE-TEXTO
             END-EXEC
             IF   WK-DELEGADO NOT = SPACES
                MOVE WK-DELEGADO TO WK-DESTINO-NOTIF
             ELSE
                MOVE DB2-GESTOR  TO WK-DESTINO-NOTIF
             END-IF
             EXEC SQL
                SELECT EMAILFUN
                  INTO :DB2-EMAILFUN
                  FROM EAD719.FUNCIONARIOS
                 WHERE CODFUN = :WK-DESTINO-NOTIF
             END-EXEC
             IF   SQLCODE = 0
                MOVE DB2-CODFUN        TO DB2-NOT-CODFUN
                MOVE 'C'               TO DB2-NOT-EVENTO
                MOVE DB2-EMAILFUN-TEXT TO DB2-NOT-EMAIL
                MOVE WK-TEMPLATE       TO DB2-NOT-TEMPLATE
                PERFORM GRAVA-NOTIFICACAO
             END-IF
          END-IF.
          EXEC SQL
             UPDATE EAD719.DOCFUN
                SET AVISO = :WK-NOVO-AVISO
              WHERE CODFUN  = :DB2-CODFUN
                AND TIPODOC = :WK-TIPODOC
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             DISPLAY 'DOCUMENTO ' WK-TIPODOC ' DO FUNCIONARIO '
                     DB2-CODFUN ' VENCE EM ' WK-VALIDADE ' ('
                     WK-DIAS-RESTANTES ' DIAS) - AVISO ' WK-TEMPLATE
          ELSE
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'AVISO DO DOCUMENTO ' WK-TIPODOC ' DO '
                     'FUNCIONARIO ' DB2-CODFUN ' NAO GRAVADO - '
                     WK-SQLCODE-MSG
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RELATORIO.
          IF   (WK-QTDE-VENCIDA > ZEROS OR WK-QTDE-ILEGIVEL > ZEROS)
           AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO VENCIMENTO DE DOCUMENTOS'.
          DISPLAY '  AVISOS DE 60 DIAS ..... ' WK-QTDE-AVISO-60.
          DISPLAY '  AVISOS DE 15 DIAS ..... ' WK-QTDE-AVISO-15.
          DISPLAY '  DOCUMENTOS VENCIDOS ... ' WK-QTDE-VENCIDA.
          DISPLAY '  VALIDADE ILEGIVEL ..... ' WK-QTDE-ILEGIVEL.
          DISPLAY '================================================'.
          EXIT.
