      *     NOVEMBRO (METADE DOS AVOS PROJETADOS ATE   *
      *     DEZEMBRO), GRAVADO EM EAD719.DECIMOTER     *
      *   PARM='TIPO=FECHA' - QUITACAO DE DEZEMBRO     *
      *     (AVOS CHEIOS MENOS O ADIANTAMENTO GRAVADO),*
      *     GRAVADA EM DECIMOTER.VALORQUIT             *
      * E RELATA QUEM FICOU COM AVOS MENORES QUE 12    *
      * (ADMISSAO NO MEIO DO ANO OU AFASTAMENTO), PARA *
      * O RH CONFERIR ANTES DA FOLHA - O CALCULO SAI   *
      * DA PLANILHA. ESTAGIARIO (CONTRATO G) NAO TEM   *
      * DECIMO TERCEIRO - FICA DE FORA. HORISTA        *
      * (TIPOSAL 'H') TEM COMO BASE A MEDIA DAS HORAS  *
      * DO ANO COM O DSR, A VALORHORA ATUAL (CALCMEDH),*
      * EM VEZ DO SALARIOFUN.                          *
      *                                                *
      * LEIAUTE DO EXTRATO (EXTDEC):                   *
      *   CODFUN    X(07)                              *
      *   NOMEFUN   X(30)                              *
      *   DEPTOFUN  X(03)                              *
      *   VALOR     9(07)V99                           *
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-VALOR             PIC 9(07)V99.
      *
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
       EXEC SQL
           DECLARE CUR-ATIVOS CURSOR WITH HOLD FOR
               SELECT CODFUN, NOMEFUN, DEPTOFUN, ADMISSFUN,
                      SALARIOFUN, COALESCE(EMPRESAFUN, ' '),
                      COALESCE(TIPOSAL, 'M'),
                      COALESCE(VALORHORA, 0)
                 FROM EAD719.FUNCIONARIOS
                WHERE STATUSFUN = 'A'
                  AND COALESCE(TIPOCONTR, ' ') NOT = 'G'
                ORDER BY DEPTOFUN, CODFUN
       END-EXEC.
      *
           88  TEVE-AFASTAMENTO                      VALUE 'S'.
      *
       77  WK-VALOR-CHEIO            PIC 9(07)V99    VALUE ZEROS.
      *    BASE DO 13O: SALARIOFUN, OU A MEDIA DO ANO DO HORISTA.
       77  WK-BASE-DECIMO            PIC 9(07)V99    VALUE ZEROS.
       77  WK-EMPRESAFUN             PIC X(03)       VALUE SPACES.
       77  WK-TIPOSAL                PIC X(01)       VALUE SPACES.
           88  FUNC-HORISTA                          VALUE 'H'.
       77  WK-VALORHORA              PIC 9(04)V99    VALUE ZEROS.
       77  WK-PERIODO-INI            PIC 9(06)       VALUE ZEROS.
       77  WK-PERIODO-FIM            PIC 9(06)       VALUE ZEROS.
       77  WK-VALOR-ADIANT           PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-PARCELA          PIC 9(07)V99    VALUE ZEROS.
       77  WK-ADIANT-GRAVADO         PIC 9(07)V99    VALUE ZEROS.
             EXEC SQL
                FETCH CUR-ATIVOS
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-ADMISSFUN, :DB2-SALARIOFUN,
                       :WK-EMPRESAFUN, :WK-TIPOSAL, :WK-VALORHORA
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-CALCULA-FUNCIONARIO
             MOVE ZEROS TO WK-AVOS
             PERFORM 260-RELATA-AVOS
          ELSE
             IF   FUNC-HORISTA
                COMPUTE WK-PERIODO-INI = WK-HOJE-AAAA * 100 + 1
                COMPUTE WK-PERIODO-FIM = WK-HOJE-AAAA * 100 + 12
                CALL "CALCMEDH" USING DB2-CODFUN, WK-EMPRESAFUN,
                                      DB2-DEPTOFUN,
                                      WK-PERIODO-INI, WK-PERIODO-FIM,
                                      WK-VALORHORA, WK-BASE-DECIMO
             ELSE
                MOVE DB2-SALARIOFUN TO WK-BASE-DECIMO
             END-IF
             COMPUTE WK-VALOR-CHEIO ROUNDED =
                     WK-BASE-DECIMO * WK-AVOS / 12
             IF   RODADA-ADIANTAMENTO
                PERFORM 230-GRAVA-ADIANTAMENTO
             ELSE
             COMPUTE WK-VALOR-PARCELA =
                     WK-VALOR-CHEIO - WK-ADIANT-GRAVADO
          END-IF.
      *    QUITACAO GRAVADA AO LADO DO ADIANTAMENTO: O 13O PAGO NO
      *    ANO (ADIANTAMENTO + QUITACAO) E O QUE VAI PARA O INFORME
      *    DE RENDIMENTOS. RODADA REPETIDA SUBSTITUI O VALOR.
          EXEC SQL
             UPDATE EAD719.DECIMOTER
                SET VALORQUIT = :WK-VALOR-PARCELA
              WHERE CODFUN = :DB2-CODFUN
                AND ANO    = :WK-HOJE-AAAA
          END-EXEC.
          IF   SQLCODE = 100
             EXEC SQL
                INSERT INTO EAD719.DECIMOTER
                   (CODFUN, ANO, AVOS, VALORADIANT, VALORQUIT)
                   VALUES (:DB2-CODFUN, :WK-HOJE-AAAA, :WK-AVOS,
                           0, :WK-VALOR-PARCELA)
             END-EXEC
          END-IF.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             MOVE 'F' TO RE-TIPO
             PERFORM 250-GRAVA-LINHA-EXTRATO
          ELSE
             DISPLAY 'QUITACAO DO FUNCIONARIO ' DB2-CODFUN
                     ' NAO GRAVADA - SQLCODE ' SQLCODE
                     ' - FORA DO EXTRATO'
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       250-GRAVA-LINHA-EXTRATO.
          MOVE DB2-CODFUN        TO RE-CODFUN.
