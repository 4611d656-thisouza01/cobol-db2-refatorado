        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELABSEN.
        AUTHOR.        THIAGO.
      **************************************************
      * RELATORIO MENSAL DE ABSENTEISMO POR            *
      * DEPARTAMENTO E DA EMPRESA (ARQUIVO RELABSEN),  *
      * UMA LINHA POR DEPARTAMENTO E UMA DE TOTAL:     *
      * - TAXA DE AUSENCIA = HORAS PERDIDAS / HORAS    *
      *   PREVISTAS. PREVISTAS = HORASSEMANA DA ESCALA *
      *   (EAD719.ESCALAS; SEM ESCALA, 40) X DIAS DO   *
      *   MES / 7. PERDIDAS = HORASFALTA DO PONTO      *
      *   (EAD719.MOVPONTO, PELO MES DE ORIGEM - O     *
      *   AJUSTE CARREGADO DEPOIS CONTA EM PERIODOREF) *
      *   MAIS OS DIAS DE AFASTAMENTO DENTRO DO MES    *
      *   (EAD719.AFASTAMENTOS) NA MESMA PROPORCAO;    *
      * - EPISODIOS CURTOS (MES COM FALTA NO PONTO E   *
      *   AFASTAMENTO DE ATE 15 DIAS) CONTRA           *
      *   AFASTAMENTOS LONGOS (MAIS DE 15 DIAS), PELO  *
      *   INICIO DENTRO DO MES;                        *
      * - TENDENCIA: TAXA DO MESMO MES DO ANO ANTERIOR *
      *   E A VARIACAO EM PONTOS PERCENTUAIS (SO CONTA *
      *   QUEM JA ESTAVA ADMITIDO NAQUELE MES).        *
      * FATOR DE BRADFORD DE CADA FUNCIONARIO NOS 12   *
      * MESES ATE O PERIODO: B = S X S X D, S =        *
      * EPISODIOS (CADA AFASTAMENTO E CADA MES COM     *
      * FALTA NO PONTO) E D = DIAS AUSENTES (DIAS DE   *
      * AFASTAMENTO NA JANELA MAIS AS HORAS DE FALTA   *
      * EM DIAS DA ESCALA). QUEM PASSA DO LIMITE SAI   *
      * NA LISTA DO GESTOR (ARQUIVO BRADGEST).         *
      * LICENCA-MATERNIDADE NAO ENTRA NO ABSENTEISMO.  *
      *                                                *
      * PARM='PERIODO=AAAAMM,LIMITE=NNNN' (OPCIONAIS;  *
      * SEM PERIODO, O MES ANTERIOR; SEM LIMITE, 200). *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELABSEN      ASSIGN TO RELABSEN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-BRADGEST      ASSIGN TO BRADGEST
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *    NIVEL 'D' = DEPARTAMENTO, 'E' = TOTAL DA EMPRESA.
       FD  ARQ-RELABSEN.
       01  REG-RELABSEN.
           05  RA-NIVEL             PIC X(01).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RA-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-PERIODO           PIC 9(06).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-QTDEFUNC          PIC ZZ.ZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-HORAS-PREV        PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-HORAS-PERD        PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-TAXA              PIC ZZ9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-EPIS-CURTOS       PIC ZZ.ZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-AFAST-LONGOS      PIC ZZ.ZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-TAXA-ANT          PIC ZZ9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-VAR-TAXA          PIC +ZZ9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RA-ACIMA-LIMITE      PIC ZZ.ZZ9.
      *
      *    LISTA DO GESTOR: FUNCIONARIOS ACIMA DO LIMITE.
       FD  ARQ-BRADGEST.
       01  REG-BRADGEST.
           05  RB-GESTOR            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RB-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RB-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RB-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RB-EPISODIOS         PIC ZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RB-DIAS              PIC ZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RB-BRADFORD          PIC Z.ZZZ.ZZ9.
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
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  DB2-ESCALAFUN             PIC X(03)       VALUE SPACES.
      *
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO           PIC 9(04).
           05  WK-PER-MES           PIC 9(02).
      *    MESMO MES DO ANO ANTERIOR.
       77  WK-PERIODO-ANT            PIC 9(06)       VALUE ZEROS.
      *    PRIMEIRO MES DA JANELA DE 12 MESES DO BRADFORD.
       01  WK-PERIODO-JANELA         PIC 9(06)       VALUE ZEROS.
       01  WK-JANELA-PARTES REDEFINES WK-PERIODO-JANELA.
           05  WK-JAN-ANO           PIC 9(04).
           05  WK-JAN-MES           PIC 9(02).
       77  WK-LIMITE-BRADFORD        PIC 9(04)       VALUE 200.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    LIMITES DOS MESES EM DIAS CORRIDOS (INTEGER-OF-DATE).
       77  WK-CAL-ANO                PIC 9(04)       VALUE ZEROS.
       77  WK-CAL-MES                PIC 9(02)       VALUE ZEROS.
       77  WK-CAL-PROX-NUM           PIC 9(08)       VALUE ZEROS.
       77  WK-CAL-INI-INT            PIC 9(07)       VALUE ZEROS.
       77  WK-CAL-FIM-INT            PIC 9(07)       VALUE ZEROS.
       77  WK-INI-MES-INT            PIC 9(07)       VALUE ZEROS.
       77  WK-FIM-MES-INT            PIC 9(07)       VALUE ZEROS.
       77  WK-INI-ANT-INT            PIC 9(07)       VALUE ZEROS.
       77  WK-FIM-ANT-INT            PIC 9(07)       VALUE ZEROS.
       77  WK-INI-JAN-INT            PIC 9(07)       VALUE ZEROS.
       77  WK-DIAS-MES               PIC 9(02)       VALUE ZEROS.
       77  WK-DIAS-MES-ANT           PIC 9(02)       VALUE ZEROS.
       77  WK-DATA-NUM               PIC 9(08)       VALUE ZEROS.
      *    FILTRO DOS AFASTAMENTOS (DATAS TEXTO DD/MM/AAAA
      *    REORDENADAS PARA AAAAMMDD).
       01  WK-INI-ANT-TEXTO          PIC X(08)       VALUE SPACES.
       01  WK-FIM-MES-TEXTO          PIC X(08)       VALUE SPACES.
      *
       01  WK-DATA-PARTES.
           05  WK-DAT-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-DAT-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-DAT-ANO           PIC 9(04).
       77  WK-ADMISSAO-INT           PIC 9(07)       VALUE ZEROS.
       77  WK-AFA-DATAINI            PIC X(10)       VALUE SPACES.
       77  WK-AFA-DATAFIM            PIC X(10)       VALUE SPACES.
       77  WK-AFA-INI-INT            PIC 9(07)       VALUE ZEROS.
       77  WK-AFA-FIM-INT            PIC 9(07)       VALUE ZEROS.
       77  WK-AFA-DURACAO            PIC 9(05)       VALUE ZEROS.
       77  WK-SOB-INI-INT            PIC 9(07)       VALUE ZEROS.
       77  WK-SOB-FIM-INT            PIC 9(07)       VALUE ZEROS.
       77  WK-SOB-DIAS               PIC 9(05)       VALUE ZEROS.
       77  WK-LIMITE-CURTO           PIC 9(02)       VALUE 15.
      *
      *    APURACAO DO FUNCIONARIO.
       77  WK-HORASSEMANA            PIC 9(02)       VALUE ZEROS.
       77  WK-HORAS-DIA              PIC 9(02)V99    VALUE ZEROS.
       77  WK-FUNC-PREV              PIC 9(05)V99    VALUE ZEROS.
       77  WK-FUNC-PERD              PIC 9(05)V99    VALUE ZEROS.
       77  WK-FUNC-PREV-ANT          PIC 9(05)V99    VALUE ZEROS.
       77  WK-FUNC-PERD-ANT          PIC 9(05)V99    VALUE ZEROS.
       77  WK-FALTA-MES              PIC 9(05)V99    VALUE ZEROS.
       77  WK-FALTA-ANT              PIC 9(05)V99    VALUE ZEROS.
       77  WK-FALTA-JANELA           PIC 9(05)V99    VALUE ZEROS.
       77  WK-MESES-FALTA            PIC 9(02)       VALUE ZEROS.
       77  WK-DIAS-AFAST-MES         PIC 9(03)       VALUE ZEROS.
       77  WK-DIAS-AFAST-ANT         PIC 9(03)       VALUE ZEROS.
       77  WK-DIAS-AFAST-JAN         PIC 9(03)       VALUE ZEROS.
       77  WK-QTDE-AFAST-JAN         PIC 9(03)       VALUE ZEROS.
       77  WK-FUNC-CURTOS            PIC 9(03)       VALUE ZEROS.
       77  WK-FUNC-LONGOS            PIC 9(03)       VALUE ZEROS.
       77  WK-BRAD-EPISODIOS         PIC 9(03)       VALUE ZEROS.
       77  WK-BRAD-DIAS              PIC 9(03)       VALUE ZEROS.
       77  WK-BRADFORD               PIC 9(07)       VALUE ZEROS.
      *
      *    ACUMULADOS DO DEPARTAMENTO E DA EMPRESA.
       77  WK-DEPTO-ANTERIOR         PIC X(03)       VALUE SPACES.
       77  WK-DEP-QTDE               PIC 9(05)       VALUE ZEROS.
       77  WK-DEP-PREV               PIC 9(07)V99    VALUE ZEROS.
       77  WK-DEP-PERD               PIC 9(07)V99    VALUE ZEROS.
       77  WK-DEP-PREV-ANT           PIC 9(07)V99    VALUE ZEROS.
       77  WK-DEP-PERD-ANT           PIC 9(07)V99    VALUE ZEROS.
       77  WK-DEP-CURTOS             PIC 9(05)       VALUE ZEROS.
       77  WK-DEP-LONGOS             PIC 9(05)       VALUE ZEROS.
       77  WK-DEP-ACIMA              PIC 9(05)       VALUE ZEROS.
       77  WK-EMP-QTDE               PIC 9(05)       VALUE ZEROS.
       77  WK-EMP-PREV               PIC 9(07)V99    VALUE ZEROS.
       77  WK-EMP-PERD               PIC 9(07)V99    VALUE ZEROS.
       77  WK-EMP-PREV-ANT           PIC 9(07)V99    VALUE ZEROS.
       77  WK-EMP-PERD-ANT           PIC 9(07)V99    VALUE ZEROS.
       77  WK-EMP-CURTOS             PIC 9(05)       VALUE ZEROS.
       77  WK-EMP-LONGOS             PIC 9(05)       VALUE ZEROS.
       77  WK-EMP-ACIMA              PIC 9(05)       VALUE ZEROS.
      *    CAMPOS DA LINHA (DEPARTAMENTO OU EMPRESA).
       77  WK-LIN-PREV               PIC 9(07)V99    VALUE ZEROS.
       77  WK-LIN-PERD               PIC 9(07)V99    VALUE ZEROS.
       77  WK-LIN-PREV-ANT           PIC 9(07)V99    VALUE ZEROS.
       77  WK-LIN-PERD-ANT           PIC 9(07)V99    VALUE ZEROS.
       77  WK-TAXA                   PIC 9(03)V99    VALUE ZEROS.
       77  WK-TAXA-ANT               PIC 9(03)V99    VALUE ZEROS.
       77  WK-VAR-TAXA               PIC S9(03)V99   VALUE ZEROS.
      *
       77  WK-QTDE-DEPTOS            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-ESCALA        PIC 9(05)       VALUE ZEROS.
       77  WK-FIM-FUNCIONARIOS       PIC X(01)       VALUE 'N'.
           88  FIM-FUNCIONARIOS                      VALUE 'S'.
      *
      *    QUADRO DO PERIODO (AFASTADOS INCLUSIVE), NA ORDEM DO
      *    RELATORIO - NO DEPARTAMENTO, AGRUPADO POR GESTOR.
       EXEC SQL
           DECLARE CUR-ABSENTEISMO CURSOR FOR
               SELECT CODFUN, NOMEFUN, DEPTOFUN,
                      COALESCE(GESTOR, ' '),
                      COALESCE(ESCALAFUN, ' '), ADMISSFUN
                 FROM EAD719.FUNCIONARIOS
                WHERE STATUSFUN IN ('A', 'V', 'F')
                ORDER BY DEPTOFUN, GESTOR, CODFUN
       END-EXEC.
      *
      *    AFASTAMENTOS DO FUNCIONARIO QUE TOCAM O INTERVALO DO
      *    MES DO ANO ANTERIOR ATE O FIM DO PERIODO.
       EXEC SQL
           DECLARE CUR-AFAST-ABS CURSOR FOR
               SELECT DATAINI, COALESCE(DATAFIM, ' ')
                 FROM EAD719.AFASTAMENTOS
                WHERE CODFUN = :DB2-CODFUN
                  AND MOTIVO NOT LIKE '%MATERN%'
                  AND SUBSTR(DATAINI, 7, 4)
                      || SUBSTR(DATAINI, 4, 2)
                      || SUBSTR(DATAINI, 1, 2)
                      <= :WK-FIM-MES-TEXTO
                  AND (COALESCE(DATAFIM, ' ') = ' '
                       OR SUBSTR(DATAFIM, 7, 4)
                          || SUBSTR(DATAFIM, 4, 2)
                          || SUBSTR(DATAFIM, 1, 2)
                          >= :WK-INI-ANT-TEXTO)
       END-EXEC.
      *
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-TAM           PIC S9(4)       COMP.
           05  LK-PARM-TEXTO         PIC X(40).
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
      *    SEM PARM, O MES ANTERIOR - O PONTO DO MES JA FOI
      *    CARREGADO.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          IF   WK-HOJE-MM > 1
             COMPUTE WK-PERIODO = WK-HOJE-AAAA * 100 + WK-HOJE-MM - 1
          ELSE
             COMPUTE WK-PERIODO = (WK-HOJE-AAAA - 1) * 100 + 12
          END-IF.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:8) = 'PERIODO='
                 AND LK-PARM-TEXTO(9:6) IS NUMERIC
                 AND LK-PARM-TEXTO(13:2) > '00'
                 AND LK-PARM-TEXTO(13:2) < '13'
                MOVE LK-PARM-TEXTO(9:6) TO WK-PERIODO
             END-IF
             IF  LK-PARM-TEXTO(16:7) = 'LIMITE='
                 AND LK-PARM-TEXTO(23:4) IS NUMERIC
                MOVE LK-PARM-TEXTO(23:4) TO WK-LIMITE-BRADFORD
             END-IF
          END-IF.
          COMPUTE WK-PERIODO-ANT = WK-PERIODO - 100.

      *    MES DO PERIODO E O MESMO MES DO ANO ANTERIOR.
          MOVE WK-PER-ANO TO WK-CAL-ANO.
          MOVE WK-PER-MES TO WK-CAL-MES.
          PERFORM 120-LIMITES-DO-MES.
          MOVE WK-CAL-INI-INT TO WK-INI-MES-INT.
          MOVE WK-CAL-FIM-INT TO WK-FIM-MES-INT.
          COMPUTE WK-DIAS-MES = WK-FIM-MES-INT - WK-INI-MES-INT + 1.
          COMPUTE WK-DATA-NUM =
                  FUNCTION DATE-OF-INTEGER(WK-FIM-MES-INT).
          MOVE WK-DATA-NUM TO WK-FIM-MES-TEXTO.

          SUBTRACT 1 FROM WK-CAL-ANO.
          PERFORM 120-LIMITES-DO-MES.
          MOVE WK-CAL-INI-INT TO WK-INI-ANT-INT.
          MOVE WK-CAL-FIM-INT TO WK-FIM-ANT-INT.
          COMPUTE WK-DIAS-MES-ANT = WK-FIM-ANT-INT - WK-INI-ANT-INT
                                  + 1.
          COMPUTE WK-DATA-NUM =
                  FUNCTION DATE-OF-INTEGER(WK-INI-ANT-INT).
          MOVE WK-DATA-NUM TO WK-INI-ANT-TEXTO.

      *    JANELA DO BRADFORD: 11 MESES ANTES DO PERIODO ATE ELE.
          MOVE WK-PER-ANO TO WK-JAN-ANO.
          IF   WK-PER-MES = 12
             MOVE 1 TO WK-JAN-MES
          ELSE
             COMPUTE WK-JAN-MES = WK-PER-MES + 1
             SUBTRACT 1 FROM WK-JAN-ANO
          END-IF.
          MOVE WK-JAN-ANO TO WK-CAL-ANO.
          MOVE WK-JAN-MES TO WK-CAL-MES.
          PERFORM 120-LIMITES-DO-MES.
          MOVE WK-CAL-INI-INT TO WK-INI-JAN-INT.

          DISPLAY 'RELABSEN: ABSENTEISMO DO PERIODO ' WK-PERIODO
                  ', BRADFORD DESDE ' WK-PERIODO-JANELA
                  ', LIMITE ' WK-LIMITE-BRADFORD.
          OPEN OUTPUT ARQ-RELABSEN.
          OPEN OUTPUT ARQ-BRADGEST.
          EXEC SQL
             OPEN CUR-ABSENTEISMO
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
      *
       120-LIMITES-DO-MES.
      *    PRIMEIRO E ULTIMO DIA DE WK-CAL-ANO/WK-CAL-MES.
          COMPUTE WK-DATA-NUM = WK-CAL-ANO * 10000
                              + WK-CAL-MES * 100 + 1.
          COMPUTE WK-CAL-INI-INT =
                  FUNCTION INTEGER-OF-DATE(WK-DATA-NUM).
          IF   WK-CAL-MES = 12
             COMPUTE WK-CAL-PROX-NUM = (WK-CAL-ANO + 1) * 10000
                                     + 101
          ELSE
             COMPUTE WK-CAL-PROX-NUM = WK-CAL-ANO * 10000
                                     + (WK-CAL-MES + 1) * 100 + 1
          END-IF.
          COMPUTE WK-CAL-FIM-INT =
                  FUNCTION INTEGER-OF-DATE(WK-CAL-PROX-NUM) - 1.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL FIM-FUNCIONARIOS
             EXEC SQL
                FETCH CUR-ABSENTEISMO
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-GESTOR, :DB2-ESCALAFUN, :DB2-ADMISSFUN
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   PERFORM 210-AVALIA-FUNCIONARIO
                WHEN 100
                   SET FIM-FUNCIONARIOS TO TRUE
                WHEN OTHER
                   PERFORM 990-ERRO-SQL
             END-EVALUATE
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ABSENTEISMO
          END-EXEC.
          IF   WK-DEP-QTDE > ZEROS
             PERFORM 250-GRAVA-DEPARTAMENTO
          END-IF.
          PERFORM 260-GRAVA-EMPRESA.
      *
       210-AVALIA-FUNCIONARIO.
      *    ADMITIDO DEPOIS DO PERIODO NAO ENTRA.
          MOVE DB2-ADMISSFUN(1:10) TO WK-DATA-PARTES.
          MOVE ZEROS TO WK-ADMISSAO-INT.
          IF   WK-DAT-ANO IS NUMERIC AND WK-DAT-MES IS NUMERIC
               AND WK-DAT-DIA IS NUMERIC
             COMPUTE WK-DATA-NUM = WK-DAT-ANO * 10000
                                 + WK-DAT-MES * 100 + WK-DAT-DIA
             COMPUTE WK-ADMISSAO-INT =
                     FUNCTION INTEGER-OF-DATE(WK-DATA-NUM)
          END-IF.
          IF   WK-ADMISSAO-INT > WK-FIM-MES-INT
             CONTINUE
          ELSE
             IF   DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
                  AND WK-DEP-QTDE > ZEROS
                PERFORM 250-GRAVA-DEPARTAMENTO
             END-IF
             MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR
             PERFORM 215-LE-ESCALA
             PERFORM 220-LE-PONTO
             PERFORM 230-LE-AFASTAMENTOS
             PERFORM 240-APURA-FUNCIONARIO
          END-IF.
      *
       215-LE-ESCALA.
      *    SEM ESCALA CADASTRADA, 40 HORAS DE SEGUNDA A SEXTA.
          MOVE ZEROS TO WK-HORASSEMANA.
          IF   DB2-ESCALAFUN NOT = SPACES
             EXEC SQL
                SELECT HORASSEMANA
                  INTO :WK-HORASSEMANA
                  FROM EAD719.ESCALAS
                 WHERE CODESCALA = :DB2-ESCALAFUN
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE ZEROS TO WK-HORASSEMANA
             END-IF
          END-IF.
          IF   WK-HORASSEMANA = ZEROS
             ADD 1 TO WK-QTDE-SEM-ESCALA
             MOVE 40 TO WK-HORASSEMANA
          END-IF.
          IF   WK-HORASSEMANA > 40
             COMPUTE WK-HORAS-DIA ROUNDED = WK-HORASSEMANA / 6
          ELSE
             COMPUTE WK-HORAS-DIA ROUNDED = WK-HORASSEMANA / 5
          END-IF.
          COMPUTE WK-FUNC-PREV ROUNDED =
                  WK-HORASSEMANA * WK-DIAS-MES / 7.
      *    NO ANO ANTERIOR SO CONTA QUEM JA ESTAVA ADMITIDO.
          IF   WK-ADMISSAO-INT > WK-FIM-ANT-INT
             MOVE ZEROS TO WK-FUNC-PREV-ANT
          ELSE
             COMPUTE WK-FUNC-PREV-ANT ROUNDED =
                     WK-HORASSEMANA * WK-DIAS-MES-ANT / 7
          END-IF.
      *
       220-LE-PONTO.
      *    FALTAS DO PONTO PELO MES DE ORIGEM: O MOVIMENTO QUE
      *    CHEGOU DEPOIS DO FECHAMENTO TRAZ O MES EM PERIODOREF.
          EXEC SQL
             SELECT COALESCE(SUM(HORASFALTA), 0)
               INTO :WK-FALTA-MES
               FROM EAD719.MOVPONTO
              WHERE CODFUN = :DB2-CODFUN
                AND CASE WHEN COALESCE(PERIODOREF, 0) > 0
                         THEN PERIODOREF
                         ELSE PERIODO
                    END = :WK-PERIODO
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
          EXEC SQL
             SELECT COALESCE(SUM(HORASFALTA), 0)
               INTO :WK-FALTA-ANT
               FROM EAD719.MOVPONTO
              WHERE CODFUN = :DB2-CODFUN
                AND CASE WHEN COALESCE(PERIODOREF, 0) > 0
                         THEN PERIODOREF
                         ELSE PERIODO
                    END = :WK-PERIODO-ANT
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
      *    CADA MES COM FALTA NA JANELA E UM EPISODIO DO BRADFORD.
          EXEC SQL
             SELECT COUNT(DISTINCT
                          CASE WHEN COALESCE(PERIODOREF, 0) > 0
                               THEN PERIODOREF
                               ELSE PERIODO
                          END),
                    COALESCE(SUM(HORASFALTA), 0)
               INTO :WK-MESES-FALTA, :WK-FALTA-JANELA
               FROM EAD719.MOVPONTO
              WHERE CODFUN     = :DB2-CODFUN
                AND HORASFALTA > 0
                AND CASE WHEN COALESCE(PERIODOREF, 0) > 0
                         THEN PERIODOREF
                         ELSE PERIODO
                    END BETWEEN :WK-PERIODO-JANELA AND :WK-PERIODO
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
      *
       230-LE-AFASTAMENTOS.
          MOVE ZEROS TO WK-DIAS-AFAST-MES WK-DIAS-AFAST-ANT
                        WK-DIAS-AFAST-JAN WK-QTDE-AFAST-JAN
                        WK-FUNC-CURTOS    WK-FUNC-LONGOS.
          EXEC SQL
             OPEN CUR-AFAST-ABS
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-AFAST-ABS
                  INTO :WK-AFA-DATAINI, :WK-AFA-DATAFIM
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 235-APURA-AFASTAMENTO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             PERFORM 990-ERRO-SQL
          END-IF.
          EXEC SQL
             CLOSE CUR-AFAST-ABS
          END-EXEC.
      *
       235-APURA-AFASTAMENTO.
      *    AFASTAMENTO EM ABERTO CONTA ATE O FIM DO PERIODO.
          MOVE WK-AFA-DATAINI TO WK-DATA-PARTES.
          IF   WK-DAT-ANO IS NUMERIC AND WK-DAT-MES IS NUMERIC
               AND WK-DAT-DIA IS NUMERIC
             COMPUTE WK-DATA-NUM = WK-DAT-ANO * 10000
                                 + WK-DAT-MES * 100 + WK-DAT-DIA
             COMPUTE WK-AFA-INI-INT =
                     FUNCTION INTEGER-OF-DATE(WK-DATA-NUM)
             MOVE WK-FIM-MES-INT TO WK-AFA-FIM-INT
             IF   WK-AFA-DATAFIM NOT = SPACES
                MOVE WK-AFA-DATAFIM TO WK-DATA-PARTES
                IF   WK-DAT-ANO IS NUMERIC AND WK-DAT-MES IS NUMERIC
                     AND WK-DAT-DIA IS NUMERIC
                   COMPUTE WK-DATA-NUM = WK-DAT-ANO * 10000
                                       + WK-DAT-MES * 100
                                       + WK-DAT-DIA
                   COMPUTE WK-AFA-FIM-INT =
                           FUNCTION INTEGER-OF-DATE(WK-DATA-NUM)
                END-IF
             END-IF

      *       DIAS DENTRO DO MES, DO MES DO ANO ANTERIOR E DA
      *       JANELA DO BRADFORD.
             MOVE WK-INI-MES-INT TO WK-SOB-INI-INT
             MOVE WK-FIM-MES-INT TO WK-SOB-FIM-INT
             PERFORM 236-DIAS-SOBREPOSTOS
             ADD WK-SOB-DIAS TO WK-DIAS-AFAST-MES
             MOVE WK-INI-ANT-INT TO WK-SOB-INI-INT
             MOVE WK-FIM-ANT-INT TO WK-SOB-FIM-INT
             PERFORM 236-DIAS-SOBREPOSTOS
             ADD WK-SOB-DIAS TO WK-DIAS-AFAST-ANT
             MOVE WK-INI-JAN-INT TO WK-SOB-INI-INT
             MOVE WK-FIM-MES-INT TO WK-SOB-FIM-INT
             PERFORM 236-DIAS-SOBREPOSTOS
             IF   WK-SOB-DIAS > ZEROS
                ADD 1           TO WK-QTDE-AFAST-JAN
                ADD WK-SOB-DIAS TO WK-DIAS-AFAST-JAN
             END-IF

      *       EPISODIO INICIADO NO MES: CURTO ATE 15 DIAS.
             IF   WK-AFA-INI-INT NOT < WK-INI-MES-INT
                  AND WK-AFA-INI-INT NOT > WK-FIM-MES-INT
                COMPUTE WK-AFA-DURACAO =
                        WK-AFA-FIM-INT - WK-AFA-INI-INT + 1
                IF   WK-AFA-DURACAO > WK-LIMITE-CURTO
                   ADD 1 TO WK-FUNC-LONGOS
                ELSE
                   ADD 1 TO WK-FUNC-CURTOS
                END-IF
             END-IF
          END-IF.
      *
       236-DIAS-SOBREPOSTOS.
          MOVE ZEROS TO WK-SOB-DIAS.
          IF   WK-AFA-INI-INT > WK-SOB-INI-INT
             MOVE WK-AFA-INI-INT TO WK-SOB-INI-INT
          END-IF.
          IF   WK-AFA-FIM-INT < WK-SOB-FIM-INT
             MOVE WK-AFA-FIM-INT TO WK-SOB-FIM-INT
          END-IF.
          IF   WK-SOB-FIM-INT NOT < WK-SOB-INI-INT
             COMPUTE WK-SOB-DIAS = WK-SOB-FIM-INT - WK-SOB-INI-INT
                                 + 1
          END-IF.
      *
       240-APURA-FUNCIONARIO.
      *    HORAS PERDIDAS: FALTAS DO PONTO MAIS OS DIAS CORRIDOS
      *    DE AFASTAMENTO NA PROPORCAO DA ESCALA, LIMITADAS AO
      *    PREVISTO.
          COMPUTE WK-FUNC-PERD ROUNDED = WK-FALTA-MES
                  + WK-DIAS-AFAST-MES * WK-HORASSEMANA / 7.
          IF   WK-FUNC-PERD > WK-FUNC-PREV
             MOVE WK-FUNC-PREV TO WK-FUNC-PERD
          END-IF.
          IF   WK-FUNC-PREV-ANT > ZEROS
             COMPUTE WK-FUNC-PERD-ANT ROUNDED = WK-FALTA-ANT
                     + WK-DIAS-AFAST-ANT * WK-HORASSEMANA / 7
             IF   WK-FUNC-PERD-ANT > WK-FUNC-PREV-ANT
                MOVE WK-FUNC-PREV-ANT TO WK-FUNC-PERD-ANT
             END-IF
          ELSE
             MOVE ZEROS TO WK-FUNC-PERD-ANT
          END-IF.
          IF   WK-FALTA-MES > ZEROS
             ADD 1 TO WK-FUNC-CURTOS
          END-IF.

          COMPUTE WK-BRAD-EPISODIOS = WK-MESES-FALTA
                                    + WK-QTDE-AFAST-JAN.
          COMPUTE WK-BRAD-DIAS ROUNDED = WK-DIAS-AFAST-JAN
                                       + WK-FALTA-JANELA / WK-HORAS-DIA.
          COMPUTE WK-BRADFORD = WK-BRAD-EPISODIOS * WK-BRAD-EPISODIOS
                              * WK-BRAD-DIAS.

          ADD 1                TO WK-DEP-QTDE.
          ADD WK-FUNC-PREV     TO WK-DEP-PREV.
          ADD WK-FUNC-PERD     TO WK-DEP-PERD.
          ADD WK-FUNC-PREV-ANT TO WK-DEP-PREV-ANT.
          ADD WK-FUNC-PERD-ANT TO WK-DEP-PERD-ANT.
          ADD WK-FUNC-CURTOS   TO WK-DEP-CURTOS.
          ADD WK-FUNC-LONGOS   TO WK-DEP-LONGOS.
          IF   WK-BRADFORD > WK-LIMITE-BRADFORD
             ADD 1 TO WK-DEP-ACIMA
             PERFORM 245-GRAVA-GESTOR
          END-IF.
      *
       245-GRAVA-GESTOR.
          MOVE SPACES            TO REG-BRADGEST.
          MOVE DB2-GESTOR        TO RB-GESTOR.
          MOVE DB2-DEPTOFUN      TO RB-DEPTOFUN.
          MOVE DB2-CODFUN        TO RB-CODFUN.
          MOVE DB2-NOMEFUN-TEXT  TO RB-NOMEFUN.
          MOVE WK-BRAD-EPISODIOS TO RB-EPISODIOS.
          MOVE WK-BRAD-DIAS      TO RB-DIAS.
          MOVE WK-BRADFORD       TO RB-BRADFORD.
          WRITE REG-BRADGEST.
      *
       250-GRAVA-DEPARTAMENTO.
          MOVE SPACES            TO REG-RELABSEN.
          MOVE 'D'               TO RA-NIVEL.
          MOVE WK-DEPTO-ANTERIOR TO RA-DEPTOFUN.
          MOVE WK-DEP-QTDE       TO RA-QTDEFUNC.
          MOVE WK-DEP-CURTOS     TO RA-EPIS-CURTOS.
          MOVE WK-DEP-LONGOS     TO RA-AFAST-LONGOS.
          MOVE WK-DEP-ACIMA      TO RA-ACIMA-LIMITE.
          MOVE WK-DEP-PREV       TO WK-LIN-PREV.
          MOVE WK-DEP-PERD       TO WK-LIN-PERD.
          MOVE WK-DEP-PREV-ANT   TO WK-LIN-PREV-ANT.
          MOVE WK-DEP-PERD-ANT   TO WK-LIN-PERD-ANT.
          PERFORM 270-GRAVA-LINHA.
          ADD 1                  TO WK-QTDE-DEPTOS.

          ADD WK-DEP-QTDE        TO WK-EMP-QTDE.
          ADD WK-DEP-PREV        TO WK-EMP-PREV.
          ADD WK-DEP-PERD        TO WK-EMP-PERD.
          ADD WK-DEP-PREV-ANT    TO WK-EMP-PREV-ANT.
          ADD WK-DEP-PERD-ANT    TO WK-EMP-PERD-ANT.
          ADD WK-DEP-CURTOS      TO WK-EMP-CURTOS.
          ADD WK-DEP-LONGOS      TO WK-EMP-LONGOS.
          ADD WK-DEP-ACIMA       TO WK-EMP-ACIMA.
          MOVE ZEROS TO WK-DEP-QTDE     WK-DEP-PREV   WK-DEP-PERD
                        WK-DEP-PREV-ANT WK-DEP-PERD-ANT
                        WK-DEP-CURTOS   WK-DEP-LONGOS WK-DEP-ACIMA.
      *
       260-GRAVA-EMPRESA.
          MOVE SPACES            TO REG-RELABSEN.
          MOVE 'E'               TO RA-NIVEL.
          MOVE WK-EMP-QTDE       TO RA-QTDEFUNC.
          MOVE WK-EMP-CURTOS     TO RA-EPIS-CURTOS.
          MOVE WK-EMP-LONGOS     TO RA-AFAST-LONGOS.
          MOVE WK-EMP-ACIMA      TO RA-ACIMA-LIMITE.
          MOVE WK-EMP-PREV       TO WK-LIN-PREV.
          MOVE WK-EMP-PERD       TO WK-LIN-PERD.
          MOVE WK-EMP-PREV-ANT   TO WK-LIN-PREV-ANT.
          MOVE WK-EMP-PERD-ANT   TO WK-LIN-PERD-ANT.
          PERFORM 270-GRAVA-LINHA.
      *
       270-GRAVA-LINHA.
          MOVE WK-PERIODO        TO RA-PERIODO.
          MOVE WK-LIN-PREV       TO RA-HORAS-PREV.
          MOVE WK-LIN-PERD       TO RA-HORAS-PERD.
          IF   WK-LIN-PREV > ZEROS
             COMPUTE WK-TAXA ROUNDED =
                     WK-LIN-PERD * 100 / WK-LIN-PREV
          ELSE
             MOVE ZEROS TO WK-TAXA
          END-IF.
          IF   WK-LIN-PREV-ANT > ZEROS
             COMPUTE WK-TAXA-ANT ROUNDED =
                     WK-LIN-PERD-ANT * 100 / WK-LIN-PREV-ANT
          ELSE
             MOVE ZEROS TO WK-TAXA-ANT
          END-IF.
      *    SEM QUADRO NO ANO ANTERIOR NAO HA COMPARACAO - A
      *    VARIACAO SAI ZERADA.
          IF   WK-LIN-PREV-ANT > ZEROS
             COMPUTE WK-VAR-TAXA = WK-TAXA - WK-TAXA-ANT
          ELSE
             MOVE ZEROS TO WK-VAR-TAXA
          END-IF.
          MOVE WK-TAXA           TO RA-TAXA.
          MOVE WK-TAXA-ANT       TO RA-TAXA-ANT.
          MOVE WK-VAR-TAXA       TO RA-VAR-TAXA.
          WRITE REG-RELABSEN.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RELABSEN.
          CLOSE ARQ-BRADGEST.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO ABSENTEISMO - PERIODO ' WK-PERIODO.
          DISPLAY '  DEPARTAMENTOS .......... ' WK-QTDE-DEPTOS.
          DISPLAY '  FUNCIONARIOS ........... ' WK-EMP-QTDE.
          DISPLAY '  SEM ESCALA (40 HORAS) .. ' WK-QTDE-SEM-ESCALA.
          DISPLAY '  EPISODIOS CURTOS ....... ' WK-EMP-CURTOS.
          DISPLAY '  AFASTAMENTOS LONGOS .... ' WK-EMP-LONGOS.
          DISPLAY '  ACIMA DO LIMITE BRADFORD ' WK-EMP-ACIMA.
          DISPLAY '================================================'.
          EXIT.
      *
       990-ERRO-SQL.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'RELABSEN: ERRO ' WK-SQLCODE-EDIT ' - '
                  WK-SQLCODE-MSG.
          EXEC SQL ROLLBACK END-EXEC.
          MOVE 12 TO RETURN-CODE.
          STOP RUN.
