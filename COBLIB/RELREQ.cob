        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELREQ.
        AUTHOR.        THIAGO.
      **************************************************
      * RELATORIO MENSAL DAS REQUISICOES DE VAGA       *
      * (EAD719.REQVAGA, MANREQ) POR DEPARTAMENTO:     *
      * PREENCHIDAS NO MES COM O TEMPO MEDIO DE        *
      * PREENCHIMENTO (DIAS DA APROVACAO A ADMISSAO),  *
      * CANCELADAS NO MES E AS AINDA ABERTAS NO ULTIMO *
      * DIA DO MES POR IDADE (ATE 30, 31-60, 61-90 E   *
      * MAIS DE 90 DIAS DA APROVACAO). FECHA COM O     *
      * TOTAL DA EMPRESA E A LISTA DE CADA REQUISICAO  *
      * ABERTA HA MAIS DE 60 DIAS, A MAIS VELHA        *
      * PRIMEIRO.                                      *
      * PARM='PERIODO=AAAAMM' (SEM PARM, MES CORRENTE).*
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO     ASSIGN TO RELREQ
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO            PIC X(100).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    PRIMEIRO E ULTIMO DIA DO MES NO FORMATO ISO DO DB2.
       77  WK-INI-NUM                PIC 9(08)       VALUE ZEROS.
       77  WK-PROX-NUM               PIC 9(08)       VALUE ZEROS.
       77  WK-FIM-NUM                PIC 9(08)       VALUE ZEROS.
       01  WK-FIM-PARTES.
           05  WK-FIMP-ANO          PIC 9(04).
           05  WK-FIMP-MES          PIC 9(02).
           05  WK-FIMP-DIA          PIC 9(02).
       01  WK-INI-ISO.
           05  WK-INI-ANO           PIC 9(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-INI-MES           PIC 9(02).
           05  FILLER               PIC X(03)  VALUE '-01'.
       01  WK-FIM-ISO.
           05  WK-FIM-ANO           PIC 9(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-FIM-MES           PIC 9(02).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-FIM-DIA           PIC 9(02).
      *
       77  WK-DEPTO                  PIC X(03)       VALUE SPACES.
       77  WK-PREENCHIDAS            PIC 9(05)       VALUE ZEROS.
       77  WK-DIAS-PREENCH           PIC 9(07)       VALUE ZEROS.
       77  WK-CANCELADAS             PIC 9(05)       VALUE ZEROS.
       77  WK-ABERTAS                PIC 9(05)       VALUE ZEROS.
       77  WK-ATE-30                 PIC 9(05)       VALUE ZEROS.
       77  WK-ATE-60                 PIC 9(05)       VALUE ZEROS.
       77  WK-ATE-90                 PIC 9(05)       VALUE ZEROS.
       77  WK-MAIS-90                PIC 9(05)       VALUE ZEROS.
       77  WK-MEDIA-DIAS             PIC 9(05)V9     VALUE ZEROS.
      *
       77  WK-TOT-PREENCHIDAS        PIC 9(06)       VALUE ZEROS.
       77  WK-TOT-DIAS-PREENCH       PIC 9(08)       VALUE ZEROS.
       77  WK-TOT-CANCELADAS         PIC 9(06)       VALUE ZEROS.
       77  WK-TOT-ABERTAS            PIC 9(06)       VALUE ZEROS.
       77  WK-TOT-ATE-30             PIC 9(06)       VALUE ZEROS.
       77  WK-TOT-ATE-60             PIC 9(06)       VALUE ZEROS.
       77  WK-TOT-ATE-90             PIC 9(06)       VALUE ZEROS.
       77  WK-TOT-MAIS-90            PIC 9(06)       VALUE ZEROS.
       77  WK-QTDE-DEPTOS            PIC 9(04)       VALUE ZEROS.
      *
       01  WK-LINHA.
           05  WL-DEPTO             PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-PREENCHIDAS       PIC ZZZZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-MEDIA-DIAS        PIC ZZZZ9,9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-CANCELADAS        PIC ZZZZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-ABERTAS           PIC ZZZZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-ATE-30            PIC ZZZZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-ATE-60            PIC ZZZZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-ATE-90            PIC ZZZZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-MAIS-90           PIC ZZZZZ9.
      *
      *    LINHA DA LISTA DAS ABERTAS HA MAIS DE 60 DIAS.
       77  WK-NUMREQ                 PIC 9(06)       VALUE ZEROS.
       77  WK-CARGO                  PIC X(04)       VALUE SPACES.
       77  WK-GESTOR                 PIC X(07)       VALUE SPACES.
       77  WK-APROV                  PIC X(10)       VALUE SPACES.
       77  WK-IDADE                  PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-VELHAS            PIC 9(05)       VALUE ZEROS.
       01  WK-LINHA-VELHA.
           05  WV-NUMREQ            PIC 9(06).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WV-DEPTO             PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WV-CARGO             PIC X(04).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WV-GESTOR            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WV-APROV             PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WV-IDADE             PIC ZZZZ9.
      *
      *    ABERTA NO FIM DO MES: APROVADA ATE O ULTIMO DIA E AINDA
      *    ABERTA, OU ENCERRADA SO DEPOIS DELE.
       EXEC SQL
           DECLARE CUR-REQUISICOES CURSOR FOR
               SELECT DEPTOFUN,
                      SUM(CASE WHEN SITUACAO = 'P'
                                AND DATAENCERR BETWEEN DATE(:WK-INI-ISO)
                                               AND DATE(:WK-FIM-ISO)
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN SITUACAO = 'P'
                                AND DATAENCERR BETWEEN DATE(:WK-INI-ISO)
                                               AND DATE(:WK-FIM-ISO)
                               THEN DAYS(DATAENCERR) - DAYS(DATAAPROV)
                               ELSE 0 END),
                      SUM(CASE WHEN SITUACAO = 'C'
                                AND DATAENCERR BETWEEN DATE(:WK-INI-ISO)
                                               AND DATE(:WK-FIM-ISO)
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DATAAPROV <= DATE(:WK-FIM-ISO)
                                AND (SITUACAO = 'A'
                                     OR DATAENCERR > DATE(:WK-FIM-ISO))
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DATAAPROV <= DATE(:WK-FIM-ISO)
                                AND (SITUACAO = 'A'
                                     OR DATAENCERR > DATE(:WK-FIM-ISO))
                                AND DAYS(DATE(:WK-FIM-ISO))
                                    - DAYS(DATAAPROV) <= 30
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DATAAPROV <= DATE(:WK-FIM-ISO)
                                AND (SITUACAO = 'A'
                                     OR DATAENCERR > DATE(:WK-FIM-ISO))
                                AND DAYS(DATE(:WK-FIM-ISO))
                                    - DAYS(DATAAPROV) BETWEEN 31 AND 60
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DATAAPROV <= DATE(:WK-FIM-ISO)
                                AND (SITUACAO = 'A'
                                     OR DATAENCERR > DATE(:WK-FIM-ISO))
                                AND DAYS(DATE(:WK-FIM-ISO))
                                    - DAYS(DATAAPROV) BETWEEN 61 AND 90
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DATAAPROV <= DATE(:WK-FIM-ISO)
                                AND (SITUACAO = 'A'
                                     OR DATAENCERR > DATE(:WK-FIM-ISO))
                                AND DAYS(DATE(:WK-FIM-ISO))
                                    - DAYS(DATAAPROV) > 90
                               THEN 1 ELSE 0 END)
                 FROM EAD719.REQVAGA
                GROUP BY DEPTOFUN
                ORDER BY DEPTOFUN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-ABERTAS-VELHAS CURSOR FOR
               SELECT NUMREQ, DEPTOFUN, CARGOFUN, GESTOR,
                      CHAR(DATAAPROV, EUR),
                      DAYS(DATE(:WK-FIM-ISO)) - DAYS(DATAAPROV)
                 FROM EAD719.REQVAGA
                WHERE DATAAPROV <= DATE(:WK-FIM-ISO)
                  AND (SITUACAO = 'A'
                       OR DATAENCERR > DATE(:WK-FIM-ISO))
                  AND DAYS(DATE(:WK-FIM-ISO)) - DAYS(DATAAPROV) > 60
                ORDER BY DATAAPROV, NUMREQ
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
          PERFORM 201-PROCESSAR.
          PERFORM 301-ABERTAS-VELHAS.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          COMPUTE WK-PERIODO = WK-HOJE-AAAA * 100 + WK-HOJE-MM.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:8) = 'PERIODO='
                 AND LK-PARM-TEXTO(9:6) IS NUMERIC
                MOVE LK-PARM-TEXTO(9:6) TO WK-PERIODO
             END-IF
          END-IF.
          PERFORM 105-LIMITES-DO-MES.
          DISPLAY 'RELREQ: REQUISICOES DE VAGA DO PERIODO '
                  WK-PERIODO.
          OPEN OUTPUT ARQ-RELATORIO.
          MOVE SPACES TO REG-RELATORIO.
          STRING 'REQUISICOES DE VAGA POR DEPARTAMENTO - PERIODO '
                 WK-PERIODO ' (ABERTAS EM ' WK-FIM-ISO ')'
                 DELIMITED BY SIZE INTO REG-RELATORIO
          END-STRING.
          WRITE REG-RELATORIO.
          MOVE SPACES TO REG-RELATORIO.
          STRING 'DEP  PREENC  MEDIA D  CANCEL  ABERTA  '
                 'ATE 30   31-60   61-90    + 90'
                 DELIMITED BY SIZE INTO REG-RELATORIO
          END-STRING.
          WRITE REG-RELATORIO.
      *
       105-LIMITES-DO-MES.
      *    ULTIMO DIA DO MES = VESPERA DO PRIMEIRO DIA DO MES
      *    SEGUINTE.
          COMPUTE WK-INI-NUM = WK-PERIODO * 100 + 1.
          IF   WK-PERIODO - (WK-PERIODO / 100) * 100 = 12
             COMPUTE WK-PROX-NUM = (WK-PERIODO / 100 + 1) * 10000
                                 + 101
          ELSE
             COMPUTE WK-PROX-NUM = WK-INI-NUM + 100
          END-IF.
          COMPUTE WK-FIM-NUM = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WK-PROX-NUM) - 1).
          MOVE WK-FIM-NUM  TO WK-FIM-PARTES.
          MOVE WK-FIMP-ANO TO WK-INI-ANO WK-FIM-ANO.
          MOVE WK-FIMP-MES TO WK-INI-MES WK-FIM-MES.
          MOVE WK-FIMP-DIA TO WK-FIM-DIA.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EXEC SQL
             OPEN CUR-REQUISICOES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-REQUISICOES
                  INTO :WK-DEPTO, :WK-PREENCHIDAS, :WK-DIAS-PREENCH,
                       :WK-CANCELADAS, :WK-ABERTAS, :WK-ATE-30,
                       :WK-ATE-60, :WK-ATE-90, :WK-MAIS-90
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-GRAVA-DEPTO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DAS REQUISICOES'
             MOVE 12 TO RETURN-CODE
          END-IF.
          EXEC SQL
             CLOSE CUR-REQUISICOES
          END-EXEC.
          PERFORM 220-GRAVA-TOTAL.
      *
       210-GRAVA-DEPTO.
      *    DEPARTAMENTO SEM MOVIMENTO NO MES NEM ABERTA NO FIM DELE
      *    NAO ENTRA.
          IF   WK-PREENCHIDAS > ZEROS OR WK-CANCELADAS > ZEROS
               OR WK-ABERTAS > ZEROS
             ADD 1                TO WK-QTDE-DEPTOS
             ADD WK-PREENCHIDAS   TO WK-TOT-PREENCHIDAS
             ADD WK-DIAS-PREENCH  TO WK-TOT-DIAS-PREENCH
             ADD WK-CANCELADAS    TO WK-TOT-CANCELADAS
             ADD WK-ABERTAS       TO WK-TOT-ABERTAS
             ADD WK-ATE-30        TO WK-TOT-ATE-30
             ADD WK-ATE-60        TO WK-TOT-ATE-60
             ADD WK-ATE-90        TO WK-TOT-ATE-90
             ADD WK-MAIS-90       TO WK-TOT-MAIS-90
             MOVE SPACES          TO WK-LINHA
             MOVE WK-DEPTO        TO WL-DEPTO
             PERFORM 230-MONTA-LINHA
          END-IF.
      *
       220-GRAVA-TOTAL.
          MOVE WK-TOT-PREENCHIDAS  TO WK-PREENCHIDAS.
          MOVE WK-TOT-DIAS-PREENCH TO WK-DIAS-PREENCH.
          MOVE WK-TOT-CANCELADAS   TO WK-CANCELADAS.
          MOVE WK-TOT-ABERTAS      TO WK-ABERTAS.
          MOVE WK-TOT-ATE-30       TO WK-ATE-30.
          MOVE WK-TOT-ATE-60       TO WK-ATE-60.
          MOVE WK-TOT-ATE-90       TO WK-ATE-90.
          MOVE WK-TOT-MAIS-90      TO WK-MAIS-90.
          MOVE SPACES              TO REG-RELATORIO.
          WRITE REG-RELATORIO.
          MOVE SPACES              TO WK-LINHA.
          MOVE 'TOT'               TO WL-DEPTO.
          PERFORM 230-MONTA-LINHA.
      *
       230-MONTA-LINHA.
          IF   WK-PREENCHIDAS > ZEROS
             COMPUTE WK-MEDIA-DIAS ROUNDED =
                     WK-DIAS-PREENCH / WK-PREENCHIDAS
          ELSE
             MOVE ZEROS TO WK-MEDIA-DIAS
          END-IF.
          MOVE WK-PREENCHIDAS    TO WL-PREENCHIDAS.
          MOVE WK-MEDIA-DIAS     TO WL-MEDIA-DIAS.
          MOVE WK-CANCELADAS     TO WL-CANCELADAS.
          MOVE WK-ABERTAS        TO WL-ABERTAS.
          MOVE WK-ATE-30         TO WL-ATE-30.
          MOVE WK-ATE-60         TO WL-ATE-60.
          MOVE WK-ATE-90         TO WL-ATE-90.
          MOVE WK-MAIS-90        TO WL-MAIS-90.
          MOVE WK-LINHA          TO REG-RELATORIO.
          WRITE REG-RELATORIO.
      *
       300-ABERTAS-VELHAS SECTION.
       301-ABERTAS-VELHAS.
          MOVE SPACES TO REG-RELATORIO.
          WRITE REG-RELATORIO.
          MOVE 'REQUISICOES ABERTAS HA MAIS DE 60 DIAS'
            TO REG-RELATORIO.
          WRITE REG-RELATORIO.
          MOVE SPACES TO REG-RELATORIO.
          STRING 'NUMREQ  DEP  CARG  GEST  APROVACAO    DIAS'
                 DELIMITED BY SIZE INTO REG-RELATORIO
          END-STRING.
          WRITE REG-RELATORIO.
          EXEC SQL
             OPEN CUR-ABERTAS-VELHAS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-ABERTAS-VELHAS
                  INTO :WK-NUMREQ, :WK-DEPTO, :WK-CARGO, :WK-GESTOR,
                       :WK-APROV, :WK-IDADE
             END-EXEC
             IF   SQLCODE = 0
                ADD 1            TO WK-QTDE-VELHAS
                MOVE SPACES      TO WK-LINHA-VELHA
                MOVE WK-NUMREQ   TO WV-NUMREQ
                MOVE WK-DEPTO    TO WV-DEPTO
                MOVE WK-CARGO    TO WV-CARGO
                MOVE WK-GESTOR   TO WV-GESTOR
                MOVE WK-APROV    TO WV-APROV
                MOVE WK-IDADE    TO WV-IDADE
                MOVE WK-LINHA-VELHA TO REG-RELATORIO
                WRITE REG-RELATORIO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DAS REQUISICOES ABERTAS'
             MOVE 12 TO RETURN-CODE
          END-IF.
          EXEC SQL
             CLOSE CUR-ABERTAS-VELHAS
          END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RELATORIO.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DAS REQUISICOES DE VAGA - ' WK-PERIODO.
          DISPLAY '  DEPARTAMENTOS ......... ' WK-QTDE-DEPTOS.
          DISPLAY '  PREENCHIDAS NO MES .... ' WK-TOT-PREENCHIDAS.
          DISPLAY '  CANCELADAS NO MES ..... ' WK-TOT-CANCELADAS.
          DISPLAY '  ABERTAS NO FIM DO MES . ' WK-TOT-ABERTAS.
          DISPLAY '  ABERTAS HA + 60 DIAS .. ' WK-QTDE-VELHAS.
          DISPLAY '================================================'.
          EXIT.
