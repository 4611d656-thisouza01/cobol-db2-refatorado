        IDENTIFICATION DIVISION.
        PROGRAM-ID.    INFREND.
        AUTHOR.        THIAGO.
      **************************************************
      * INFORME DE RENDIMENTOS DO ANO-CALENDARIO: PARA *
      * CADA FUNCIONARIO E EX-FUNCIONARIO PAGO NO ANO  *
      * (FOLHA CALCULADA, 13O OU PLR - INCLUSIVE OS    *
      * DESLIGADOS NO ANO), MONTA O INFORME A PARTIR   *
      * DOS RESULTADOS MENSAIS GRAVADOS PELO CALCFOLH  *
      * (EAD719.FOLHALIN): RENDIMENTOS TRIBUTAVEIS     *
      * (PROVENTOS), INSS (RUBRICA 0560) E IRRF (0570) *
      * RETIDOS E PENSAO ALIMENTICIA DESCONTADA (0520);*
      * EM TRIBUTACAO EXCLUSIVA, O 13O SALARIO         *
      * (EAD719.DECIMOTER, ADIANTAMENTO + QUITACAO) E  *
      * A PLR PAGA PELO CALCPLR (EAD719.PLRPAGO).      *
      * O PROVENTO AVULSO ISENTO (RUBRICA 0109) NAO E  *
      * RENDIMENTO TRIBUTAVEL, E AS FALTAS (0501) E O  *
      * DESCONTO AVULSO QUE REDUZ A BASE (0502) SAEM   *
      * DELE, COMO NO CALCFOLH.                        *
      * O ARQUIVO SAI POR EMPRESA (EMPRESAFUN), COM    *
      * QUEBRA DE CABECALHO A CADA EMPRESA.            *
      * LACUNAS: MES DO ANO ENTRE A ADMISSAO E O       *
      * DESLIGAMENTO SEM RESULTADO EM EAD719.FOLHACALC *
      * SAI NO RELATORIO DE LACUNAS (INFLACUN), PARA O *
      * RH CONFERIR ANTES DA ENTREGA DO INFORME.       *
      * PARM='ANO=AAAA' (SEM PARM, O ANO ANTERIOR).    *
      *                                                *
      * LEIAUTE DO RELATORIO DE LACUNAS (INFLACUN):    *
      *   EMPRESAFUN X(03)                             *
      *   CODFUN     X(07)                             *
      *   NOMEFUN    X(30)                             *
      *   PERIODO    9(06)  AAAAMM SEM RESULTADO       *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INFORME       ASSIGN TO INFREND
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-LACUNAS       ASSIGN TO INFLACUN
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-INFORME.
       01  REG-INFORME              PIC X(80).
       01  REG-INF-VALOR REDEFINES REG-INFORME.
           05  FILLER               PIC X(04).
           05  IV-ROTULO            PIC X(50).
           05  FILLER               PIC X(04).
           05  IV-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(08).
      *
       FD  ARQ-LACUNAS.
       01  REG-LACUNA.
           05  RL-EMPRESAFUN        PIC X(03).
           05  FILLER               PIC X(02).
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02).
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02).
           05  RL-PERIODO           PIC 9(06).
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
       77  DB2-EMPRESAFUN            PIC X(03)       VALUE SPACES.
       77  DB2-CPFFUN                PIC X(11)       VALUE SPACES.
       77  DB2-STATUSFUN             PIC X(01)       VALUE SPACES.
       77  WK-DATA-DESLIG            PIC X(10)       VALUE SPACES.
      *
       77  WK-ANO-BASE               PIC 9(04)       VALUE ZEROS.
       77  WK-PERIODO-INI            PIC 9(06)       VALUE ZEROS.
       77  WK-PERIODO-FIM            PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO           PIC 9(04).
           05  WK-PER-MES           PIC 9(02).
       77  WK-EMPRESA-ANTERIOR       PIC X(03)       VALUE HIGH-VALUES.
      *
       01  WK-ADMISSFUN-PARTES.
           05  WK-ADM-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-ADM-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-ADM-ANO           PIC 9(04).
       77  WK-MES-INICIO             PIC 9(02)       VALUE ZEROS.
       77  WK-MES-FIM                PIC 9(02)       VALUE ZEROS.
       77  WK-MES                    PIC 9(02)       VALUE ZEROS.
       77  WK-TEVE-LACUNA            PIC X(01)       VALUE 'N'.
           88  TEVE-LACUNA                           VALUE 'S'.
      *    MESES DO ANO COM RESULTADO EM FOLHACALC ('S' = CALCULADO).
       01  TAB-MESES.
           05  TM-CALCULADO          PIC X(01)       OCCURS 12 TIMES.
      *
       77  WK-REND-TRIBUTAVEL        PIC 9(09)V99    VALUE ZEROS.
       77  WK-INSS-RETIDO            PIC 9(09)V99    VALUE ZEROS.
       77  WK-IRRF-RETIDO            PIC 9(09)V99    VALUE ZEROS.
       77  WK-PENSAO-DESCONTADA      PIC 9(09)V99    VALUE ZEROS.
       77  WK-DECIMO-TERCEIRO        PIC 9(09)V99    VALUE ZEROS.
       77  WK-PLR-PAGA               PIC 9(09)V99    VALUE ZEROS.
      *
       77  WK-QTDE-INFORMES          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-DESLIGADOS        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-COM-LACUNA        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-LACUNAS           PIC 9(05)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  FILLER               PIC X(17).
      *
      *    QUEM RECEBEU ALGO NO ANO: FOLHA CALCULADA, 13O OU PLR.
      *    SEM FILTRO DE SITUACAO - DESLIGADOS NO ANO TAMBEM RECEBEM
      *    O INFORME.
       EXEC SQL
           DECLARE CUR-BENEFICIARIOS CURSOR FOR
               SELECT F.CODFUN, F.NOMEFUN,
                      COALESCE(F.EMPRESAFUN, ' '),
                      COALESCE(F.CPFFUN, ' '),
                      F.ADMISSFUN, F.STATUSFUN,
                      COALESCE(CHAR(F.DATADESLIG, ISO), ' ')
                 FROM EAD719.FUNCIONARIOS F
                WHERE EXISTS
                      (SELECT 1 FROM EAD719.FOLHACALC C
                        WHERE C.CODFUN = F.CODFUN
                          AND C.PERIODO BETWEEN :WK-PERIODO-INI
                                            AND :WK-PERIODO-FIM)
                   OR EXISTS
                      (SELECT 1 FROM EAD719.DECIMOTER D
                        WHERE D.CODFUN = F.CODFUN
                          AND D.ANO    = :WK-ANO-BASE)
                   OR EXISTS
                      (SELECT 1 FROM EAD719.PLRPAGO P
                        WHERE P.CODFUN = F.CODFUN
                          AND P.ANO    = :WK-ANO-BASE)
                ORDER BY 3, F.CODFUN
       END-EXEC.
      *
      *    MESES CALCULADOS DO FUNCIONARIO NO ANO.
       EXEC SQL
           DECLARE CUR-MESES CURSOR FOR
               SELECT PERIODO
                 FROM EAD719.FOLHACALC
                WHERE CODFUN  = :DB2-CODFUN
                  AND PERIODO BETWEEN :WK-PERIODO-INI
                                  AND :WK-PERIODO-FIM
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
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          COMPUTE WK-ANO-BASE = WK-HOJE-AAAA - 1.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:4) = 'ANO='
                 AND LK-PARM-TEXTO(5:4) IS NUMERIC
                MOVE LK-PARM-TEXTO(5:4) TO WK-ANO-BASE
             ELSE
                DISPLAY 'PARM INVALIDO - USE ANO=AAAA'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.
          COMPUTE WK-PERIODO-INI = WK-ANO-BASE * 100 + 1.
          COMPUTE WK-PERIODO-FIM = WK-ANO-BASE * 100 + 12.
          DISPLAY 'INFREND: INFORME DE RENDIMENTOS DO ANO-CALENDARIO '
                  WK-ANO-BASE.
          OPEN OUTPUT ARQ-INFORME.
          OPEN OUTPUT ARQ-LACUNAS.
          EXEC SQL
             OPEN CUR-BENEFICIARIOS
          END-EXEC.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-BENEFICIARIOS
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-EMPRESAFUN,
                       :DB2-CPFFUN, :DB2-ADMISSFUN, :DB2-STATUSFUN,
                       :WK-DATA-DESLIG
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-MONTA-INFORME
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             DISPLAY 'ERRO NA LEITURA DOS BENEFICIARIOS - SQLCODE '
                     SQLCODE
             MOVE 12 TO RETURN-CODE
          END-IF.
      *
       210-MONTA-INFORME.
          IF   DB2-EMPRESAFUN NOT = WK-EMPRESA-ANTERIOR
             PERFORM 220-CABECALHO-EMPRESA
          END-IF.
          PERFORM 230-SOMA-RENDIMENTOS.
          PERFORM 240-CONFERE-LACUNAS.
          PERFORM 250-GRAVA-INFORME.
          ADD 1 TO WK-QTDE-INFORMES.
          IF   DB2-STATUSFUN = 'D'
             ADD 1 TO WK-QTDE-DESLIGADOS
          END-IF.
      *
       220-CABECALHO-EMPRESA.
          MOVE DB2-EMPRESAFUN TO WK-EMPRESA-ANTERIOR.
          MOVE ALL '#' TO REG-INFORME.
          WRITE REG-INFORME.
          MOVE SPACES TO REG-INFORME.
          STRING 'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO '
                 'SOBRE A RENDA RETIDO NA FONTE'
                 DELIMITED BY SIZE INTO REG-INFORME
          END-STRING.
          WRITE REG-INFORME.
          MOVE SPACES TO REG-INFORME.
          STRING 'FONTE PAGADORA - EMPRESA ' DB2-EMPRESAFUN
                 '   ANO-CALENDARIO ' WK-ANO-BASE
                 DELIMITED BY SIZE INTO REG-INFORME
          END-STRING.
          WRITE REG-INFORME.
          MOVE ALL '#' TO REG-INFORME.
          WRITE REG-INFORME.
      *
       230-SOMA-RENDIMENTOS.
      *    RENDIMENTOS E RETENCOES DOS MESES CALCULADOS DO ANO.
          EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN TIPO = 'P'
                                       AND RUBRICA <> '0109'
                                      THEN VALOR
                                      WHEN RUBRICA IN ('0501',
                                                       '0502')
                                      THEN 0 - VALOR
                                      ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN RUBRICA = '0560'
                                      THEN VALOR ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN RUBRICA = '0570'
                                      THEN VALOR ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN RUBRICA = '0520'
                                      THEN VALOR ELSE 0 END), 0)
               INTO :WK-REND-TRIBUTAVEL, :WK-INSS-RETIDO,
                    :WK-IRRF-RETIDO, :WK-PENSAO-DESCONTADA
               FROM EAD719.FOLHALIN
              WHERE CODFUN  = :DB2-CODFUN
                AND PERIODO BETWEEN :WK-PERIODO-INI
                                AND :WK-PERIODO-FIM
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-REND-TRIBUTAVEL WK-INSS-RETIDO
                           WK-IRRF-RETIDO WK-PENSAO-DESCONTADA
          END-IF.
      *    13O: ADIANTAMENTO DE NOVEMBRO MAIS A QUITACAO DE DEZEMBRO.
          EXEC SQL
             SELECT VALORADIANT + COALESCE(VALORQUIT, 0)
               INTO :WK-DECIMO-TERCEIRO
               FROM EAD719.DECIMOTER
              WHERE CODFUN = :DB2-CODFUN
                AND ANO    = :WK-ANO-BASE
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-DECIMO-TERCEIRO
          END-IF.
          EXEC SQL
             SELECT VALOR
               INTO :WK-PLR-PAGA
               FROM EAD719.PLRPAGO
              WHERE CODFUN = :DB2-CODFUN
                AND ANO    = :WK-ANO-BASE
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-PLR-PAGA
          END-IF.
      *
       240-CONFERE-LACUNAS.
      *    MESES ESPERADOS: DA ADMISSAO (OU JANEIRO) ATE O
      *    DESLIGAMENTO (OU DEZEMBRO). CADA UM SEM RESULTADO EM
      *    FOLHACALC E UMA LACUNA.
          MOVE 'N' TO WK-TEVE-LACUNA.
          MOVE ALL 'N' TO TAB-MESES.
          MOVE DB2-ADMISSFUN(1:10) TO WK-ADMISSFUN-PARTES.
          EVALUATE TRUE
             WHEN WK-ADMISSFUN-PARTES(7:4) NOT NUMERIC
                MOVE 1 TO WK-MES-INICIO
             WHEN WK-ADM-ANO < WK-ANO-BASE
                MOVE 1 TO WK-MES-INICIO
             WHEN WK-ADM-ANO = WK-ANO-BASE
                MOVE WK-ADM-MES TO WK-MES-INICIO
             WHEN OTHER
                MOVE 13 TO WK-MES-INICIO
          END-EVALUATE.
          MOVE 12 TO WK-MES-FIM.
          IF   DB2-STATUSFUN = 'D'
               AND WK-DATA-DESLIG(1:4) IS NUMERIC
             IF   WK-DATA-DESLIG(1:4) = WK-ANO-BASE
                MOVE WK-DATA-DESLIG(6:2) TO WK-MES-FIM
             END-IF
             IF   WK-DATA-DESLIG(1:4) < WK-ANO-BASE
                MOVE ZEROS TO WK-MES-FIM
             END-IF
          END-IF.
          EXEC SQL
             OPEN CUR-MESES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-MESES
                  INTO :WK-PERIODO
             END-EXEC
             IF   SQLCODE = 0
                MOVE 'S' TO TM-CALCULADO(WK-PER-MES)
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-MESES
          END-EXEC.
          PERFORM 245-VERIFICA-MES
                  VARYING WK-MES FROM WK-MES-INICIO BY 1
                  UNTIL WK-MES > WK-MES-FIM.
          IF   TEVE-LACUNA
             ADD 1 TO WK-QTDE-COM-LACUNA
          END-IF.
      *
       245-VERIFICA-MES.
          IF   TM-CALCULADO(WK-MES) NOT = 'S'
             SET TEVE-LACUNA TO TRUE
             ADD 1 TO WK-QTDE-LACUNAS
             MOVE SPACES         TO REG-LACUNA
             MOVE DB2-EMPRESAFUN TO RL-EMPRESAFUN
             MOVE DB2-CODFUN     TO RL-CODFUN
             MOVE DB2-NOMEFUN-TEXT TO RL-NOMEFUN
             COMPUTE RL-PERIODO = WK-ANO-BASE * 100 + WK-MES
             WRITE REG-LACUNA
          END-IF.
      *
       250-GRAVA-INFORME.
          MOVE SPACES TO REG-INFORME.
          STRING 'BENEFICIARIO: ' DB2-CODFUN ' ' DB2-NOMEFUN-TEXT
                 ' CPF ' DB2-CPFFUN
                 DELIMITED BY SIZE INTO REG-INFORME
          END-STRING.
          WRITE REG-INFORME.
          IF   DB2-STATUSFUN = 'D'
             MOVE SPACES TO REG-INFORME
             STRING '    DESLIGADO EM ' WK-DATA-DESLIG
                    DELIMITED BY SIZE INTO REG-INFORME
             END-STRING
             WRITE REG-INFORME
          END-IF.
          MOVE SPACES TO REG-INFORME.
          MOVE 'RENDIMENTOS TRIBUTAVEIS' TO REG-INFORME(3:).
          WRITE REG-INFORME.
          MOVE SPACES TO REG-INF-VALOR.
          MOVE 'TOTAL DOS RENDIMENTOS' TO IV-ROTULO.
          MOVE WK-REND-TRIBUTAVEL      TO IV-VALOR.
          WRITE REG-INFORME.
          MOVE SPACES TO REG-INF-VALOR.
          MOVE 'CONTRIBUICAO PREVIDENCIARIA OFICIAL (INSS)'
                                       TO IV-ROTULO.
          MOVE WK-INSS-RETIDO          TO IV-VALOR.
          WRITE REG-INFORME.
          MOVE SPACES TO REG-INF-VALOR.
          MOVE 'PENSAO ALIMENTICIA' TO IV-ROTULO.
          MOVE WK-PENSAO-DESCONTADA    TO IV-VALOR.
          WRITE REG-INFORME.
          MOVE SPACES TO REG-INF-VALOR.
          MOVE 'IMPOSTO SOBRE A RENDA RETIDO NA FONTE (IRRF)'
                                       TO IV-ROTULO.
          MOVE WK-IRRF-RETIDO          TO IV-VALOR.
          WRITE REG-INFORME.
          MOVE SPACES TO REG-INFORME.
          MOVE 'RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
                                       TO REG-INFORME(3:).
          WRITE REG-INFORME.
          MOVE SPACES TO REG-INF-VALOR.
          MOVE 'DECIMO TERCEIRO SALARIO' TO IV-ROTULO.
          MOVE WK-DECIMO-TERCEIRO      TO IV-VALOR.
          WRITE REG-INFORME.
          MOVE SPACES TO REG-INF-VALOR.
          MOVE 'PARTICIPACAO NOS LUCROS OU RESULTADOS (PLR)'
                                       TO IV-ROTULO.
          MOVE WK-PLR-PAGA             TO IV-VALOR.
          WRITE REG-INFORME.
          IF   TEVE-LACUNA
             MOVE SPACES TO REG-INFORME
             MOVE '*** ANO COM MESES SEM CALCULO - VER INFLACUN ***'
                                       TO REG-INFORME(3:)
             WRITE REG-INFORME
          END-IF.
          MOVE ALL '-' TO REG-INFORME.
          WRITE REG-INFORME.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          EXEC SQL
             CLOSE CUR-BENEFICIARIOS
          END-EXEC.
          CLOSE ARQ-INFORME.
          CLOSE ARQ-LACUNAS.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO INFORME DE RENDIMENTOS ' WK-ANO-BASE.
          DISPLAY '  INFORMES GERADOS ...... ' WK-QTDE-INFORMES.
          DISPLAY '  DE DESLIGADOS ......... ' WK-QTDE-DESLIGADOS.
          DISPLAY '  COM LACUNA NO ANO ..... ' WK-QTDE-COM-LACUNA.
          DISPLAY '  MESES SEM CALCULO ..... ' WK-QTDE-LACUNAS.
          DISPLAY '================================================'.
          IF   WK-QTDE-LACUNAS > ZEROS
               AND RETURN-CODE = ZEROS
             MOVE 4 TO RETURN-CODE
          END-IF.
          EXIT.
