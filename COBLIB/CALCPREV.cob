        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CALCPREV.
        AUTHOR.        THIAGO.
      **************************************************
      * CALCULO MENSAL DA PREVIDENCIA COMPLEMENTAR:    *
      * PARA CADA ADESAO ATIVA NO PERIODO              *
      * (EAD719.PREVADES, MANTIDA PELO MANPREV) DE     *
      * FUNCIONARIO ATIVO, A CONTRIBUICAO DO           *
      * FUNCIONARIO E O PERCENTUAL ESCOLHIDO SOBRE O   *
      * SALARIOFUN E A CONTRAPARTIDA DA EMPRESA        *
      * ACOMPANHA ESSE PERCENTUAL ATE O TETO DA FAIXA  *
      * DE TEMPO DE CASA (EAD719.PREVFAIXA) - TEMPO DE *
      * CASA EM ANOS COMPLETOS DA ADMISSAO AO FIM DO   *
      * PERIODO, SEM OS MESES SUSPENSOS (CALCSUSP).    *
      * SEM FAIXA QUE ALCANCE O TEMPO DE CASA, NAO HA  *
      * CONTRAPARTIDA (AVISO E RETURN-CODE 4).         *
      *                                                *
      * AS CONTRIBUICOES FICAM ACUMULADAS EM           *
      * EAD719.PREVCONTRIB - O CALCFOLH DESCONTA A DO  *
      * FUNCIONARIO (RUBRICA 0590) E O TERMINA APURA   *
      * DELAS O SALDO DA EMPRESA NA RESCISAO - E VAO   *
      * PARA O ARQUIVO DA ADMINISTRADORA DO PLANO      *
      * (PREVADM, IDENTIFICADO PELO CPF). FUNCIONARIO  *
      * SEM CPF FICA FORA DOS DOIS (AVISO E RC 4).     *
      * REPROCESSAR O PERIODO SUBSTITUI O CALCULO      *
      * ANTERIOR; PERIODO FECHADO (FECHAPER) E         *
      * RECUSADO.                                      *
      *                                                *
      * EAD719.PREVCONTRIB:                            *
      *   CODFUN     X(07)                             *
      *   PERIODO    DEC(06)  AAAAMM                   *
      *   SALARIO    DEC(9,2)                          *
      *   PERCFUNC   DEC(5,2)                          *
      *   PERCEMP    DEC(5,2)                          *
      *   VALORFUNC  DEC(9,2)                          *
      *   VALOREMP   DEC(9,2)                          *
      *   DATACALC   DATE                              *
      *                                                *
      * PARM='PERIODO=AAAAMM' (OPCIONAL; SEM PERIODO,  *
      * O MES CORRENTE, COMO NO CALCFOLH).             *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ADMINISTRADORA ASSIGN TO PREVADM
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *    ARQUIVO DE CONTRIBUICOES DA ADMINISTRADORA DO PLANO.
       FD  ARQ-ADMINISTRADORA.
       01  REG-ADMINISTRADORA       PIC X(100).
       01  REG-ADM-HEADER REDEFINES REG-ADMINISTRADORA.
           05  AH-TIPO              PIC X(01).
           05  AH-DATA-GERACAO      PIC 9(08).
           05  AH-ORIGEM            PIC X(08).
           05  AH-COMPETENCIA       PIC 9(06).
           05  FILLER               PIC X(77).
       01  REG-ADM-DETALHE REDEFINES REG-ADMINISTRADORA.
           05  AD-TIPO              PIC X(01).
           05  AD-CPF               PIC X(11).
           05  AD-CODFUN            PIC X(07).
           05  AD-NOMEFUN           PIC X(30).
           05  AD-SALARIO           PIC 9(07)V99.
           05  AD-PERCFUNC          PIC 9(03)V99.
           05  AD-PERCEMP           PIC 9(03)V99.
           05  AD-VALORFUNC         PIC 9(07)V99.
           05  AD-VALOREMP          PIC 9(07)V99.
           05  FILLER               PIC X(14).
       01  REG-ADM-TRAILER REDEFINES REG-ADMINISTRADORA.
           05  AT-TIPO              PIC X(01).
           05  AT-QTDE-DETALHES     PIC 9(06).
           05  AT-SOMA-FUNC         PIC 9(11)V99.
           05  AT-SOMA-EMP          PIC 9(11)V99.
           05  FILLER               PIC X(67).
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
       77  DB2-CPFFUN                PIC X(11)       VALUE SPACES.
      *
       77  WK-PERCFUNC               PIC 9(03)V99    VALUE ZEROS.
       77  WK-PERCEMP                PIC 9(03)V99    VALUE ZEROS.
       77  WK-PERCMAXEMP             PIC 9(03)V99    VALUE ZEROS.
       77  WK-VALORFUNC              PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOREMP               PIC 9(07)V99    VALUE ZEROS.
       77  WK-FIM-ADESOES            PIC X(01)       VALUE 'N'.
           88  FIM-ADESOES                           VALUE 'S'.
       77  WK-SITUACAO-PERIODO       PIC X(01)       VALUE SPACES.
      *
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO           PIC 9(04).
           05  WK-PER-MES           PIC 9(02).
       01  WK-PERIODO-TEXTO REDEFINES WK-PERIODO
                                     PIC X(06).
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
       01  WK-HOJE-PARTES REDEFINES WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    TEMPO DE CASA NO FIM DO PERIODO.
       01  WK-ADMISSFUN-PARTES.
           05  WK-ADM-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-ADM-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-ADM-ANO           PIC 9(04).
       77  WK-MESES-TOTAIS           PIC S9(05)      VALUE ZEROS.
       77  WK-MESES-SUSPENSOS        PIC 9(03)       VALUE ZEROS.
       77  WK-ANOS-DE-CASA           PIC 9(02)       VALUE ZEROS.
      *
       77  WK-QTDE-CALCULADA         PIC 9(06)       VALUE ZEROS.
       77  WK-QTDE-SEM-FAIXA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-CPF           PIC 9(05)       VALUE ZEROS.
       77  WK-TOTAL-FUNC             PIC 9(11)V99    VALUE ZEROS.
       77  WK-TOTAL-EMP              PIC 9(11)V99    VALUE ZEROS.
       77  WK-TOTAL-EDIT             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    ADESOES ATIVAS QUE JA TINHAM COMECADO NO PERIODO. SO O
      *    FUNCIONARIO ATIVO, COMO NO CALCFOLH - A CONTRIBUICAO SO
      *    VAI A ADMINISTRADORA SE FOR DESCONTADA NA FOLHA.
       EXEC SQL
           DECLARE CUR-ADESOES-PREV CURSOR WITH HOLD FOR
               SELECT F.CODFUN, F.NOMEFUN, F.ADMISSFUN,
                      F.SALARIOFUN,
                      COALESCE(F.CPFFUN, ' '),
                      P.PERCCONTR
                 FROM EAD719.PREVADES P
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = P.CODFUN
                WHERE P.DATAFIM   = ' '
                  AND F.STATUSFUN = 'A'
                  AND SUBSTR(P.DATAINI, 7, 4)
                      || SUBSTR(P.DATAINI, 4, 2)
                      <= :WK-PERIODO-TEXTO
                ORDER BY F.CODFUN
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
          COMPUTE WK-PERIODO = WK-HOJE-AAAA * 100 + WK-HOJE-MM.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:8) = 'PERIODO='
                 AND LK-PARM-TEXTO(9:6) IS NUMERIC
                 AND LK-PARM-TEXTO(13:2) > '00'
                 AND LK-PARM-TEXTO(13:2) < '13'
                MOVE LK-PARM-TEXTO(9:6) TO WK-PERIODO
             END-IF
          END-IF.
          PERFORM 105-CONFERE-PERIODO-ABERTO.
          DISPLAY 'CALCPREV: PREVIDENCIA COMPLEMENTAR DO PERIODO '
                  WK-PERIODO.
          PERFORM 110-LIMPA-CALCULO-ANTERIOR.
          OPEN OUTPUT ARQ-ADMINISTRADORA.
          MOVE SPACES            TO REG-ADMINISTRADORA.
          MOVE '0'               TO AH-TIPO.
          MOVE WK-HOJE-AAAAMMDD  TO AH-DATA-GERACAO.
          MOVE 'FOLHARH '        TO AH-ORIGEM.
          MOVE WK-PERIODO        TO AH-COMPETENCIA.
          WRITE REG-ADMINISTRADORA.
          EXEC SQL
             OPEN CUR-ADESOES-PREV
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
      *
       105-CONFERE-PERIODO-ABERTO.
      *    PERIODO FECHADO JA FOI DESCONTADO E REMETIDO - NAO SE
      *    REFAZ A CONTRIBUICAO DELE.
          MOVE SPACES TO WK-SITUACAO-PERIODO.
          EXEC SQL
             SELECT SITUACAO
               INTO :WK-SITUACAO-PERIODO
               FROM EAD719.PERIODOCTL
              WHERE PERIODO = :WK-PERIODO
          END-EXEC.
          IF   WK-SITUACAO-PERIODO = 'F'
             DISPLAY 'PERIODO ' WK-PERIODO ' FECHADO (FECHAPER) - '
                     'CALCULO DA PREVIDENCIA RECUSADO'
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
      *
       110-LIMPA-CALCULO-ANTERIOR.
      *    REPROCESSAMENTO DO PERIODO SUBSTITUI O CALCULO - O SALDO
      *    ACUMULADO NAO CONTA O MES EM DOBRO.
          EXEC SQL
             DELETE FROM EAD719.PREVCONTRIB
              WHERE PERIODO = :WK-PERIODO
          END-EXEC.
          IF   SQLCODE = 0 OR SQLCODE = 100
             EXEC SQL COMMIT END-EXEC
          ELSE
             PERFORM 990-ERRO-SQL
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL FIM-ADESOES
             EXEC SQL
                FETCH CUR-ADESOES-PREV
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-ADMISSFUN,
                       :DB2-SALARIOFUN, :DB2-CPFFUN, :WK-PERCFUNC
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   PERFORM 210-CALCULA-ADESAO
                WHEN 100
                   SET FIM-ADESOES TO TRUE
                WHEN OTHER
                   PERFORM 990-ERRO-SQL
             END-EVALUATE
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ADESOES-PREV
          END-EXEC.
      *
       210-CALCULA-ADESAO.
          IF   DB2-CPFFUN = SPACES
             ADD 1 TO WK-QTDE-SEM-CPF
             DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' SEM CPF - FORA DA '
                     'PREVIDENCIA NO PERIODO (A ADMINISTRADORA '
                     'IDENTIFICA PELO CPF)'
          ELSE
             PERFORM 220-TEMPO-DE-CASA
             PERFORM 230-BUSCA-FAIXA
             COMPUTE WK-VALORFUNC ROUNDED =
                     DB2-SALARIOFUN * WK-PERCFUNC / 100
             IF   WK-PERCFUNC < WK-PERCMAXEMP
                MOVE WK-PERCFUNC   TO WK-PERCEMP
             ELSE
                MOVE WK-PERCMAXEMP TO WK-PERCEMP
             END-IF
             COMPUTE WK-VALOREMP ROUNDED =
                     DB2-SALARIOFUN * WK-PERCEMP / 100
             PERFORM 240-GRAVA-CONTRIBUICAO
          END-IF.
      *
       220-TEMPO-DE-CASA.
      *    NO FIM DO PERIODO QUALQUER DIA DE ADMISSAO DO MES JA FOI
      *    ALCANCADO - BASTAM ANO E MES.
          MOVE DB2-ADMISSFUN(1:10) TO WK-ADMISSFUN-PARTES.
          COMPUTE WK-MESES-TOTAIS =
                  ((WK-PER-ANO - WK-ADM-ANO) * 12)
                + (WK-PER-MES - WK-ADM-MES).
          CALL "CALCSUSP" USING DB2-CODFUN, WK-MESES-SUSPENSOS.
          SUBTRACT WK-MESES-SUSPENSOS FROM WK-MESES-TOTAIS.
          IF   WK-MESES-TOTAIS < ZERO
             MOVE ZERO TO WK-MESES-TOTAIS
          END-IF.
          COMPUTE WK-ANOS-DE-CASA = WK-MESES-TOTAIS / 12.
      *
       230-BUSCA-FAIXA.
          MOVE ZEROS TO WK-PERCMAXEMP.
          EXEC SQL
             SELECT PERCMAXEMP
               INTO :WK-PERCMAXEMP
               FROM EAD719.PREVFAIXA
              WHERE ANOSMIN =
                    (SELECT MAX(ANOSMIN)
                       FROM EAD719.PREVFAIXA
                      WHERE ANOSMIN <= :WK-ANOS-DE-CASA)
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                MOVE ZEROS TO WK-PERCMAXEMP
                ADD 1 TO WK-QTDE-SEM-FAIXA
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' COM '
                        WK-ANOS-DE-CASA ' ANO(S) DE CASA SEM FAIXA '
                        'NA PREVFAIXA (MANPREV) - SEM CONTRAPARTIDA'
             WHEN OTHER
                PERFORM 990-ERRO-SQL
          END-EVALUATE.
      *
       240-GRAVA-CONTRIBUICAO.
          EXEC SQL
             INSERT INTO EAD719.PREVCONTRIB
                (CODFUN, PERIODO, SALARIO, PERCFUNC, PERCEMP,
                 VALORFUNC, VALOREMP, DATACALC)
                VALUES (:DB2-CODFUN, :WK-PERIODO, :DB2-SALARIOFUN,
                        :WK-PERCFUNC, :WK-PERCEMP, :WK-VALORFUNC,
                        :WK-VALOREMP, CURRENT DATE)
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
          EXEC SQL COMMIT END-EXEC.
          MOVE SPACES            TO REG-ADMINISTRADORA.
          MOVE '1'               TO AD-TIPO.
          MOVE DB2-CPFFUN        TO AD-CPF.
          MOVE DB2-CODFUN        TO AD-CODFUN.
          MOVE DB2-NOMEFUN-TEXT  TO AD-NOMEFUN.
          MOVE DB2-SALARIOFUN    TO AD-SALARIO.
          MOVE WK-PERCFUNC       TO AD-PERCFUNC.
          MOVE WK-PERCEMP        TO AD-PERCEMP.
          MOVE WK-VALORFUNC      TO AD-VALORFUNC.
          MOVE WK-VALOREMP       TO AD-VALOREMP.
          WRITE REG-ADMINISTRADORA.
          ADD 1            TO WK-QTDE-CALCULADA.
          ADD WK-VALORFUNC TO WK-TOTAL-FUNC.
          ADD WK-VALOREMP  TO WK-TOTAL-EMP.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          MOVE SPACES            TO REG-ADMINISTRADORA.
          MOVE '9'               TO AT-TIPO.
          MOVE WK-QTDE-CALCULADA TO AT-QTDE-DETALHES.
          MOVE WK-TOTAL-FUNC     TO AT-SOMA-FUNC.
          MOVE WK-TOTAL-EMP      TO AT-SOMA-EMP.
          WRITE REG-ADMINISTRADORA.
          CLOSE ARQ-ADMINISTRADORA.
          IF   (WK-QTDE-SEM-FAIXA > ZEROS OR WK-QTDE-SEM-CPF > ZEROS)
           AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA PREVIDENCIA COMPLEMENTAR - PERIODO '
                  WK-PERIODO.
          DISPLAY '  CONTRIBUICOES GRAVADAS  ' WK-QTDE-CALCULADA.
          DISPLAY '  SEM FAIXA (SEM EMPRESA) ' WK-QTDE-SEM-FAIXA.
          DISPLAY '  SEM CPF (FORA) ........ ' WK-QTDE-SEM-CPF.
          MOVE WK-TOTAL-FUNC TO WK-TOTAL-EDIT.
          DISPLAY '  TOTAL DO FUNCIONARIO .. ' WK-TOTAL-EDIT.
          MOVE WK-TOTAL-EMP  TO WK-TOTAL-EDIT.
          DISPLAY '  TOTAL DA EMPRESA ...... ' WK-TOTAL-EDIT.
          DISPLAY '================================================'.
          EXIT.
      *
       990-ERRO-SQL.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'CALCPREV: ERRO ' WK-SQLCODE-EDIT ' - '
                  WK-SQLCODE-MSG.
          EXEC SQL ROLLBACK END-EXEC.
          MOVE 12 TO RETURN-CODE.
          STOP RUN.
