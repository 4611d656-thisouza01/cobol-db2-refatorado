        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELACESS.
        AUTHOR.        THIAGO.
      **************************************************
      * RELATORIO MENSAL DE ACESSO A DADOS SENSIVEIS   *
      * (LGPD): QUEM VIU SALARIO, CPF OU DADOS         *
      * BANCARIOS DE QUEM, A PARTIR DE                 *
      * EAD719.ACESSOSENS (GRAVADO POR LISTFUN,        *
      * CONSFLEX, CONSCONT, CICSFUNC, CICSHIST E       *
      * EXPLGPD). UMA LINHA POR USUARIO COM O TOTAL DE *
      * ACESSOS, OS FUNCIONARIOS DISTINTOS VISTOS E    *
      * QUANTOS DELES SAO DE OUTRO DEPARTAMENTO QUE O  *
      * DO PROPRIO USUARIO (USERID -> CODFUN PELO      *
      * EAD719.USUARIOFUN, O MESMO DO CICSAPRV). SAI   *
      * MARCADO:                                       *
      *   VOLUME     FUNCIONARIOS DISTINTOS ACIMA DO   *
      *              LIMITE                            *
      *   FORA-DEPTO VIU FUNCIONARIO DE OUTRO DEPTO -  *
      *              OS ACESSOS FORA DO DEPARTAMENTO   *
      *              SAO DETALHADOS LOGO ABAIXO        *
      *   SEM-VINCULO USERID SEM USUARIOFUN - NAO HA   *
      *              COMO CONFERIR O DEPARTAMENTO      *
      * PARM='PERIODO=AAAAMM,LIMITE=999' (SEM PERIODO, *
      * O MES ANTERIOR; SEM LIMITE, 50). USUARIO       *
      * MARCADO DEVOLVE RETURN-CODE 4.                 *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELACESS      ASSIGN TO RELACESS
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELACESS.
       01  REG-RELACESS             PIC X(100).
       01  REG-RELACESS-USUARIO REDEFINES REG-RELACESS.
           05  RU-USERID            PIC X(08).
           05  FILLER               PIC X(02).
           05  RU-CODFUN            PIC X(07).
           05  FILLER               PIC X(02).
           05  RU-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02).
           05  RU-ACESSOS           PIC ZZ.ZZ9.
           05  FILLER               PIC X(02).
           05  RU-FUNCIONARIOS      PIC ZZ.ZZ9.
           05  FILLER               PIC X(02).
           05  RU-FORA-DEPTO        PIC ZZ.ZZ9.
           05  FILLER               PIC X(02).
           05  RU-SITUACAO          PIC X(30).
           05  FILLER               PIC X(22).
       01  REG-RELACESS-DETALHE REDEFINES REG-RELACESS.
           05  FILLER               PIC X(06).
           05  RD-CODFUN            PIC X(07).
           05  FILLER               PIC X(02).
           05  RD-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02).
           05  RD-DATAHORA          PIC X(19).
           05  FILLER               PIC X(02).
           05  RD-PROGRAMA          PIC X(08).
           05  FILLER               PIC X(02).
           05  RD-CAMPOS            PIC X(40).
           05  FILLER               PIC X(09).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
       COPY CPYSENS.
      *
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO            PIC 9(04).
           05  WK-PER-MES            PIC 9(02).
       77  WK-LIMITE                 PIC 9(03)       VALUE 50.
       77  WK-LIMITE-X               PIC X(03)       JUSTIFIED RIGHT.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
       77  WK-PARM-PERIODO           PIC X(20)       VALUE SPACES.
       77  WK-PARM-LIMITE            PIC X(20)       VALUE SPACES.
      *
      *    LINHA LIDA DO CURSOR DE USUARIOS.
       77  WK-USERID                 PIC X(08)       VALUE SPACES.
       77  WK-QTDE-ACESSOS           PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-FUNCS             PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-FORA              PIC 9(07)       VALUE ZEROS.
       77  WK-CODFUN-USUARIO         PIC X(07)       VALUE SPACES.
       77  WK-DEPTO-USUARIO          PIC X(03)       VALUE SPACES.
      *
      *    LINHA LIDA DO CURSOR DE DETALHE.
       77  WK-DEPTO-VISTO            PIC X(03)       VALUE SPACES.
       77  WK-DATAHORA               PIC X(26)       VALUE SPACES.
      *
       77  WK-MARCA-VOLUME           PIC X(01)       VALUE 'N'.
           88  MARCA-VOLUME                          VALUE 'S'.
       77  WK-MARCA-FORA             PIC X(01)       VALUE 'N'.
           88  MARCA-FORA                            VALUE 'S'.
      *
       77  WK-TOT-USUARIOS           PIC 9(05)       VALUE ZEROS.
       77  WK-TOT-ACESSOS            PIC 9(07)       VALUE ZEROS.
       77  WK-TOT-VOLUME             PIC 9(05)       VALUE ZEROS.
       77  WK-TOT-FORA               PIC 9(05)       VALUE ZEROS.
       77  WK-TOT-SEM-VINCULO        PIC 9(05)       VALUE ZEROS.
      *
      *    UMA LINHA POR USUARIO, DOS QUE MAIS FUNCIONARIOS VIRAM
      *    PARA OS QUE MENOS VIRAM. O DEPARTAMENTO DO USUARIO VEM DO
      *    FUNCIONARIO LIGADO AO USERID; SEM LIGACAO, FORA-DEPTO NAO
      *    SE APLICA (ZERO).
       EXEC SQL
           DECLARE CUR-USUARIOS CURSOR FOR
               SELECT A.USERID, COUNT(*), COUNT(DISTINCT A.CODFUN),
                      COALESCE(MAX(U.CODFUN), ' '),
                      COALESCE(MAX(FU.DEPTOFUN), ' '),
                      COUNT(DISTINCT CASE
                               WHEN FU.DEPTOFUN IS NOT NULL
                                AND COALESCE(F.DEPTOFUN, ' ')
                                    <> FU.DEPTOFUN
                               THEN A.CODFUN END)
                 FROM EAD719.ACESSOSENS A
                 LEFT JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = A.CODFUN
                 LEFT JOIN EAD719.USUARIOFUN U
                   ON U.USERID = A.USERID
                 LEFT JOIN EAD719.FUNCIONARIOS FU
                   ON FU.CODFUN = U.CODFUN
                WHERE YEAR(A.DATAHORA) * 100 + MONTH(A.DATAHORA)
                      = :WK-PERIODO
                GROUP BY A.USERID
                ORDER BY 3 DESC, 1
       END-EXEC.
      *
      *    ACESSOS DO USUARIO A FUNCIONARIOS DE OUTRO DEPARTAMENTO.
       EXEC SQL
           DECLARE CUR-FORA CURSOR FOR
               SELECT A.CODFUN, COALESCE(F.DEPTOFUN, ' '),
                      CHAR(A.DATAHORA), A.PROGRAMA, A.CAMPOS
                 FROM EAD719.ACESSOSENS A
                 LEFT JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = A.CODFUN
                WHERE A.USERID = :WK-USERID
                  AND YEAR(A.DATAHORA) * 100 + MONTH(A.DATAHORA)
                      = :WK-PERIODO
                  AND COALESCE(F.DEPTOFUN, ' ') <> :WK-DEPTO-USUARIO
                ORDER BY A.DATAHORA
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
      *    SEM PARM, O MES ANTERIOR - O RELATORIO E DO MES FECHADO.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          IF   WK-HOJE-MM = 1
             MOVE 12 TO WK-HOJE-MM
             SUBTRACT 1 FROM WK-HOJE-AAAA
          ELSE
             SUBTRACT 1 FROM WK-HOJE-MM
          END-IF.
          COMPUTE WK-PERIODO = WK-HOJE-AAAA * 100 + WK-HOJE-MM.
          IF  LK-PARM-TAM > 0
             UNSTRING LK-PARM-TEXTO DELIMITED BY ','
                      INTO WK-PARM-PERIODO WK-PARM-LIMITE
             END-UNSTRING
             PERFORM 110-INTERPRETA-PARM
             MOVE WK-PARM-LIMITE TO WK-PARM-PERIODO
             PERFORM 110-INTERPRETA-PARM
          END-IF.
          IF   WK-PER-MES < 1 OR WK-PER-MES > 12
             DISPLAY 'RELACESS: PERIODO ' WK-PERIODO ' INVALIDO - '
                     'USE PERIODO=AAAAMM'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          DISPLAY 'RELACESS: ACESSOS A DADOS SENSIVEIS DE '
                  WK-PERIODO ' - LIMITE DE ' WK-LIMITE
                  ' FUNCIONARIO(S) POR USUARIO'.
          OPEN OUTPUT ARQ-RELACESS.
          MOVE SPACES TO REG-RELACESS.
          STRING 'ACESSOS A DADOS SENSIVEIS - COMPETENCIA '
                 WK-PERIODO
                 DELIMITED BY SIZE INTO REG-RELACESS
          END-STRING.
          WRITE REG-RELACESS.
          MOVE 'USERID    CODF  DEP  ACESSOS  FUNCS   FORA  SITUACAO'
               TO REG-RELACESS.
          WRITE REG-RELACESS.
          EXEC SQL
             OPEN CUR-USUARIOS
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' AO ABRIR O CURSOR DE ACESSOS'
             CLOSE ARQ-RELACESS
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      *
       110-INTERPRETA-PARM.
      *    OS DOIS PARAMETROS EM QUALQUER ORDEM, SEPARADOS POR ','.
          EVALUATE TRUE
             WHEN WK-PARM-PERIODO(1:8) = 'PERIODO='
                  AND WK-PARM-PERIODO(9:6) IS NUMERIC
                MOVE WK-PARM-PERIODO(9:6) TO WK-PERIODO
             WHEN WK-PARM-PERIODO(1:7) = 'LIMITE='
                MOVE SPACES TO WK-LIMITE-X
                UNSTRING WK-PARM-PERIODO(8:) DELIMITED BY SPACE
                         INTO WK-LIMITE-X
                END-UNSTRING
                INSPECT WK-LIMITE-X REPLACING LEADING SPACE BY '0'
                IF   WK-LIMITE-X IS NUMERIC
                   MOVE WK-LIMITE-X TO WK-LIMITE
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-USUARIOS
                  INTO :WK-USERID, :WK-QTDE-ACESSOS, :WK-QTDE-FUNCS,
                       :WK-CODFUN-USUARIO, :WK-DEPTO-USUARIO,
                       :WK-QTDE-FORA
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-IMPRIME-USUARIO
             END-IF
          END-PERFORM.
      *
       210-IMPRIME-USUARIO.
          ADD 1               TO WK-TOT-USUARIOS.
          ADD WK-QTDE-ACESSOS TO WK-TOT-ACESSOS.
          MOVE 'N' TO WK-MARCA-VOLUME WK-MARCA-FORA.
          IF   WK-QTDE-FUNCS > WK-LIMITE
             SET MARCA-VOLUME TO TRUE
             ADD 1 TO WK-TOT-VOLUME
          END-IF.
          IF   WK-QTDE-FORA > ZEROS
             SET MARCA-FORA TO TRUE
             ADD 1 TO WK-TOT-FORA
          END-IF.
          MOVE SPACES            TO REG-RELACESS.
          MOVE WK-USERID         TO RU-USERID.
          MOVE WK-CODFUN-USUARIO TO RU-CODFUN.
          MOVE WK-DEPTO-USUARIO  TO RU-DEPTOFUN.
          MOVE WK-QTDE-ACESSOS   TO RU-ACESSOS.
          MOVE WK-QTDE-FUNCS     TO RU-FUNCIONARIOS.
          MOVE WK-QTDE-FORA      TO RU-FORA-DEPTO.
          EVALUATE TRUE
             WHEN WK-CODFUN-USUARIO = SPACES AND MARCA-VOLUME
                MOVE 'VOLUME SEM-VINCULO'     TO RU-SITUACAO
             WHEN WK-CODFUN-USUARIO = SPACES
                MOVE 'SEM-VINCULO'            TO RU-SITUACAO
             WHEN MARCA-VOLUME AND MARCA-FORA
                MOVE 'VOLUME FORA-DEPTO'      TO RU-SITUACAO
             WHEN MARCA-VOLUME
                MOVE 'VOLUME'                 TO RU-SITUACAO
             WHEN MARCA-FORA
                MOVE 'FORA-DEPTO'             TO RU-SITUACAO
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
          IF   WK-CODFUN-USUARIO = SPACES
             ADD 1 TO WK-TOT-SEM-VINCULO
          END-IF.
          WRITE REG-RELACESS.
          IF   MARCA-FORA
             PERFORM 220-DETALHA-FORA-DEPTO
          END-IF.
      *
       220-DETALHA-FORA-DEPTO.
          EXEC SQL
             OPEN CUR-FORA
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-FORA
                  INTO :DB2-ACS-CODFUN, :WK-DEPTO-VISTO,
                       :WK-DATAHORA, :DB2-ACS-PROGRAMA,
                       :DB2-ACS-CAMPOS
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES            TO REG-RELACESS
                MOVE DB2-ACS-CODFUN    TO RD-CODFUN
                MOVE WK-DEPTO-VISTO    TO RD-DEPTOFUN
                MOVE WK-DATAHORA(1:19) TO RD-DATAHORA
                MOVE DB2-ACS-PROGRAMA  TO RD-PROGRAMA
                MOVE DB2-ACS-CAMPOS    TO RD-CAMPOS
                WRITE REG-RELACESS
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-FORA
          END-EXEC.
      *    O SQLCODE 100 DO CURSOR DE DETALHE NAO PODE ENCERRAR A
      *    LEITURA DOS USUARIOS.
          MOVE ZEROS TO SQLCODE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          EXEC SQL
             CLOSE CUR-USUARIOS
          END-EXEC.
          CLOSE ARQ-RELACESS.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DOS ACESSOS A DADOS SENSIVEIS ' WK-PERIODO.
          DISPLAY '  USUARIOS .............. ' WK-TOT-USUARIOS.
          DISPLAY '  ACESSOS ............... ' WK-TOT-ACESSOS.
          DISPLAY '  ACIMA DO LIMITE ....... ' WK-TOT-VOLUME.
          DISPLAY '  FORA DO DEPARTAMENTO .. ' WK-TOT-FORA.
          DISPLAY '  SEM VINCULO ........... ' WK-TOT-SEM-VINCULO.
          DISPLAY '================================================'.
          IF   (WK-TOT-VOLUME > ZEROS OR WK-TOT-FORA > ZEROS
                OR WK-TOT-SEM-VINCULO > ZEROS)
               AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
          END-IF.
          EXIT.
