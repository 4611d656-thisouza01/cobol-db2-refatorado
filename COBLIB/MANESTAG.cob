        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANESTAG.
        AUTHOR.        THIAGO.
      **************************************************
      * TERMO DE COMPROMISSO DE ESTAGIO (TCE) DO       *
      * ESTAGIARIO (CONTRATO TIPO G): INSTITUICAO DE   *
      * ENSINO, NUMERO E VIGENCIA DO TERMO E O         *
      * SUPERVISOR NA EMPRESA. ESTAGIARIO NAO E        *
      * EMPREGADO - FICA FORA DOS ENCARGOS (EXTRENC),  *
      * DO CAGED (CAGEDMOV) E DO 13O (DECTERC), TEM    *
      * RECESSO REMUNERADO EM VEZ DE FERIAS (FERACUMU) *
      * E JORNADA MAXIMA DE 6 HORAS DIARIAS (ESCALA DE *
      * ATE 30 HORAS SEMANAIS - MANESCAL, CARGAPON). O *
      * FIM DO TERMO E O FIM DO CONTRATO (FIMCONTR),   *
      * LIMITADO A 2 ANOS DA ADMISSAO (VALESTAG); O    *
      * TERMO ADITIVO (OPERACAO R) PRORROGA OS DOIS    *
      * JUNTOS. O RELTCE LISTA OS TERMOS A VENCER PARA *
      * A RENOVACAO COM A ESCOLA. MANTIDO NO MOLDE DOS *
      * DEMAIS CADASTROS POR FUNCIONARIO (MANCUST),    *
      * COM HISTORICO E AUDITORIA.                     *
      *                                                *
      * EAD719.ESTAGIO (UMA LINHA POR ESTAGIARIO):     *
      *   CODFUN      X(07)                            *
      *   INSTENSINO  X(40)  INSTITUICAO DE ENSINO     *
      *   NUMTCE      X(15)  NUMERO DO TERMO/ADITIVO   *
      *   INICIOTCE   X(10)  DD/MM/AAAA                *
      *   FIMTCE      X(10)  DD/MM/AAAA                *
      *   SUPERVISOR  X(07)  CODFUN DO SUPERVISOR      *
      *   DATAREG     DATE                             *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO   X(01)  I=INCLUI O TERMO           *
      *                     R=TERMO ADITIVO (RENOVA)   *
      *                     L=LISTA O ESTAGIARIO       *
      *   CODFUN     X(07)                             *
      *   NUMTCE     X(15)  (I; NO R, EM BRANCO =      *
      *                     MANTEM)                    *
      *   INSTENSINO X(40)  (I)                        *
      *   INICIO     X(10)  DD/MM/AAAA (I; EM BRANCO = *
      *                     ADMISSAO)                  *
      *   FIM        X(10)  DD/MM/AAAA (I E R)         *
      *   SUPERVISOR X(07)  (I; NO R, EM BRANCO =      *
      *                     MANTEM)                    *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SYSIN         ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-CODFUN            PIC X(07).
           05  RS-NUMTCE            PIC X(15).
           05  RS-INSTENSINO        PIC X(40).
           05  RS-INICIO            PIC X(10).
           05  RS-FIM               PIC X(10).
           05  RS-SUPERVISOR        PIC X(07).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYHIST.
       COPY CPYLASTU.
       COPY CPYAUDIT.
       COPY CPYSQLMSG.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
      *
      *    CADASTRO DO ESTAGIARIO.
       77  WK-STATUS-FUNC            PIC X(01)       VALUE SPACES.
       77  WK-TIPOCONTR              PIC X(01)       VALUE SPACES.
       77  WK-FIMCONTR               PIC X(11)       VALUE SPACES.
       77  WK-ADMISSFUN              PIC X(11)       VALUE SPACES.
       77  WK-ESCALAFUN              PIC X(03)       VALUE SPACES.
       77  WK-HORASSEMANA            PIC 9(02)       VALUE ZEROS.
      *    JORNADA SEMANAL MAXIMA DO ESTAGIARIO: 6 HORAS X 5 DIAS.
       77  WK-HORAS-MAX-ESTAGIO      PIC 9(02)       VALUE 30.
      *
      *    SUPERVISOR: FUNCIONARIO ATIVO DO QUADRO (NAO ESTAGIARIO).
       77  WK-SUP-STATUS             PIC X(01)       VALUE SPACES.
       77  WK-SUP-TIPOCONTR          PIC X(01)       VALUE SPACES.
       77  WK-SUPERVISOR-OK          PIC X           VALUE 'N'.
           88  SUPERVISOR-OK                         VALUE 'S'.
      *
      *    TERMO ATUAL (OPERACAO R E LISTA).
       77  WK-NUMTCE                 PIC X(15)       VALUE SPACES.
       77  WK-INSTENSINO             PIC X(40)       VALUE SPACES.
       77  WK-INICIOTCE              PIC X(10)       VALUE SPACES.
       77  WK-FIMTCE                 PIC X(10)       VALUE SPACES.
       77  WK-SUPERVISOR             PIC X(07)       VALUE SPACES.
      *
      *    DATAS DD/MM/AAAA EM AAAAMMDD PARA COMPARACAO.
       01  WK-DATA-PARTES.
           05  WK-DTP-DIA           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DTP-MES           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DTP-ANO           PIC X(04).
       01  WK-DATA-PARTES-N REDEFINES WK-DATA-PARTES.
           05  WK-DTN-DIA           PIC 9(02).
           05  FILLER               PIC X(01).
           05  WK-DTN-MES           PIC 9(02).
           05  FILLER               PIC X(01).
           05  WK-DTN-ANO           PIC 9(04).
       77  WK-DATA-NUM               PIC 9(08)       VALUE ZEROS.
       77  WK-INICIO-NUM             PIC 9(08)       VALUE ZEROS.
       77  WK-FIM-NUM                PIC 9(08)       VALUE ZEROS.
       77  WK-FIMTCE-NUM             PIC 9(08)       VALUE ZEROS.
       77  WK-HOJE-NUM               PIC 9(08)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
       77  WK-INICIO                 PIC X(10)       VALUE SPACES.
       77  WK-FIM-NOVO               PIC X(11)       VALUE SPACES.
      *
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-ESTAGIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==ESTAGIO-VALIDO==.
      *
       77  WK-QTDE-INCLUIDA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RENOVADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      * Grava historico de alteracao
           COPY GRAVAHIST.
      * Grava auditoria da transacao (AUDITFUN)
           COPY GRAVAUDIT.
      *
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR UNTIL FIM-SYSIN.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          MOVE WK-DATA-AAAAMMDD      TO WK-HOJE-NUM.
          OPEN INPUT ARQ-SYSIN.
          PERFORM 110-LER-TRANSACAO.
      *
       110-LER-TRANSACAO.
          READ ARQ-SYSIN
             AT END
                SET FIM-SYSIN TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EVALUATE RS-OPERACAO
             WHEN 'I'
                PERFORM 210-INCLUI-TERMO
             WHEN 'R'
                PERFORM 230-RENOVA-TERMO
             WHEN 'L'
                PERFORM 250-LISTA-TERMO
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I, R (ADITIVO) OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-TERMO.
          PERFORM 260-LE-ESTAGIARIO.
          PERFORM 265-CONFERE-SUPERVISOR.
          IF   RS-INICIO = SPACES
             MOVE WK-ADMISSFUN(1:10) TO WK-INICIO
          ELSE
             MOVE RS-INICIO          TO WK-INICIO
          END-IF.
          MOVE WK-INICIO TO WK-DATA-PARTES.
          PERFORM 270-CONVERTE-DATA.
          MOVE WK-DATA-NUM TO WK-INICIO-NUM.
          MOVE RS-FIM    TO WK-DATA-PARTES.
          PERFORM 270-CONVERTE-DATA.
          MOVE WK-DATA-NUM TO WK-FIM-NUM.
          MOVE RS-FIM    TO WK-FIM-NOVO.
          CALL "VALESTAG" USING WK-TIPOCONTR,
                                WK-ADMISSFUN,
                                WK-FIM-NOVO,
                                WK-ESTAGIO-VALIDO.

          EVALUATE TRUE
             WHEN WK-STATUS-FUNC = SPACES OR WK-STATUS-FUNC = 'D'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO EXISTE OU '
                        'ESTA DESLIGADO - TERMO RECUSADO'
             WHEN WK-TIPOCONTR NOT = 'G'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO TEM CONTRATO '
                        'DE ESTAGIO (TIPO G) - TERMO RECUSADO'
             WHEN RS-NUMTCE = SPACES OR RS-INSTENSINO = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TERMO DO ESTAGIARIO ' RS-CODFUN ' SEM '
                        'NUMERO OU SEM INSTITUICAO DE ENSINO - '
                        'RECUSADO'
             WHEN WK-INICIO-NUM = ZEROS OR WK-FIM-NUM = ZEROS
                  OR WK-FIM-NUM NOT > WK-INICIO-NUM
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'VIGENCIA ' WK-INICIO ' A ' RS-FIM
                        ' DO TERMO DO ESTAGIARIO ' RS-CODFUN
                        ' INVALIDA - RECUSADO'
             WHEN NOT ESTAGIO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TERMO DO ESTAGIARIO ' RS-CODFUN ' ATE '
                        RS-FIM ' EXCEDE O PRAZO MAXIMO DE 2 ANOS '
                        'DA ADMISSAO ' WK-ADMISSFUN ' - RECUSADO'
             WHEN NOT SUPERVISOR-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'SUPERVISOR ' RS-SUPERVISOR ' INVALIDO - '
                        'PRECISA SER FUNCIONARIO ATIVO DO QUADRO '
                        '- TERMO RECUSADO'
             WHEN WK-HORASSEMANA > WK-HORAS-MAX-ESTAGIO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ESCALA ' WK-ESCALAFUN ' DO ESTAGIARIO '
                        RS-CODFUN ' TEM ' WK-HORASSEMANA
                        ' HORAS SEMANAIS - MAXIMO DE 6 HORAS '
                        'DIARIAS (' WK-HORAS-MAX-ESTAGIO
                        ' SEMANAIS) - TERMO RECUSADO'
             WHEN OTHER
                PERFORM 215-GRAVA-TERMO
          END-EVALUATE.
      *
       215-GRAVA-TERMO.
          EXEC SQL
             INSERT INTO EAD719.ESTAGIO
                (CODFUN, INSTENSINO, NUMTCE, INICIOTCE, FIMTCE,
                 SUPERVISOR, DATAREG)
                VALUES (:RS-CODFUN, :RS-INSTENSINO, :RS-NUMTCE,
                        :WK-INICIO, :RS-FIM, :RS-SUPERVISOR,
                        CURRENT DATE)
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                PERFORM 240-ACERTA-FIMCONTR
             WHEN -803
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ESTAGIARIO ' RS-CODFUN ' JA TEM TERMO '
                        'CADASTRADO - USE O ADITIVO (R)'
                EXEC SQL ROLLBACK END-EXEC
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'TERMO NAO GRAVADO - '
                        WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-INCLUIDA
             MOVE 'I'       TO DB2-AUD-FUNCAO
             MOVE RS-CODFUN TO DB2-AUD-CODFUN
             PERFORM GRAVA-AUDITORIA
             DISPLAY 'TERMO ' RS-NUMTCE ' DO ESTAGIARIO '
                     RS-CODFUN ' INCLUIDO - VIGENCIA ' WK-INICIO
                     ' A ' RS-FIM
          END-IF.
      *
       230-RENOVA-TERMO.
      *    TERMO ADITIVO: NOVO FIM, POSTERIOR AO ATUAL E DENTRO DOS
      *    2 ANOS; NUMERO E SUPERVISOR SO MUDAM SE INFORMADOS.
          PERFORM 260-LE-ESTAGIARIO.
          MOVE SPACES TO WK-NUMTCE WK-FIMTCE WK-SUPERVISOR.
          EXEC SQL
             SELECT NUMTCE, FIMTCE, SUPERVISOR
               INTO :WK-NUMTCE, :WK-FIMTCE, :WK-SUPERVISOR
               FROM EAD719.ESTAGIO
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          IF   RS-NUMTCE = SPACES
             MOVE WK-NUMTCE TO RS-NUMTCE
          END-IF.
          IF   RS-SUPERVISOR = SPACES
             MOVE WK-SUPERVISOR TO RS-SUPERVISOR
          END-IF.
          PERFORM 265-CONFERE-SUPERVISOR.
          MOVE WK-FIMTCE TO WK-DATA-PARTES.
          PERFORM 270-CONVERTE-DATA.
          MOVE WK-DATA-NUM TO WK-FIMTCE-NUM.
          MOVE RS-FIM    TO WK-DATA-PARTES.
          PERFORM 270-CONVERTE-DATA.
          MOVE WK-DATA-NUM TO WK-FIM-NUM.
          MOVE RS-FIM    TO WK-FIM-NOVO.
          CALL "VALESTAG" USING WK-TIPOCONTR,
                                WK-ADMISSFUN,
                                WK-FIM-NOVO,
                                WK-ESTAGIO-VALIDO.

          EVALUATE TRUE
             WHEN WK-FIMTCE = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ESTAGIARIO ' RS-CODFUN ' SEM TERMO '
                        'CADASTRADO - INCLUA O TERMO (I) ANTES DO '
                        'ADITIVO'
             WHEN WK-STATUS-FUNC = 'D' OR WK-TIPOCONTR NOT = 'G'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' DESLIGADO OU '
                        'FORA DO CONTRATO DE ESTAGIO - ADITIVO '
                        'RECUSADO'
             WHEN WK-FIM-NUM = ZEROS
                  OR WK-FIM-NUM NOT > WK-FIMTCE-NUM
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'NOVO FIM ' RS-FIM ' DO ESTAGIARIO '
                        RS-CODFUN ' INVALIDO OU NAO POSTERIOR AO '
                        'ATUAL (' WK-FIMTCE ') - ADITIVO RECUSADO'
             WHEN NOT ESTAGIO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ADITIVO DO ESTAGIARIO ' RS-CODFUN ' ATE '
                        RS-FIM ' EXCEDE O PRAZO MAXIMO DE 2 ANOS '
                        'DA ADMISSAO ' WK-ADMISSFUN ' - RECUSADO'
             WHEN NOT SUPERVISOR-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'SUPERVISOR ' RS-SUPERVISOR ' INVALIDO - '
                        'PRECISA SER FUNCIONARIO ATIVO DO QUADRO '
                        '- ADITIVO RECUSADO'
             WHEN OTHER
                PERFORM 235-GRAVA-ADITIVO
          END-EVALUATE.
      *
       235-GRAVA-ADITIVO.
          EXEC SQL
             UPDATE EAD719.ESTAGIO
                SET NUMTCE     = :RS-NUMTCE,
                    FIMTCE     = :RS-FIM,
                    SUPERVISOR = :RS-SUPERVISOR
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          IF   SQLCODE = 0
             PERFORM 240-ACERTA-FIMCONTR
          END-IF.
      *    O RECESSO PROPORCIONAL AINDA NAO GOZADO FOI CALCULADO SOBRE
      *    O FIM ANTIGO DO TERMO - SAI, E O FERACUMU REFAZ A CONTA.
          IF   SQLCODE = 0
             EXEC SQL
                DELETE FROM EAD719.FERIAS
                 WHERE CODFUN      = :RS-CODFUN
                   AND DIASDIREITO < 30
                   AND DIASGOZADOS = 0
                   AND SITUACAO    = 'A'
             END-EXEC
             IF   SQLCODE = 100
                MOVE ZEROS TO SQLCODE
             END-IF
          END-IF.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-RENOVADA
             MOVE 'R'       TO DB2-AUD-FUNCAO
             MOVE RS-CODFUN TO DB2-AUD-CODFUN
             PERFORM GRAVA-AUDITORIA
             DISPLAY 'TERMO ' RS-NUMTCE ' DO ESTAGIARIO '
                     RS-CODFUN ' PRORROGADO ATE ' RS-FIM
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ADITIVO NAO GRAVADO - '
                     WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       240-ACERTA-FIMCONTR.
      *    O FIM DO TERMO E O FIM DO CONTRATO NO CADASTRO - E DELE
      *    QUE O VENCECON ENCERRA O ESTAGIO NO PRAZO.
          IF   WK-FIM-NOVO NOT = WK-FIMCONTR
             EXEC SQL
                VALUES (CURRENT SQLID) INTO :WK-LASTUPD-USER
             END-EXEC
             EXEC SQL
                UPDATE EAD719.FUNCIONARIOS
                   SET FIMCONTR     = :WK-FIM-NOVO,
                       LASTUPD-DATE = CURRENT DATE,
                       LASTUPD-USER = :WK-LASTUPD-USER
                 WHERE CODFUN = :RS-CODFUN
             END-EXEC
             IF   SQLCODE = 0
                MOVE RS-CODFUN   TO DB2-HIST-CODFUN
                MOVE 'FIMCONTR'  TO DB2-HIST-CAMPO
                MOVE WK-FIMCONTR TO DB2-HIST-ANTIGO
                MOVE WK-FIM-NOVO TO DB2-HIST-NOVO
                PERFORM GRAVA-HISTORICO
                MOVE ZEROS TO SQLCODE
             END-IF
          END-IF.
      *
       250-LISTA-TERMO.
          EXEC SQL
             SELECT NUMTCE, INSTENSINO, INICIOTCE, FIMTCE,
                    SUPERVISOR
               INTO :WK-NUMTCE, :WK-INSTENSINO, :WK-INICIOTCE,
                    :WK-FIMTCE, :WK-SUPERVISOR
               FROM EAD719.ESTAGIO
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          IF   SQLCODE = 0
             DISPLAY '  ' RS-CODFUN ' ' WK-NUMTCE ' ' WK-INSTENSINO
             DISPLAY '       VIGENCIA ' WK-INICIOTCE ' A ' WK-FIMTCE
                     ' SUPERVISOR ' WK-SUPERVISOR
          ELSE
             DISPLAY 'ESTAGIARIO ' RS-CODFUN ' SEM TERMO CADASTRADO'
          END-IF.
      *
       260-LE-ESTAGIARIO.
          MOVE SPACES TO WK-STATUS-FUNC WK-TIPOCONTR WK-FIMCONTR
                         WK-ADMISSFUN WK-ESCALAFUN.
          EXEC SQL
             SELECT STATUSFUN, COALESCE(TIPOCONTR, ' '),
                    COALESCE(FIMCONTR, ' '), ADMISSFUN,
                    COALESCE(ESCALAFUN, ' ')
               INTO :WK-STATUS-FUNC, :WK-TIPOCONTR, :WK-FIMCONTR,
                    :WK-ADMISSFUN, :WK-ESCALAFUN
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          MOVE ZEROS TO WK-HORASSEMANA.
          IF   WK-ESCALAFUN NOT = SPACES
             EXEC SQL
                SELECT HORASSEMANA
                  INTO :WK-HORASSEMANA
                  FROM EAD719.ESCALAS
                 WHERE CODESCALA = :WK-ESCALAFUN
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE ZEROS TO WK-HORASSEMANA
             END-IF
          END-IF.
      *
       265-CONFERE-SUPERVISOR.
          MOVE 'N' TO WK-SUPERVISOR-OK.
          MOVE SPACES TO WK-SUP-STATUS WK-SUP-TIPOCONTR.
          IF   RS-SUPERVISOR NOT = SPACES
           AND RS-SUPERVISOR NOT = RS-CODFUN
             EXEC SQL
                SELECT STATUSFUN, COALESCE(TIPOCONTR, ' ')
                  INTO :WK-SUP-STATUS, :WK-SUP-TIPOCONTR
                  FROM EAD719.FUNCIONARIOS
                 WHERE CODFUN = :RS-SUPERVISOR
             END-EXEC
             IF   SQLCODE = 0
              AND WK-SUP-STATUS = 'A'
              AND WK-SUP-TIPOCONTR NOT = 'G'
                SET SUPERVISOR-OK TO TRUE
             END-IF
          END-IF.
      *
       270-CONVERTE-DATA.
      *    DD/MM/AAAA -> AAAAMMDD; ILEGIVEL = ZEROS.
          MOVE ZEROS TO WK-DATA-NUM.
          IF   WK-DTP-DIA IS NUMERIC
           AND WK-DTP-MES IS NUMERIC
           AND WK-DTP-ANO IS NUMERIC
           AND WK-DTN-MES >= 1 AND WK-DTN-MES <= 12
           AND WK-DTN-DIA >= 1 AND WK-DTN-DIA <= 31
             COMPUTE WK-DATA-NUM = WK-DTN-ANO * 10000
                                 + WK-DTN-MES * 100 + WK-DTN-DIA
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DOS TERMOS DE ESTAGIO'.
          DISPLAY '  TERMOS INCLUIDOS ...... ' WK-QTDE-INCLUIDA.
          DISPLAY '  ADITIVOS .............. ' WK-QTDE-RENOVADA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
